000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTRERPT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: PRINTED EMERGENCY CALL TREE FROM calltree.dat
000900*       (CTREREC, MAINTAINED BY CTREMNT). EVERY CALLER
001000*       NOBODY CALLS HEADS A TREE; BENEATH EACH PERSON, ONE
001100*       LEVEL FURTHER IN, ARE THE PEOPLE THEY PHONE IN CALL
001200*       ORDER. EACH LINE CARRIES THE PERSON'S CURRENT
001300*       PS-PREFERRED-NUMBER, PULLED AND PHONFMT-FORMATTED AT
001400*       PRINT TIME THROUGH THE SHARED PERSPREF LOOKUP, SO
001500*       THE SHEET CANNOT DISAGREE WITH THE PERSON MASTER. A
001600*       PERSON WITH NO USABLE NUMBER, INACTIVE, OR GONE
001700*       FROM THE MASTER PRINTS A WARNING IN ITS PLACE, AND
001800*       ANY CALLERS CAUGHT IN A LOOP THAT NO TOP REACHES
001900*       PRINT IN A SECTION OF THEIR OWN. THE TREE IS HELD
002000*       IN A TABLE OF 500 CALLERS AND WALKED WITH A STACK
002100*       RATHER THAN RE-READ. SHEET GOES TO calltree.lst.
002200*----------------------------------------------------------
002300* MOD LOG:
002400*  OCT 2026  DCG  ORIGINAL PROGRAM.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OPTIONAL CALL-TREE-FILE
003000         ASSIGN TO "calltree.dat"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS CA-CALLER-ID
003400         FILE STATUS IS WS-TREE-STATUS.
003500
003600     SELECT REPORT-FILE
003700         ASSIGN TO "calltree.lst"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  CALL-TREE-FILE.
004300     COPY CTREREC.
004400
004500 FD  REPORT-FILE.
004600 01  REPORT-LINE                 PIC X(132).
004700
004800 WORKING-STORAGE SECTION.
004900
005000 01  WS-JOB-NAME                 PIC X(08) VALUE "CTRERPT".
005100 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
005200 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
005300
005400 01  WS-TREE-STATUS              PIC X(02) VALUE "00".
005500 01  WS-TREE-EOF                 PIC X(01) VALUE "N".
005600 01  WS-TODAY                    PIC X(08).
005700
005800 01  WS-TREE-TABLE.
005900     05  WS-TREE-USED            PIC 9(04) COMP VALUE ZERO.
006000     05  WS-TREE-ENTRY OCCURS 500 TIMES.
006100         10  TB-CALLER           PIC 9(06).
006200         10  TB-CALLEE           PIC 9(06) OCCURS 3 TIMES.
006300         10  TB-CALLED           PIC X(01).
006400         10  TB-PRINTED          PIC X(01).
006500 01  WS-TREE-INDEX               PIC 9(04) COMP.
006600 01  WS-FIND-INDEX               PIC 9(04) COMP.
006700 01  WS-FIND-ID                  PIC 9(06).
006800 01  WS-SLOT                     PIC S9(01) COMP.
006850 01  WS-SLOT-ROW                 PIC 9(04) COMP.
006900 01  WS-OVERFLOW-COUNT           PIC 9(05) COMP VALUE ZERO.
007000
007100 01  WS-STACK.
007200     05  WS-STACK-TOP            PIC 9(04) COMP VALUE ZERO.
007300     05  WS-STACK-ENTRY OCCURS 1500 TIMES.
007400         10  ST-PERSON           PIC 9(06).
007500         10  ST-LEVEL            PIC 9(03) COMP.
007600         10  ST-ORDER            PIC X(01).
007700 01  WS-THIS-PERSON              PIC 9(06).
007800 01  WS-THIS-LEVEL               PIC 9(03) COMP.
007900 01  WS-THIS-ORDER               PIC X(01).
008000 01  WS-INDENT                   PIC 9(03) COMP.
008100
008200 01  WS-PERSON-NAME              PIC X(30).
008300 01  WS-PERSON-NUMBER            PIC X(15).
008400 01  WS-PERSON-DIRECTORY         PIC X(20).
008500 01  WS-DISPLAY-NUMBER           PIC X(30).
008600 01  WS-PERSON-RESULT            PIC X(01).
008700
008800 01  WS-TREE-COUNT               PIC 9(05) COMP VALUE ZERO.
008900 01  WS-PEOPLE-COUNT             PIC 9(05) COMP VALUE ZERO.
009000 01  WS-WARNING-COUNT            PIC 9(05) COMP VALUE ZERO.
009100 01  WS-LOOP-COUNT               PIC 9(05) COMP VALUE ZERO.
009200
009300 01  WS-TREE-DETAIL.
009400     05  DT-ORDER                PIC X(03).
009500     05  FILLER                  PIC X(01) VALUE SPACE.
009600     05  DT-PERSON-ID            PIC 9(06).
009700     05  FILLER                  PIC X(02) VALUE SPACE.
009800     05  DT-NAME                 PIC X(30).
009900     05  FILLER                  PIC X(01) VALUE SPACE.
010000     05  DT-NUMBER               PIC X(40).
010100
010200 PROCEDURE DIVISION.
010300
010400 0000-MAINLINE.
010500     CALL "JOBHDR" USING WS-JOB-NAME.
010600     OPEN INPUT CALL-TREE-FILE.
010700     IF WS-TREE-STATUS NOT = "00"
010800         DISPLAY "NO CALL TREE calltree.dat ON HAND - "
010900             "RUN CTREMNT FIRST."
011000         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
011100             WS-END-CODE
011200         GOBACK
011300     END-IF.
011400     PERFORM 1000-LOAD-TREE THRU 1000-EXIT
011500         UNTIL WS-TREE-EOF = "Y".
011600     CLOSE CALL-TREE-FILE.
011700     PERFORM 1100-MARK-CALLED THRU 1100-EXIT
011800         VARYING WS-TREE-INDEX FROM 1 BY 1
011900         UNTIL WS-TREE-INDEX > WS-TREE-USED.
012000     OPEN OUTPUT REPORT-FILE.
012100     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
012200     MOVE SPACE TO REPORT-LINE.
012300     STRING "EMERGENCY CALL TREE - PRINTED " DELIMITED BY SIZE
012400         WS-TODAY                          DELIMITED BY SIZE
012500         INTO REPORT-LINE
012600     END-STRING.
012700     WRITE REPORT-LINE.
012800     MOVE "EACH PERSON PHONES THE PEOPLE SET IN BENEATH THEM,"
012900         TO REPORT-LINE.
013000     WRITE REPORT-LINE.
013100     MOVE "IN THE ORDER SHOWN. NUMBERS ARE EACH PERSON'S "
013200         TO REPORT-LINE.
013300     MOVE "PREFERRED NUMBER." TO REPORT-LINE (47:).
013400     WRITE REPORT-LINE.
013500     PERFORM 2000-PRINT-ONE-TREE THRU 2000-EXIT
013600         VARYING WS-TREE-INDEX FROM 1 BY 1
013700         UNTIL WS-TREE-INDEX > WS-TREE-USED.
013800     PERFORM 2500-PRINT-LOOPED THRU 2500-EXIT
013900         VARYING WS-TREE-INDEX FROM 1 BY 1
014000         UNTIL WS-TREE-INDEX > WS-TREE-USED.
014100     IF WS-TREE-USED = ZERO
014200         WRITE REPORT-LINE FROM SPACE
014300         MOVE "   (NO CALLERS ON THE TREE)" TO REPORT-LINE
014400         WRITE REPORT-LINE
014500     END-IF.
014600     CLOSE REPORT-FILE.
014700     DISPLAY "CTRERPT - " WS-TREE-COUNT " TREE(S), "
014800         WS-PEOPLE-COUNT " LINE(S) PRINTED ON calltree.lst.".
014900     IF WS-WARNING-COUNT > ZERO
015000         DISPLAY WS-WARNING-COUNT " PERSON(S) HAVE NO USABLE "
015100             "NUMBER - SEE THE SHEET."
015200         MOVE 4 TO RETURN-CODE
015300         MOVE 4 TO WS-END-CODE
015400     END-IF.
015500     IF WS-OVERFLOW-COUNT > ZERO
015600         DISPLAY WS-OVERFLOW-COUNT " CALLER ROW(S) OVER THE "
015700             "500-CALLER TABLE WERE NOT PRINTED."
015800         MOVE 4 TO RETURN-CODE
015900         MOVE 4 TO WS-END-CODE
016000     END-IF.
016100     MOVE WS-PEOPLE-COUNT TO WS-JOURNAL-COUNT.
016200     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
016300         WS-END-CODE.
016400     GOBACK.
016500
016600 1000-LOAD-TREE.
016700     READ CALL-TREE-FILE NEXT RECORD
016800         AT END
016900             MOVE "Y" TO WS-TREE-EOF
017000             GO TO 1000-EXIT
017100     END-READ.
017200     IF WS-TREE-USED >= 500
017300         ADD 1 TO WS-OVERFLOW-COUNT
017400         GO TO 1000-EXIT
017500     END-IF.
017600     ADD 1 TO WS-TREE-USED.
017700     MOVE CA-CALLER-ID     TO TB-CALLER (WS-TREE-USED).
017800     MOVE CA-CALLEE-ID (1) TO TB-CALLEE (WS-TREE-USED, 1).
017900     MOVE CA-CALLEE-ID (2) TO TB-CALLEE (WS-TREE-USED, 2).
018000     MOVE CA-CALLEE-ID (3) TO TB-CALLEE (WS-TREE-USED, 3).
018100     MOVE "N" TO TB-CALLED (WS-TREE-USED)
018200         TB-PRINTED (WS-TREE-USED).
018300 1000-EXIT.
018400     EXIT.
018500
018600*    A CALLER WHO APPEARS AS SOMEONE ELSE'S CALLEE IS NOT
018700*    THE TOP OF A TREE.
018800 1100-MARK-CALLED.
018900     PERFORM 1110-MARK-ONE-CALLEE THRU 1110-EXIT
019000         VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3.
019100 1100-EXIT.
019200     EXIT.
019300
019400 1110-MARK-ONE-CALLEE.
019500     IF TB-CALLEE (WS-TREE-INDEX, WS-SLOT) = ZERO
019600         GO TO 1110-EXIT
019700     END-IF.
019800     MOVE TB-CALLEE (WS-TREE-INDEX, WS-SLOT) TO WS-FIND-ID.
019900     PERFORM 1200-FIND-CALLER-ROW THRU 1200-EXIT.
020000     IF WS-FIND-INDEX NOT = ZERO
020100         MOVE "Y" TO TB-CALLED (WS-FIND-INDEX)
020200     END-IF.
020300 1110-EXIT.
020400     EXIT.
020500
020600*    WS-FIND-INDEX COMES BACK AS THE TABLE ROW WHOSE CALLER
020700*    IS WS-FIND-ID, OR ZERO WHEN THE PERSON CALLS NOBODY.
020800 1200-FIND-CALLER-ROW.
020900     MOVE ZERO TO WS-FIND-INDEX.
021000     PERFORM 1210-CHECK-ONE-ROW THRU 1210-EXIT
021100         VARYING WS-SLOT-ROW FROM 1 BY 1
021200         UNTIL WS-SLOT-ROW > WS-TREE-USED
021300             OR WS-FIND-INDEX NOT = ZERO.
021400 1200-EXIT.
021500     EXIT.
021600
021700 1210-CHECK-ONE-ROW.
021800     IF TB-CALLER (WS-SLOT-ROW) = WS-FIND-ID
021900         MOVE WS-SLOT-ROW TO WS-FIND-INDEX
022000     END-IF.
022100 1210-EXIT.
022200     EXIT.
022300
022400 2000-PRINT-ONE-TREE.
022500     IF TB-CALLED (WS-TREE-INDEX) = "Y"
022600         GO TO 2000-EXIT
022700     END-IF.
022800     ADD 1 TO WS-TREE-COUNT.
022900     WRITE REPORT-LINE FROM SPACE.
023000     MOVE TB-CALLER (WS-TREE-INDEX) TO WS-THIS-PERSON.
023100     MOVE "*" TO WS-THIS-ORDER.
023200     PERFORM 3000-WALK-FROM-TOP THRU 3000-EXIT.
023300 2000-EXIT.
023400     EXIT.
023500
023600*    A CALLER STILL UNPRINTED AFTER EVERY TOP HAS BEEN
023700*    WALKED SITS IN A LOOP THAT NO TOP REACHES.
023800 2500-PRINT-LOOPED.
023900     IF TB-PRINTED (WS-TREE-INDEX) = "Y"
024000         GO TO 2500-EXIT
024100     END-IF.
024200     IF WS-LOOP-COUNT = ZERO
024300         WRITE REPORT-LINE FROM SPACE
024400         MOVE "*** CALLERS IN A LOOP - NO TOP OF TREE REACHES "
024500             TO REPORT-LINE
024600         MOVE "THEM. FIX ON CTREMNT ***" TO REPORT-LINE (48:)
024700         WRITE REPORT-LINE
024800         MOVE 4 TO RETURN-CODE
024900         MOVE 4 TO WS-END-CODE
025000     END-IF.
025100     ADD 1 TO WS-LOOP-COUNT.
025200     MOVE TB-CALLER (WS-TREE-INDEX) TO WS-THIS-PERSON.
025300     MOVE "?" TO WS-THIS-ORDER.
025400     PERFORM 3000-WALK-FROM-TOP THRU 3000-EXIT.
025500 2500-EXIT.
025600     EXIT.
025700
025800*    DEPTH-FIRST WALK WITH AN EXPLICIT STACK: POP A PERSON,
025900*    PRINT THEM, THEN PUSH THE PEOPLE THEY CALL IN REVERSE
026000*    SO THE FIRST CALLEE COMES OFF NEXT. A CALLER IS ONLY
026100*    EXPANDED ONCE, WHICH ALSO STOPS A LOOP ON FILE.
026200 3000-WALK-FROM-TOP.
026300     MOVE 1 TO WS-STACK-TOP.
026400     MOVE WS-THIS-PERSON TO ST-PERSON (1).
026500     MOVE 1              TO ST-LEVEL (1).
026600     MOVE WS-THIS-ORDER  TO ST-ORDER (1).
026700     PERFORM 3100-PRINT-NEXT-PERSON THRU 3100-EXIT
026800         UNTIL WS-STACK-TOP = ZERO.
026900 3000-EXIT.
027000     EXIT.
027100
027200 3100-PRINT-NEXT-PERSON.
027300     MOVE ST-PERSON (WS-STACK-TOP) TO WS-THIS-PERSON.
027400     MOVE ST-LEVEL (WS-STACK-TOP)  TO WS-THIS-LEVEL.
027500     MOVE ST-ORDER (WS-STACK-TOP)  TO WS-THIS-ORDER.
027600     SUBTRACT 1 FROM WS-STACK-TOP.
027700     PERFORM 4000-PRINT-PERSON-LINE THRU 4000-EXIT.
027800     MOVE WS-THIS-PERSON TO WS-FIND-ID.
027900     PERFORM 1200-FIND-CALLER-ROW THRU 1200-EXIT.
028000     IF WS-FIND-INDEX = ZERO
028100         GO TO 3100-EXIT
028200     END-IF.
028300     IF TB-PRINTED (WS-FIND-INDEX) = "Y"
028400         MOVE SPACE TO REPORT-LINE
028500         MOVE "*** ALREADY SHOWN ABOVE - THE TREE LOOPS HERE"
028600             TO REPORT-LINE (WS-INDENT + 5:)
028700         WRITE REPORT-LINE
028800         GO TO 3100-EXIT
028900     END-IF.
029000     MOVE "Y" TO TB-PRINTED (WS-FIND-INDEX).
029100     PERFORM 3200-PUSH-ONE-CALLEE THRU 3200-EXIT
029200         VARYING WS-SLOT FROM 3 BY -1 UNTIL WS-SLOT < 1.
029300 3100-EXIT.
029400     EXIT.
029500
029600 3200-PUSH-ONE-CALLEE.
029700     IF TB-CALLEE (WS-FIND-INDEX, WS-SLOT) = ZERO
029800             OR WS-STACK-TOP >= 1500
029900         GO TO 3200-EXIT
030000     END-IF.
030100     ADD 1 TO WS-STACK-TOP.
030200     MOVE TB-CALLEE (WS-FIND-INDEX, WS-SLOT)
030300         TO ST-PERSON (WS-STACK-TOP).
030400     COMPUTE ST-LEVEL (WS-STACK-TOP) = WS-THIS-LEVEL + 1.
030500     MOVE WS-SLOT TO ST-ORDER (WS-STACK-TOP).
030600 3200-EXIT.
030700     EXIT.
030800
030900*    FOUR COLUMNS OF INDENT PER LEVEL, HELD AT TEN LEVELS
031000*    SO A DEEP TREE STILL FITS THE LINE.
031100 4000-PRINT-PERSON-LINE.
031200     ADD 1 TO WS-PEOPLE-COUNT.
031300     IF WS-THIS-LEVEL > 11
031400         MOVE 41 TO WS-INDENT
031500     ELSE
031600         COMPUTE WS-INDENT = (WS-THIS-LEVEL - 1) * 4 + 1
031700     END-IF.
031800     CALL "PERSPREF" USING WS-THIS-PERSON WS-PERSON-NAME
031900         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
032000         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
032100     MOVE SPACE TO WS-TREE-DETAIL.
032200     IF WS-THIS-ORDER = "*" OR "?"
032300         MOVE WS-THIS-ORDER TO DT-ORDER
032400     ELSE
032500         STRING WS-THIS-ORDER DELIMITED BY SIZE
032600             ")"              DELIMITED BY SIZE
032700             INTO DT-ORDER
032800         END-STRING
032900     END-IF.
033000     MOVE WS-THIS-PERSON TO DT-PERSON-ID.
033100     MOVE WS-PERSON-NAME TO DT-NAME.
033200     EVALUATE WS-PERSON-RESULT
033300         WHEN "Y"
033400             MOVE WS-DISPLAY-NUMBER TO DT-NUMBER
033500         WHEN "G"
033600             MOVE "*** PREFERRED NUMBER NO LONGER ON FILE"
033700                 TO DT-NUMBER
033800             ADD 1 TO WS-WARNING-COUNT
033900         WHEN "P"
034000             MOVE "*** NO PREFERRED NUMBER" TO DT-NUMBER
034100             ADD 1 TO WS-WARNING-COUNT
034200         WHEN "I"
034300             MOVE "*** INACTIVE ON THE PERSON MASTER"
034400                 TO DT-NUMBER
034500             ADD 1 TO WS-WARNING-COUNT
034600         WHEN OTHER
034700             MOVE "*** NOT ON THE PERSON MASTER" TO DT-NAME
034800             ADD 1 TO WS-WARNING-COUNT
034900     END-EVALUATE.
035000     MOVE SPACE TO REPORT-LINE.
035100     MOVE WS-TREE-DETAIL TO REPORT-LINE (WS-INDENT:).
035200     WRITE REPORT-LINE.
035300 4000-EXIT.
035400     EXIT.
