000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTREMISS.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: AFTER-EVENT NEVER-REACHED REPORT FOR THE EMERGENCY
000900*       CALL TREE. FOR THE EVENT ID ON THE RUN PARAMETER
001000*       (OR KEYED AT THE PROMPT; BLANK = TODAY'S DATE,
001100*       CTREVNT'S DEFAULT), EVERY PERSON SOMEBODY ON
001200*       calltree.dat (CTREREC) WAS TO PHONE IS CHECKED
001300*       AGAINST THE RESULTS ON ctrevent.dat (CTREVREC).
001400*       ANYONE WITHOUT A REACHED RESULT PRINTS UNDER THEIR
001500*       CALLER WITH WHAT HAPPENED - NEVER TRIED, NO ANSWER,
001600*       OR WRONG NUMBER (A CORRECTION REQUEST WAS FILED BY
001700*       CTREVNT) - AND THEIR CURRENT PREFERRED NUMBER
001800*       THROUGH PERSPREF, SO FOLLOW-UP CAN START FROM THE
001900*       SHEET. THE TOP OF EACH TREE STARTS THE CASCADE AND
002000*       IS NOT CALLED, SO IS NOT LISTED. SHEET GOES TO
002100*       ctremiss.lst; END CODE 4 WHEN ANYONE WAS MISSED.
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
003600     SELECT OPTIONAL CALL-EVENT-FILE
003700         ASSIGN TO "ctrevent.dat"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS CE-KEY
004100         FILE STATUS IS WS-EVENT-STATUS.
004200
004300     SELECT REPORT-FILE
004400         ASSIGN TO "ctremiss.lst"
004500         ORGANIZATION IS LINE SEQUENTIAL.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  CALL-TREE-FILE.
005000     COPY CTREREC.
005100
005200 FD  CALL-EVENT-FILE.
005300     COPY CTREVREC.
005400
005500 FD  REPORT-FILE.
005600 01  REPORT-LINE                 PIC X(100).
005700
005800 WORKING-STORAGE SECTION.
005900
006000 01  WS-JOB-NAME                 PIC X(08) VALUE "CTREMISS".
006100 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
006200 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
006300
006400 01  WS-TREE-STATUS              PIC X(02) VALUE "00".
006500 01  WS-EVENT-STATUS             PIC X(02) VALUE "00".
006600 01  WS-TREE-EOF                 PIC X(01) VALUE "N".
006700 01  WS-EVENTS-ON-HAND           PIC X(01) VALUE "N".
006800
006900 01  WS-RUN-PARM                 PIC X(08).
007000 01  WS-EVENT-ID                 PIC X(08).
007100 01  WS-CALLER-ID                PIC 9(06).
007200 01  WS-CALLEE-ID                PIC 9(06).
007300 01  WS-CALLEE-SLOT              PIC 9(01).
007400 01  WS-CALLER-SHOWN             PIC X(01).
007410 01  WS-OUTCOME                  PIC X(01).
007420     88  OUTCOME-REACHED                 VALUE "R".
007430     88  OUTCOME-NO-ANSWER               VALUE "N".
007440     88  OUTCOME-WRONG-NUMBER            VALUE "W".
007500
007600 01  WS-PERSON-NAME              PIC X(30).
007700 01  WS-PERSON-NUMBER            PIC X(15).
007800 01  WS-PERSON-DIRECTORY         PIC X(20).
007900 01  WS-DISPLAY-NUMBER           PIC X(30).
008000 01  WS-PERSON-RESULT            PIC X(01).
008100
008200 01  WS-CALLED-COUNT             PIC 9(05) COMP VALUE ZERO.
008300 01  WS-REACHED-COUNT            PIC 9(05) COMP VALUE ZERO.
008400 01  WS-MISSED-COUNT             PIC 9(05) COMP VALUE ZERO.
008500 01  WS-COUNT-EDIT               PIC Z(04)9.
008600
008700 01  WS-MISSED-DETAIL.
008800     05  FILLER                  PIC X(04) VALUE SPACE.
008900     05  MD-PERSON-ID            PIC 9(06).
009000     05  FILLER                  PIC X(01) VALUE SPACE.
009100     05  MD-NAME                 PIC X(30).
009200     05  FILLER                  PIC X(01) VALUE SPACE.
009300     05  MD-OUTCOME              PIC X(24).
009400     05  FILLER                  PIC X(01) VALUE SPACE.
009500     05  MD-NUMBER               PIC X(30).
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     CALL "JOBHDR" USING WS-JOB-NAME.
010100     PERFORM 0100-GET-EVENT-ID THRU 0100-EXIT.
010200     OPEN INPUT CALL-TREE-FILE.
010300     IF WS-TREE-STATUS NOT = "00"
010400         DISPLAY "NO CALL TREE calltree.dat ON HAND - "
010500             "NOTHING TO REPORT."
010600         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
010700             WS-END-CODE
010800         GOBACK
010900     END-IF.
011000     OPEN INPUT CALL-EVENT-FILE.
011100     IF WS-EVENT-STATUS = "00"
011200         MOVE "Y" TO WS-EVENTS-ON-HAND
011300     ELSE
011400         DISPLAY "NO EVENT RESULTS ctrevent.dat ON HAND - "
011500             "EVERYONE SHOWS AS NEVER TRIED."
011600     END-IF.
011700     OPEN OUTPUT REPORT-FILE.
011800     MOVE SPACE TO REPORT-LINE.
011900     STRING "CALL TREE - NOT REACHED DURING EVENT "
012000                                         DELIMITED BY SIZE
012100         WS-EVENT-ID                     DELIMITED BY SIZE
012200         INTO REPORT-LINE
012300     END-STRING.
012400     WRITE REPORT-LINE.
012500     PERFORM 2000-CHECK-ONE-CALLER THRU 2000-EXIT
012600         UNTIL WS-TREE-EOF = "Y".
012700     WRITE REPORT-LINE FROM SPACE.
012800     IF WS-MISSED-COUNT = ZERO
012900         MOVE "   (EVERYONE ON THE TREE WAS REACHED)"
013000             TO REPORT-LINE
013100         WRITE REPORT-LINE
013200     END-IF.
013300     MOVE SPACE TO REPORT-LINE.
013400     MOVE WS-CALLED-COUNT TO WS-COUNT-EDIT.
013500     STRING "PEOPLE TO CALL: "             DELIMITED BY SIZE
013600         FUNCTION TRIM(WS-COUNT-EDIT)      DELIMITED BY SIZE
013700         INTO REPORT-LINE
013800     END-STRING.
013900     MOVE WS-REACHED-COUNT TO WS-COUNT-EDIT.
014000     STRING "   REACHED: "                 DELIMITED BY SIZE
014100         FUNCTION TRIM(WS-COUNT-EDIT)      DELIMITED BY SIZE
014200         INTO REPORT-LINE (25:)
014300     END-STRING.
014400     MOVE WS-MISSED-COUNT TO WS-COUNT-EDIT.
014500     STRING "   NOT REACHED: "             DELIMITED BY SIZE
014600         FUNCTION TRIM(WS-COUNT-EDIT)      DELIMITED BY SIZE
014700         INTO REPORT-LINE (45:)
014800     END-STRING.
014900     WRITE REPORT-LINE.
015000     CLOSE CALL-TREE-FILE.
015100     IF WS-EVENTS-ON-HAND = "Y"
015200         CLOSE CALL-EVENT-FILE
015300     END-IF.
015400     CLOSE REPORT-FILE.
015500     DISPLAY "CTREMISS - EVENT " WS-EVENT-ID ": "
015600         WS-REACHED-COUNT " REACHED, " WS-MISSED-COUNT
015700         " NOT REACHED - SHEET IS ON ctremiss.lst.".
015800     IF WS-MISSED-COUNT > ZERO
015900         MOVE 4 TO RETURN-CODE
016000         MOVE 4 TO WS-END-CODE
016100     END-IF.
016200     MOVE WS-MISSED-COUNT TO WS-JOURNAL-COUNT.
016300     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
016400         WS-END-CODE.
016500     GOBACK.
016600
016700 0100-GET-EVENT-ID.
016800     MOVE SPACE TO WS-RUN-PARM.
016900     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
017000     IF WS-RUN-PARM NOT = SPACE
017100         MOVE WS-RUN-PARM TO WS-EVENT-ID
017200     ELSE
017300         DISPLAY "EVENT ID (BLANK = TODAY'S DATE) ? "
017400         MOVE SPACE TO WS-EVENT-ID
017500         ACCEPT WS-EVENT-ID
017600     END-IF.
017700     IF WS-EVENT-ID = SPACE
017800         ACCEPT WS-EVENT-ID FROM DATE YYYYMMDD
017900     END-IF.
018000     MOVE FUNCTION UPPER-CASE(WS-EVENT-ID) TO WS-EVENT-ID.
018100 0100-EXIT.
018200     EXIT.
018300
018400 2000-CHECK-ONE-CALLER.
018500     READ CALL-TREE-FILE NEXT RECORD
018600         AT END
018700             MOVE "Y" TO WS-TREE-EOF
018800             GO TO 2000-EXIT
018900     END-READ.
019000     MOVE CA-CALLER-ID TO WS-CALLER-ID.
019100     MOVE "N" TO WS-CALLER-SHOWN.
019200     PERFORM 2100-CHECK-ONE-CALLEE THRU 2100-EXIT
019300         VARYING WS-CALLEE-SLOT FROM 1 BY 1
019400         UNTIL WS-CALLEE-SLOT > 3.
019500 2000-EXIT.
019600     EXIT.
019700
019800 2100-CHECK-ONE-CALLEE.
019900     IF CA-CALLEE-ID (WS-CALLEE-SLOT) = ZERO
020000         GO TO 2100-EXIT
020100     END-IF.
020200     ADD 1 TO WS-CALLED-COUNT.
020300     MOVE CA-CALLEE-ID (WS-CALLEE-SLOT) TO WS-CALLEE-ID.
020400     MOVE SPACE TO WS-OUTCOME.
020500     IF WS-EVENTS-ON-HAND = "Y"
020600         MOVE WS-EVENT-ID  TO CE-EVENT-ID
020700         MOVE WS-CALLEE-ID TO CE-PERSON-ID
020800         READ CALL-EVENT-FILE
020900             NOT INVALID KEY
021000                 MOVE CE-RESULT TO WS-OUTCOME
021100         END-READ
021200     END-IF.
021300     IF OUTCOME-REACHED
021400         ADD 1 TO WS-REACHED-COUNT
021500         GO TO 2100-EXIT
021600     END-IF.
021700     ADD 1 TO WS-MISSED-COUNT.
021800     IF WS-CALLER-SHOWN = "N"
021900         PERFORM 2200-PRINT-CALLER THRU 2200-EXIT
022000     END-IF.
022100     CALL "PERSPREF" USING WS-CALLEE-ID WS-PERSON-NAME
022200         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
022300         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
022400     MOVE SPACE TO WS-MISSED-DETAIL.
022500     MOVE WS-CALLEE-ID   TO MD-PERSON-ID.
022600     MOVE WS-PERSON-NAME TO MD-NAME.
022700     EVALUATE TRUE
022800         WHEN OUTCOME-NO-ANSWER
022900             MOVE SPACE TO MD-OUTCOME
023000             STRING "NO ANSWER (" DELIMITED BY SIZE
023100                 CE-ATTEMPTS      DELIMITED BY SIZE
023200                 " TRIES)"        DELIMITED BY SIZE
023300                 INTO MD-OUTCOME
023400             END-STRING
023500         WHEN OUTCOME-WRONG-NUMBER
023600             MOVE "WRONG NUMBER - REQUESTED" TO MD-OUTCOME
023700         WHEN OTHER
023800             MOVE "NEVER TRIED" TO MD-OUTCOME
023900     END-EVALUATE.
024000     EVALUATE WS-PERSON-RESULT
024100         WHEN "Y"
024200             MOVE WS-DISPLAY-NUMBER TO MD-NUMBER
024300         WHEN "G"
024400             MOVE WS-PERSON-NUMBER TO MD-NUMBER
024500         WHEN "N"
024600             MOVE "*** NOT ON THE PERSON MASTER" TO MD-NAME
024700         WHEN OTHER
024800             MOVE "*** NO NUMBER ON FILE" TO MD-NUMBER
024900     END-EVALUATE.
025000     WRITE REPORT-LINE FROM WS-MISSED-DETAIL.
025100 2100-EXIT.
025200     EXIT.
025300
025400 2200-PRINT-CALLER.
025500     MOVE "Y" TO WS-CALLER-SHOWN.
025600     CALL "PERSPREF" USING WS-CALLER-ID WS-PERSON-NAME
025700         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
025800         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
025900     WRITE REPORT-LINE FROM SPACE.
026000     MOVE SPACE TO REPORT-LINE.
026100     STRING "CALLER " DELIMITED BY SIZE
026200         WS-CALLER-ID DELIMITED BY SIZE
026300         " "          DELIMITED BY SIZE
026400         FUNCTION TRIM(WS-PERSON-NAME) DELIMITED BY SIZE
026500         " WAS TO REACH:" DELIMITED BY SIZE
026600         INTO REPORT-LINE
026700     END-STRING.
026800     WRITE REPORT-LINE.
026900 2200-EXIT.
027000     EXIT.
