000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTREMNT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MAINTENANCE PROGRAM FOR THE EMERGENCY CALL TREE
000900*       (calltree.dat, CTREREC). THE ON-CALL ROSTER COVERS
001000*       ONE ROLE A WEEK; THE SITE-CLOSURE CASCADE, WHERE
001100*       EACH PERSON PHONES THE NEXT THREE, NEEDS ITS OWN
001200*       FILE. A ROW IS A CALLER PLUS UP TO THREE PEOPLE TO
001300*       CALL IN ORDER, ALL KEYED AS PERSON-IDS FROM THE
001400*       PERSON MASTER (PERSREC). A PERSON NOT ON THE MASTER
001500*       OR MARKED INACTIVE IS REFUSED, AS IS A PERSON WHO
001600*       ALREADY HAS A CALLER OR WHOSE CALL WOULD LOOP BACK
001700*       UP THE TREE; A PERSON WITH NO USABLE PREFERRED
001800*       NUMBER IS TAKEN WITH A WARNING TO FIX IT ON PERSMNT.
001900*       CTRERPT PRINTS THE TREE, CTREVNT RECORDS RESULTS
002000*       DURING AN EVENT, AND CTREMISS REPORTS WHO WAS NEVER
002100*       REACHED.
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
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS CA-CALLER-ID
003400         FILE STATUS IS WS-TREE-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  CALL-TREE-FILE.
003900     COPY CTREREC.
004000
004100 WORKING-STORAGE SECTION.
004200
004300 01  WS-JOB-NAME                 PIC X(08) VALUE "CTREMNT".
004400 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
004500 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
004600
004700 01  WS-TREE-STATUS              PIC X(02) VALUE "00".
004800
004900 01  WS-OPERATOR-ID              PIC X(08).
005000 01  WS-MENU-CHOICE              PIC X(01).
005100 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
005200     88  MENU-DONE                       VALUE "Y".
005300
005400 01  WS-ENTRY-PERSON-ID          PIC X(06).
005500 01  WS-CALLER-ID                PIC 9(06).
005600 01  WS-CALLEE-ID                PIC 9(06).
005700 01  WS-RECORD-ON-FILE           PIC X(01).
005800 01  WS-CALLEE-SLOT              PIC 9(01).
005900 01  WS-CHECK-SLOT               PIC 9(01).
006000 01  WS-CALLEE-OK                PIC X(01).
006100 01  WS-NEW-CALLEES.
006200     05  WS-NEW-CALLEE           PIC 9(06) OCCURS 3 TIMES.
006300
006400 01  WS-PERSON-NAME              PIC X(30).
006500 01  WS-PERSON-NUMBER            PIC X(15).
006600 01  WS-PERSON-DIRECTORY         PIC X(20).
006700 01  WS-DISPLAY-NUMBER           PIC X(30).
006800 01  WS-PERSON-RESULT            PIC X(01).
006900     88  PERSON-REACHABLE                VALUE "Y".
007000     88  PERSON-NOT-ON-MASTER            VALUE "N".
007100     88  PERSON-INACTIVE                 VALUE "I".
007200
007300 01  WS-FIND-ID                  PIC 9(06).
007400 01  WS-FOUND-CALLER             PIC 9(06).
007500 01  WS-SCAN-EOF                 PIC X(01).
007600 01  WS-WALK-ID                  PIC 9(06).
007700 01  WS-WALK-STEPS               PIC 9(03) COMP.
007800 01  WS-LOOP-FOUND               PIC X(01).
007900
008000 01  WS-LIST-EOF                 PIC X(01).
008100 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
008200 01  WS-ORPHAN-COUNT             PIC 9(01).
008300
008400 PROCEDURE DIVISION.
008500
008600 0000-MAINLINE.
008700     CALL "JOBHDR" USING WS-JOB-NAME.
008800     PERFORM 0100-GET-OPERATOR-ID THRU 0100-EXIT.
008900     PERFORM 1000-OPEN-TREE THRU 1000-EXIT.
009000     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
009100         UNTIL MENU-DONE.
009200     CLOSE CALL-TREE-FILE.
009300     DISPLAY "CTREMNT COMPLETE.".
009400     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
009500         WS-END-CODE.
009600     GOBACK.
009700
009800 0100-GET-OPERATOR-ID.
009900     MOVE SPACE TO WS-OPERATOR-ID.
010000     DISPLAY "OPERATOR ID ? ".
010100     ACCEPT WS-OPERATOR-ID.
010200     IF WS-OPERATOR-ID = SPACE
010300         DISPLAY "OPERATOR ID MUST BE ENTERED!"
010400         GO TO 0100-GET-OPERATOR-ID
010500     END-IF.
010600 0100-EXIT.
010700     EXIT.
010800
010900 1000-OPEN-TREE.
011000     OPEN I-O CALL-TREE-FILE.
011100     IF WS-TREE-STATUS = "35"
011200         OPEN OUTPUT CALL-TREE-FILE
011300         CLOSE CALL-TREE-FILE
011400         OPEN I-O CALL-TREE-FILE
011500     END-IF.
011600     IF WS-TREE-STATUS NOT = "00"
011700         DISPLAY "UNABLE TO OPEN calltree.dat - FILE STATUS "
011800             WS-TREE-STATUS
011900         MOVE 12 TO RETURN-CODE
012000         MOVE 12 TO WS-END-CODE
012100         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
012200             WS-END-CODE
012300         GOBACK
012400     END-IF.
012500 1000-EXIT.
012600     EXIT.
012700
012800 2000-SHOW-MENU.
012900     DISPLAY "============================================".
013000     DISPLAY " EMERGENCY CALL TREE MAINTENANCE".
013100     DISPLAY "  S = SET (OR REPLACE) WHO A CALLER PHONES".
013200     DISPLAY "  D = DELETE A CALLER'S ROW".
013300     DISPLAY "  L = LIST THE TREE".
013400     DISPLAY "  Q = QUIT".
013500     DISPLAY "============================================".
013600     DISPLAY "SELECTION ? ".
013700     ACCEPT WS-MENU-CHOICE.
013800     IF WS-MENU-CHOICE = "s" OR "d" OR "l" OR "q"
013900         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
014000             TO WS-MENU-CHOICE
014100     END-IF.
014200     EVALUATE WS-MENU-CHOICE
014300         WHEN "S"
014400             PERFORM 3000-SET-CALLER THRU 3000-EXIT
014500         WHEN "D"
014600             PERFORM 4000-DELETE-CALLER THRU 4000-EXIT
014700         WHEN "L"
014800             PERFORM 5000-LIST-TREE THRU 5000-EXIT
014900         WHEN "Q"
015000             MOVE "Y" TO WS-QUIT-SWITCH
015100         WHEN OTHER
015200             DISPLAY "PLEASE ENTER S, D, L, OR Q."
015300     END-EVALUATE.
015400 2000-EXIT.
015500     EXIT.
015600
015700 3000-SET-CALLER.
015800     DISPLAY "CALLER PERSON-ID ? ".
015900     ACCEPT WS-ENTRY-PERSON-ID.
016000     IF WS-ENTRY-PERSON-ID NOT NUMERIC
016100         DISPLAY "PERSON-ID MUST BE SIX DIGITS."
016200         GO TO 3000-EXIT
016300     END-IF.
016400     MOVE WS-ENTRY-PERSON-ID TO WS-CALLER-ID.
016500     CALL "PERSPREF" USING WS-CALLER-ID WS-PERSON-NAME
016600         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
016700         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
016800     IF PERSON-NOT-ON-MASTER
016900         DISPLAY "PERSON " WS-CALLER-ID
017000             " IS NOT ON THE PERSON MASTER."
017100         GO TO 3000-EXIT
017200     END-IF.
017300     IF PERSON-INACTIVE
017400         DISPLAY FUNCTION TRIM(WS-PERSON-NAME)
017500             " IS MARKED INACTIVE - REFUSED."
017600         GO TO 3000-EXIT
017700     END-IF.
017800     DISPLAY "CALLER: " FUNCTION TRIM(WS-PERSON-NAME).
017900     MOVE "N" TO WS-RECORD-ON-FILE.
018000     MOVE WS-CALLER-ID TO CA-CALLER-ID.
018100     READ CALL-TREE-FILE
018200         INVALID KEY
018300             CONTINUE
018400         NOT INVALID KEY
018500             MOVE "Y" TO WS-RECORD-ON-FILE
018600             DISPLAY "REPLACING THE CALLER'S CURRENT LIST."
018700     END-READ.
018800     MOVE ZERO TO WS-NEW-CALLEE (1) WS-NEW-CALLEE (2)
018900         WS-NEW-CALLEE (3).
019000     MOVE 1 TO WS-CALLEE-SLOT.
019100     PERFORM 3100-GET-ONE-CALLEE THRU 3100-EXIT
019200         UNTIL WS-CALLEE-SLOT > 3.
019300     IF WS-NEW-CALLEE (1) = ZERO
019400         DISPLAY "A CALLER NEEDS AT LEAST ONE PERSON TO CALL "
019500             "- NOTHING SAVED."
019600         GO TO 3000-EXIT
019700     END-IF.
019800     MOVE WS-CALLER-ID TO CA-CALLER-ID.
019900     MOVE WS-NEW-CALLEE (1) TO CA-CALLEE-ID (1).
020000     MOVE WS-NEW-CALLEE (2) TO CA-CALLEE-ID (2).
020100     MOVE WS-NEW-CALLEE (3) TO CA-CALLEE-ID (3).
020200     IF WS-RECORD-ON-FILE = "Y"
020300         REWRITE CALL-TREE-RECORD
020400         DISPLAY "CALLER'S LIST REPLACED."
020500     ELSE
020600         WRITE CALL-TREE-RECORD
020700         DISPLAY "CALLER'S LIST SET."
020800     END-IF.
020900 3000-EXIT.
021000     EXIT.
021100
021200*    EACH PERSON TO CALL IS A PERSON-ID, PROVED ON THE
021300*    MASTER AND CHECKED AGAINST THE REST OF THE TREE BEFORE
021400*    IT IS TAKEN.
021500 3100-GET-ONE-CALLEE.
021600     DISPLAY "PERSON TO CALL " WS-CALLEE-SLOT
021700         " (PERSON-ID, BLANK = NONE) ? ".
021800     MOVE SPACE TO WS-ENTRY-PERSON-ID.
021900     ACCEPT WS-ENTRY-PERSON-ID.
022000     IF WS-ENTRY-PERSON-ID = SPACE
022100         MOVE 4 TO WS-CALLEE-SLOT
022200         GO TO 3100-EXIT
022300     END-IF.
022400     IF WS-ENTRY-PERSON-ID NOT NUMERIC
022500         DISPLAY "PERSON-ID MUST BE SIX DIGITS - TRY AGAIN."
022600         GO TO 3100-EXIT
022700     END-IF.
022800     MOVE WS-ENTRY-PERSON-ID TO WS-CALLEE-ID.
022900     PERFORM 3200-CHECK-CALLEE THRU 3200-EXIT.
023000     IF WS-CALLEE-OK NOT = "Y"
023100         GO TO 3100-EXIT
023200     END-IF.
023300     MOVE WS-CALLEE-ID TO WS-NEW-CALLEE (WS-CALLEE-SLOT).
023400     ADD 1 TO WS-CALLEE-SLOT.
023500 3100-EXIT.
023600     EXIT.
023700
023800 3200-CHECK-CALLEE.
023900     MOVE "N" TO WS-CALLEE-OK.
024000     IF WS-CALLEE-ID = WS-CALLER-ID
024100         DISPLAY "A CALLER CANNOT CALL THEMSELVES - TRY AGAIN."
024200         GO TO 3200-EXIT
024300     END-IF.
024400     PERFORM 3210-CHECK-EARLIER-SLOT THRU 3210-EXIT
024500         VARYING WS-CHECK-SLOT FROM 1 BY 1
024600         UNTIL WS-CHECK-SLOT >= WS-CALLEE-SLOT.
024700     IF WS-CALLEE-OK = "D"
024800         DISPLAY "PERSON " WS-CALLEE-ID
024900             " IS ALREADY ON THIS LIST - TRY AGAIN."
025000         MOVE "N" TO WS-CALLEE-OK
025100         GO TO 3200-EXIT
025200     END-IF.
025300     CALL "PERSPREF" USING WS-CALLEE-ID WS-PERSON-NAME
025400         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
025500         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
025600     IF PERSON-NOT-ON-MASTER
025700         DISPLAY "PERSON " WS-CALLEE-ID
025800             " IS NOT ON THE PERSON MASTER - TRY AGAIN."
025900         GO TO 3200-EXIT
026000     END-IF.
026100     IF PERSON-INACTIVE
026200         DISPLAY FUNCTION TRIM(WS-PERSON-NAME)
026300             " IS MARKED INACTIVE - TRY AGAIN."
026400         GO TO 3200-EXIT
026500     END-IF.
026600     MOVE WS-CALLEE-ID TO WS-FIND-ID.
026700     PERFORM 3500-FIND-CALLER THRU 3500-EXIT.
026800     IF WS-FOUND-CALLER NOT = ZERO
026900             AND WS-FOUND-CALLER NOT = WS-CALLER-ID
027000         DISPLAY FUNCTION TRIM(WS-PERSON-NAME)
027100             " IS ALREADY CALLED BY " WS-FOUND-CALLER
027200             " - TRY AGAIN."
027300         GO TO 3200-EXIT
027400     END-IF.
027500     PERFORM 3300-CHECK-FOR-LOOP THRU 3300-EXIT.
027600     IF WS-LOOP-FOUND = "Y"
027700         DISPLAY FUNCTION TRIM(WS-PERSON-NAME)
027800             " IS ABOVE THIS CALLER IN THE TREE - THE "
027900             "CALL WOULD LOOP. TRY AGAIN."
028000         GO TO 3200-EXIT
028100     END-IF.
028200     IF NOT PERSON-REACHABLE
028300         DISPLAY "WARNING: " FUNCTION TRIM(WS-PERSON-NAME)
028400             " HAS NO USABLE PREFERRED NUMBER - FIX IT "
028500             "ON PERSMNT."
028600     ELSE
028700         DISPLAY "  " FUNCTION TRIM(WS-PERSON-NAME) " AT "
028800             WS-DISPLAY-NUMBER
028900     END-IF.
029000     MOVE "Y" TO WS-CALLEE-OK.
029100 3200-EXIT.
029200     EXIT.
029300
029400 3210-CHECK-EARLIER-SLOT.
029500     IF WS-NEW-CALLEE (WS-CHECK-SLOT) = WS-CALLEE-ID
029600         MOVE "D" TO WS-CALLEE-OK
029700     END-IF.
029800 3210-EXIT.
029900     EXIT.
030000
030100*    WALK UP FROM THE CALLER, ONE CALLER AT A TIME, TO THE
030200*    TOP OF ITS TREE. MEETING THE PROPOSED CALLEE ON THE
030300*    WAY MEANS THE CALL WOULD CLOSE A LOOP. THE STEP LIMIT
030400*    GUARDS AGAINST A LOOP ALREADY ON FILE.
030500 3300-CHECK-FOR-LOOP.
030600     MOVE "N" TO WS-LOOP-FOUND.
030700     MOVE WS-CALLER-ID TO WS-WALK-ID.
030800     MOVE ZERO TO WS-WALK-STEPS.
030900     PERFORM 3310-WALK-UP-ONE THRU 3310-EXIT
031000         UNTIL WS-WALK-ID = ZERO
031100             OR WS-LOOP-FOUND = "Y"
031200             OR WS-WALK-STEPS > 500.
031300 3300-EXIT.
031400     EXIT.
031500
031600 3310-WALK-UP-ONE.
031700     ADD 1 TO WS-WALK-STEPS.
031800     MOVE WS-WALK-ID TO WS-FIND-ID.
031900     PERFORM 3500-FIND-CALLER THRU 3500-EXIT.
032000     MOVE WS-FOUND-CALLER TO WS-WALK-ID.
032100     IF WS-WALK-ID = WS-CALLEE-ID
032200         MOVE "Y" TO WS-LOOP-FOUND
032300     END-IF.
032400 3310-EXIT.
032500     EXIT.
032600
032700*    WHO CALLS WS-FIND-ID? A FULL PASS OF THE TREE FILE -
032800*    THE FILE IS ONE ROW PER CALLER AND STAYS SMALL.
032900 3500-FIND-CALLER.
033000     MOVE ZERO TO WS-FOUND-CALLER.
033100     MOVE "N" TO WS-SCAN-EOF.
033200     MOVE ZERO TO CA-CALLER-ID.
033300     START CALL-TREE-FILE KEY IS NOT LESS THAN CA-CALLER-ID
033400         INVALID KEY
033500             MOVE "Y" TO WS-SCAN-EOF
033600     END-START.
033700     PERFORM 3510-SCAN-NEXT THRU 3510-EXIT
033800         UNTIL WS-SCAN-EOF = "Y".
033900 3500-EXIT.
034000     EXIT.
034100
034200 3510-SCAN-NEXT.
034300     READ CALL-TREE-FILE NEXT RECORD
034400         AT END
034500             MOVE "Y" TO WS-SCAN-EOF
034600             GO TO 3510-EXIT
034700     END-READ.
034800     IF CA-CALLEE-ID (1) = WS-FIND-ID
034900             OR CA-CALLEE-ID (2) = WS-FIND-ID
035000             OR CA-CALLEE-ID (3) = WS-FIND-ID
035100         MOVE CA-CALLER-ID TO WS-FOUND-CALLER
035200         MOVE "Y" TO WS-SCAN-EOF
035300     END-IF.
035400 3510-EXIT.
035500     EXIT.
035600
035700 4000-DELETE-CALLER.
035800     DISPLAY "CALLER PERSON-ID ? ".
035900     ACCEPT WS-ENTRY-PERSON-ID.
036000     IF WS-ENTRY-PERSON-ID NOT NUMERIC
036100         DISPLAY "PERSON-ID MUST BE SIX DIGITS."
036200         GO TO 4000-EXIT
036300     END-IF.
036400     MOVE WS-ENTRY-PERSON-ID TO CA-CALLER-ID.
036500     READ CALL-TREE-FILE
036600         INVALID KEY
036700             DISPLAY "NO CALL-TREE ROW FOR CALLER "
036800                 WS-ENTRY-PERSON-ID "."
036900             GO TO 4000-EXIT
037000     END-READ.
037100     MOVE ZERO TO WS-ORPHAN-COUNT.
037200     PERFORM 4100-COUNT-ORPHAN THRU 4100-EXIT
037300         VARYING WS-CHECK-SLOT FROM 1 BY 1
037400         UNTIL WS-CHECK-SLOT > 3.
037500     DELETE CALL-TREE-FILE RECORD.
037600     DISPLAY "CALLER'S ROW DELETED.".
037700     IF WS-ORPHAN-COUNT > ZERO
037800         DISPLAY WS-ORPHAN-COUNT " PERSON(S) THIS CALLER "
037900             "PHONED NOW HAVE NO CALLER - GIVE THEM ONE "
038000             "WITH S."
038100     END-IF.
038200 4000-EXIT.
038300     EXIT.
038400
038500 4100-COUNT-ORPHAN.
038600     IF CA-CALLEE-ID (WS-CHECK-SLOT) NOT = ZERO
038700         ADD 1 TO WS-ORPHAN-COUNT
038800     END-IF.
038900 4100-EXIT.
039000     EXIT.
039100
039200 5000-LIST-TREE.
039300     MOVE ZERO TO WS-LIST-COUNT.
039400     MOVE "N" TO WS-LIST-EOF.
039500     MOVE ZERO TO CA-CALLER-ID.
039600     START CALL-TREE-FILE KEY IS NOT LESS THAN CA-CALLER-ID
039700         INVALID KEY
039800             MOVE "Y" TO WS-LIST-EOF
039900     END-START.
040000     PERFORM 5100-LIST-NEXT THRU 5100-EXIT
040100         UNTIL WS-LIST-EOF = "Y".
040200     DISPLAY WS-LIST-COUNT " CALLER(S) ON THE TREE.".
040300 5000-EXIT.
040400     EXIT.
040500
040600 5100-LIST-NEXT.
040700     READ CALL-TREE-FILE NEXT RECORD
040800         AT END
040900             MOVE "Y" TO WS-LIST-EOF
041000             GO TO 5100-EXIT
041100     END-READ.
041200     ADD 1 TO WS-LIST-COUNT.
041300     MOVE CA-CALLER-ID TO WS-CALLER-ID.
041400     CALL "PERSPREF" USING WS-CALLER-ID WS-PERSON-NAME
041500         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
041600         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
041700     DISPLAY WS-CALLER-ID " " FUNCTION TRIM(WS-PERSON-NAME)
041800         " CALLS:".
041900     PERFORM 5200-LIST-ONE-CALLEE THRU 5200-EXIT
042000         VARYING WS-CHECK-SLOT FROM 1 BY 1
042100         UNTIL WS-CHECK-SLOT > 3.
042200 5100-EXIT.
042300     EXIT.
042400
042500*    A CALLEE WHO HAS SINCE GONE INACTIVE OR LOST THEIR
042600*    NUMBER GETS A WARNING IN PLACE OF THE NUMBER.
042700 5200-LIST-ONE-CALLEE.
042800     IF CA-CALLEE-ID (WS-CHECK-SLOT) = ZERO
042900         GO TO 5200-EXIT
043000     END-IF.
043100     MOVE CA-CALLEE-ID (WS-CHECK-SLOT) TO WS-CALLEE-ID.
043200     CALL "PERSPREF" USING WS-CALLEE-ID WS-PERSON-NAME
043300         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
043400         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
043500     EVALUATE WS-PERSON-RESULT
043600         WHEN "Y"
043700             DISPLAY "  " WS-CHECK-SLOT " " WS-CALLEE-ID " "
043800                 WS-PERSON-NAME " " WS-DISPLAY-NUMBER
043900         WHEN "G"
044000             DISPLAY "  " WS-CHECK-SLOT " " WS-CALLEE-ID " "
044100                 WS-PERSON-NAME " " WS-PERSON-NUMBER
044200                 " *** NO LONGER ON FILE ***"
044300         WHEN "P"
044400             DISPLAY "  " WS-CHECK-SLOT " " WS-CALLEE-ID " "
044500                 WS-PERSON-NAME " *** NO PREFERRED NUMBER ***"
044600         WHEN "I"
044700             DISPLAY "  " WS-CHECK-SLOT " " WS-CALLEE-ID " "
044800                 WS-PERSON-NAME " *** INACTIVE ***"
044900         WHEN OTHER
045000             DISPLAY "  " WS-CHECK-SLOT " " WS-CALLEE-ID
045100                 " *** NOT ON THE PERSON MASTER ***"
045200     END-EVALUATE.
045300 5200-EXIT.
045400     EXIT.
