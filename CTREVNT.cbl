000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CTREVNT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: CALL-TREE EVENT SCREEN. DURING A SITE CLOSURE OR
000900*       OTHER EVENT EACH CALLER SIGNS ON WITH THEIR OWN
001000*       PERSON-ID, IS SHOWN THE PEOPLE THEY PHONE FROM
001100*       calltree.dat (CTREREC) WITH EACH PERSON'S CURRENT
001200*       PREFERRED NUMBER (THROUGH PERSPREF), AND KEYS WHAT
001300*       HAPPENED: R = REACHED, N = NO ANSWER, W = WRONG
001400*       NUMBER. RESULTS GO TO ctrevent.dat (CTREVREC) UNDER
001500*       THE EVENT ID - BLANK MEANS TODAY'S DATE - WITH A
001600*       COUNT OF ATTEMPTS; A PERSON ALREADY REACHED IS NOT
001700*       ASKED ABOUT AGAIN. A WRONG NUMBER ALSO FILES AN OPEN
001800*       CORRECTION REQUEST ON THE SHARED phoncreq.dat QUEUE
001900*       (CREQREC), THE SAME ROW PHONINQ'S FLAG WRITES, SO
002000*       PHONCREQ'S SUPERVISOR WORK-OFF PICKS IT UP. CTREMISS
002100*       REPORTS WHO WAS NEVER REACHED AFTER THE EVENT.
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
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS CA-CALLER-ID
003400         FILE STATUS IS WS-TREE-STATUS.
003500
003600     SELECT OPTIONAL CALL-EVENT-FILE
003700         ASSIGN TO "ctrevent.dat"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS DYNAMIC
004000         RECORD KEY IS CE-KEY
004100         FILE STATUS IS WS-EVENT-STATUS.
004200
004300     SELECT OPTIONAL REQUEST-FILE
004400         ASSIGN TO "phoncreq.dat"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-CREQ-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  CALL-TREE-FILE.
005100     COPY CTREREC.
005200
005300 FD  CALL-EVENT-FILE.
005400     COPY CTREVREC.
005500
005600 FD  REQUEST-FILE.
005700     COPY CREQREC.
005800
005900 WORKING-STORAGE SECTION.
006000
006100 01  WS-JOB-NAME                 PIC X(08) VALUE "CTREVNT".
006200 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
006300 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
006400
006500 01  WS-TREE-STATUS              PIC X(02) VALUE "00".
006600 01  WS-EVENT-STATUS             PIC X(02) VALUE "00".
006700 01  WS-CREQ-STATUS              PIC X(02) VALUE "00".
006800
006900 01  WS-EVENT-ID                 PIC X(08).
007000 01  WS-ENTRY-PERSON-ID          PIC X(06).
007100 01  WS-CALLER-ID                PIC 9(06).
007200 01  WS-CALLEE-ID                PIC 9(06).
007300 01  WS-CALLEE-SLOT              PIC 9(01).
007400 01  WS-DONE-SWITCH              PIC X(01) VALUE "N".
007500     88  CALLERS-DONE                    VALUE "Y".
007600
007700 01  WS-PERSON-NAME              PIC X(30).
007800 01  WS-PERSON-NUMBER            PIC X(15).
007900 01  WS-PERSON-DIRECTORY         PIC X(20).
008000 01  WS-DISPLAY-NUMBER           PIC X(30).
008100 01  WS-PERSON-RESULT            PIC X(01).
008200
008300 01  WS-ROW-ON-FILE              PIC X(01).
008400 01  WS-PRIOR-RESULT             PIC X(01).
008500 01  WS-RESULT-ANSWER            PIC X(01).
008600     88  RESULT-IS-VALID                 VALUE "R" "N" "W".
008700
008800 01  WS-RESULT-COUNT             PIC 9(05) COMP VALUE ZERO.
008900 01  WS-REQUEST-COUNT            PIC 9(05) COMP VALUE ZERO.
009000 01  WS-REQUEST-NOTE             PIC X(60).
009100
009200 PROCEDURE DIVISION.
009300
009400 0000-MAINLINE.
009500     CALL "JOBHDR" USING WS-JOB-NAME.
009600     MOVE "N" TO WS-DONE-SWITCH.
009700     MOVE ZERO TO WS-RESULT-COUNT WS-REQUEST-COUNT.
009800     PERFORM 0100-GET-EVENT-ID THRU 0100-EXIT.
009900     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
010000     PERFORM 2000-TAKE-ONE-CALLER THRU 2000-EXIT
010100         UNTIL CALLERS-DONE.
010200     CLOSE CALL-TREE-FILE.
010300     CLOSE CALL-EVENT-FILE.
010400     DISPLAY "CTREVNT - " WS-RESULT-COUNT " RESULT(S) RECORDED"
010500         " FOR EVENT " WS-EVENT-ID ", " WS-REQUEST-COUNT
010600         " CORRECTION REQUEST(S) FILED.".
010700     MOVE WS-RESULT-COUNT TO WS-JOURNAL-COUNT.
010800     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
010900         WS-END-CODE.
011000     GOBACK.
011100
011200 0100-GET-EVENT-ID.
011300     MOVE SPACE TO WS-EVENT-ID.
011400     DISPLAY "EVENT ID (BLANK = TODAY'S DATE) ? ".
011500     ACCEPT WS-EVENT-ID.
011600     IF WS-EVENT-ID = SPACE
011700         ACCEPT WS-EVENT-ID FROM DATE YYYYMMDD
011800     END-IF.
011900     MOVE FUNCTION UPPER-CASE(WS-EVENT-ID) TO WS-EVENT-ID.
012000     DISPLAY "RECORDING RESULTS FOR EVENT " WS-EVENT-ID ".".
012100 0100-EXIT.
012200     EXIT.
012300
012400 1000-OPEN-FILES.
012500     OPEN INPUT CALL-TREE-FILE.
012600     IF WS-TREE-STATUS NOT = "00"
012700         DISPLAY "NO CALL TREE calltree.dat ON HAND - "
012800             "RUN CTREMNT FIRST."
012900         MOVE 12 TO RETURN-CODE
013000         MOVE 12 TO WS-END-CODE
013100         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
013200             WS-END-CODE
013300         GOBACK
013400     END-IF.
013500     OPEN I-O CALL-EVENT-FILE.
013600     IF WS-EVENT-STATUS = "35"
013700         OPEN OUTPUT CALL-EVENT-FILE
013800         CLOSE CALL-EVENT-FILE
013900         OPEN I-O CALL-EVENT-FILE
014000     END-IF.
014100     IF WS-EVENT-STATUS NOT = "00"
014200         DISPLAY "UNABLE TO OPEN ctrevent.dat - FILE STATUS "
014300             WS-EVENT-STATUS
014400         CLOSE CALL-TREE-FILE
014500         MOVE 12 TO RETURN-CODE
014600         MOVE 12 TO WS-END-CODE
014700         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
014800             WS-END-CODE
014900         GOBACK
015000     END-IF.
015100 1000-EXIT.
015200     EXIT.
015300
015400 2000-TAKE-ONE-CALLER.
015500     DISPLAY "============================================".
015600     DISPLAY "YOUR PERSON-ID (BLANK = DONE) ? ".
015700     MOVE SPACE TO WS-ENTRY-PERSON-ID.
015800     ACCEPT WS-ENTRY-PERSON-ID.
015900     IF WS-ENTRY-PERSON-ID = SPACE
016000         MOVE "Y" TO WS-DONE-SWITCH
016100         GO TO 2000-EXIT
016200     END-IF.
016300     IF WS-ENTRY-PERSON-ID NOT NUMERIC
016400         DISPLAY "PERSON-ID MUST BE SIX DIGITS."
016500         GO TO 2000-EXIT
016600     END-IF.
016700     MOVE WS-ENTRY-PERSON-ID TO WS-CALLER-ID CA-CALLER-ID.
016800     READ CALL-TREE-FILE
016900         INVALID KEY
017000             DISPLAY "PERSON " WS-CALLER-ID " HAS NOBODY TO "
017100                 "CALL ON THE TREE."
017200             GO TO 2000-EXIT
017300     END-READ.
017400     CALL "PERSPREF" USING WS-CALLER-ID WS-PERSON-NAME
017500         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
017600         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
017700     DISPLAY "CALLER: " FUNCTION TRIM(WS-PERSON-NAME).
017800     PERFORM 2100-RECORD-ONE-CALL THRU 2100-EXIT
017900         VARYING WS-CALLEE-SLOT FROM 1 BY 1
018000         UNTIL WS-CALLEE-SLOT > 3.
018100 2000-EXIT.
018200     EXIT.
018300
018400 2100-RECORD-ONE-CALL.
018500     IF CA-CALLEE-ID (WS-CALLEE-SLOT) = ZERO
018600         GO TO 2100-EXIT
018700     END-IF.
018800     MOVE CA-CALLEE-ID (WS-CALLEE-SLOT) TO WS-CALLEE-ID.
018900     CALL "PERSPREF" USING WS-CALLEE-ID WS-PERSON-NAME
019000         WS-PERSON-NUMBER WS-PERSON-DIRECTORY
019100         WS-DISPLAY-NUMBER WS-PERSON-RESULT.
019200     EVALUATE WS-PERSON-RESULT
019300         WHEN "Y"
019400             DISPLAY "CALL " WS-CALLEE-SLOT ": "
019500                 FUNCTION TRIM(WS-PERSON-NAME) " AT "
019600                 WS-DISPLAY-NUMBER
019700         WHEN "G"
019800             DISPLAY "CALL " WS-CALLEE-SLOT ": "
019900                 FUNCTION TRIM(WS-PERSON-NAME) " AT "
020000                 WS-PERSON-NUMBER " (NO LONGER ON FILE)"
020100         WHEN "N"
020200             DISPLAY "CALL " WS-CALLEE-SLOT ": PERSON "
020300                 WS-CALLEE-ID " - NOT ON THE PERSON MASTER"
020400         WHEN OTHER
020500             DISPLAY "CALL " WS-CALLEE-SLOT ": "
020600                 FUNCTION TRIM(WS-PERSON-NAME)
020700                 " - NO NUMBER ON FILE"
020800     END-EVALUATE.
020900     MOVE "N" TO WS-ROW-ON-FILE.
021000     MOVE SPACE TO WS-PRIOR-RESULT.
021100     MOVE WS-EVENT-ID  TO CE-EVENT-ID.
021200     MOVE WS-CALLEE-ID TO CE-PERSON-ID.
021300     READ CALL-EVENT-FILE
021400         INVALID KEY
021500             CONTINUE
021600         NOT INVALID KEY
021700             MOVE "Y"       TO WS-ROW-ON-FILE
021800             MOVE CE-RESULT TO WS-PRIOR-RESULT
021900     END-READ.
022000     IF WS-PRIOR-RESULT = "R"
022100         DISPLAY "  ALREADY REACHED (BY " CE-CALLER-ID " AT "
022200             CE-TIME (1:4) ") - NOTHING TO DO."
022300         GO TO 2100-EXIT
022400     END-IF.
022500     IF WS-ROW-ON-FILE = "Y"
022600         DISPLAY "  LAST RESULT " CE-RESULT " AFTER "
022700             CE-ATTEMPTS " ATTEMPT(S)."
022800     END-IF.
022900     PERFORM 2200-GET-RESULT THRU 2200-EXIT.
023000     IF WS-RESULT-ANSWER = SPACE
023100         GO TO 2100-EXIT
023200     END-IF.
023300     IF WS-ROW-ON-FILE = "N"
023400         MOVE SPACE        TO CALL-EVENT-RECORD
023500         MOVE WS-EVENT-ID  TO CE-EVENT-ID
023600         MOVE WS-CALLEE-ID TO CE-PERSON-ID
023700         MOVE ZERO         TO CE-ATTEMPTS
023800     END-IF.
023900     MOVE WS-RESULT-ANSWER TO CE-RESULT.
024000     MOVE WS-CALLER-ID     TO CE-CALLER-ID.
024100     MOVE WS-PERSON-NUMBER TO CE-NUMBER.
024200     ACCEPT CE-DATE FROM DATE YYYYMMDD.
024300     ACCEPT CE-TIME FROM TIME.
024400     IF CE-ATTEMPTS < 99
024500         ADD 1 TO CE-ATTEMPTS
024600     END-IF.
024700     IF WS-ROW-ON-FILE = "Y"
024800         REWRITE CALL-EVENT-RECORD
024900     ELSE
025000         WRITE CALL-EVENT-RECORD
025100     END-IF.
025200     ADD 1 TO WS-RESULT-COUNT.
025300     IF WS-RESULT-ANSWER = "W" AND WS-PRIOR-RESULT NOT = "W"
025400         PERFORM 2300-FILE-CORRECTION THRU 2300-EXIT
025500     END-IF.
025600 2100-EXIT.
025700     EXIT.
025800
025900 2200-GET-RESULT.
026000     DISPLAY "  RESULT (R = REACHED, N = NO ANSWER, "
026100         "W = WRONG NUMBER, BLANK = NOT YET) ? ".
026200     MOVE SPACE TO WS-RESULT-ANSWER.
026300     ACCEPT WS-RESULT-ANSWER.
026400     IF WS-RESULT-ANSWER = "r" OR "n" OR "w"
026500         MOVE FUNCTION UPPER-CASE(WS-RESULT-ANSWER)
026600             TO WS-RESULT-ANSWER
026700     END-IF.
026800     IF WS-RESULT-ANSWER NOT = SPACE AND NOT RESULT-IS-VALID
026900         DISPLAY "  PLEASE ENTER R, N, W, OR LEAVE IT BLANK."
027000         GO TO 2200-GET-RESULT
027100     END-IF.
027200 2200-EXIT.
027300     EXIT.
027400
027500*    A WRONG NUMBER FOUND DURING AN EVENT LANDS ON THE SAME
027600*    phoncreq.dat QUEUE A PHONINQ VIEWER'S FLAG DOES. ONE
027700*    REQUEST PER PERSON PER EVENT - A SECOND W FOR THE SAME
027800*    PERSON IS THE SAME PROBLEM.
027900 2300-FILE-CORRECTION.
028000     IF WS-PERSON-NUMBER = SPACE
028100         DISPLAY "  NO NUMBER ON FILE TO CORRECT - SEE PERSMNT."
028200         GO TO 2300-EXIT
028300     END-IF.
028400     MOVE SPACE TO WS-REQUEST-NOTE.
028500     STRING "WRONG NUMBER - CALL TREE EVENT " DELIMITED BY SIZE
028600         WS-EVENT-ID                       DELIMITED BY SPACE
028700         " PERSON "                        DELIMITED BY SIZE
028800         WS-CALLEE-ID                      DELIMITED BY SIZE
028900         INTO WS-REQUEST-NOTE
029000     END-STRING.
029100     MOVE SPACE               TO CORRECTION-REQUEST-RECORD.
029200     MOVE "O"                 TO CQ-STATUS.
029300     ACCEPT CQ-DATE FROM DATE YYYYMMDD.
029400     ACCEPT CQ-TIME FROM TIME.
029500     MOVE WS-CALLER-ID        TO CQ-REQUESTER.
029600     MOVE WS-PERSON-DIRECTORY TO CQ-DIRECTORY.
029700     MOVE WS-PERSON-NUMBER    TO CQ-NUMBER.
029800     MOVE WS-REQUEST-NOTE     TO CQ-NOTE.
029900     OPEN EXTEND REQUEST-FILE.
030000     IF WS-CREQ-STATUS NOT = "00"
030100         OPEN OUTPUT REQUEST-FILE
030200     END-IF.
030300     WRITE CORRECTION-REQUEST-RECORD.
030400     CLOSE REQUEST-FILE.
030500     ADD 1 TO WS-REQUEST-COUNT.
030600     DISPLAY "  CORRECTION REQUEST FILED FOR "
030700         WS-PERSON-NUMBER ".".
030800 2300-EXIT.
030900     EXIT.
