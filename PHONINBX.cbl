000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONINBX.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: ONE WORK INBOX ACROSS EVERY OPEN WORKLIST. THE
000900*       SHARED INBXLOAD ROUTINE GATHERS THE OPEN CORRECTION
001000*       REQUESTS, RETRO-VALIDATION ITEMS, QA CALLBACKS,
001100*       SAME-NAME PAIRS, VERIFICATIONS DUE, AND BATCH
001200*       REJECTS; THEY ARE SORTED BY TYPE, DIRECTORY, AND
001300*       AGE (OLDEST FIRST) AND SHOWN AS ONE NUMBERED LINE
001400*       PER TYPE AND DIRECTORY WITH THE OPEN COUNT AND THE
001500*       OLDEST ITEM'S AGE IN DAYS. PICKING A LINE LISTS ITS
001600*       ITEMS A SCREEN AT A TIME; W HANDS THE USER OFF TO
001700*       THE SCREEN THAT WORKS THAT LIST OFF (PHONCREQ,
001800*       PHONWOFF, PHONQARV, PHONREVW, PHONVENT, OR IODEMO
001900*       FOR A REJECT TO BE REKEYED), WHICH DOES ITS OWN
002000*       SIGN-ON AND AUTHORITY CHECK, AND THE INBOX IS
002100*       GATHERED AGAIN WHEN IT RETURNS. READ ONLY ITSELF.
002200*----------------------------------------------------------
002300* MOD LOG:
002400*  OCT 2026  DCG  ORIGINAL PROGRAM.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT INBOX-FILE
003000         ASSIGN TO "phoninbx.wrk"
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003300     SELECT SORT-WORK-FILE
003400         ASSIGN TO "phonwork.srt".
003500
003600     SELECT SORTED-INBOX-FILE
003700         ASSIGN TO "phoninbx.srt"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-SORTED-STATUS.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  INBOX-FILE.
004400 01  INBOX-RECORD                PIC X(125).
004500
004600 SD  SORT-WORK-FILE.
004700     COPY INBXREC REPLACING
004800         INBOX-ITEM-RECORD BY SORT-RECORD
004900         IB-TYPE-SEQ       BY SR-TYPE-SEQ
005000         IB-TYPE           BY SR-TYPE
005100         IB-TYPE-NAME      BY SR-TYPE-NAME
005200         IB-DIRECTORY      BY SR-DIRECTORY
005300         IB-AGE-DAYS       BY SR-AGE-DAYS
005400         IB-OPEN-DATE      BY SR-OPEN-DATE
005500         IB-NUMBER         BY SR-NUMBER
005600         IB-DETAIL         BY SR-DETAIL
005700         IB-WORK-PROGRAM   BY SR-WORK-PROGRAM
005800         IB-CORRECTION-REQUEST BY SR-CORRECTION-REQUEST
005900         IB-RETRO-VALIDATION   BY SR-RETRO-VALIDATION
006000         IB-QA-CALLBACK        BY SR-QA-CALLBACK
006100         IB-SAME-NAME-PAIR     BY SR-SAME-NAME-PAIR
006200         IB-VERIFICATION-DUE   BY SR-VERIFICATION-DUE
006300         IB-BATCH-REJECT       BY SR-BATCH-REJECT.
006400
006500 FD  SORTED-INBOX-FILE.
006600     COPY INBXREC.
006700
006800 WORKING-STORAGE SECTION.
006900
007000 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONINBX".
007100 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007200 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007300
007400 01  WS-SORTED-STATUS            PIC X(02) VALUE "00".
007500 01  WS-SORTED-EOF               PIC X(01).
007600     88  END-OF-SORTED-INBOX             VALUE "Y".
007700 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
007800     88  INBOX-DONE                      VALUE "Y".
007900 01  WS-LIST-SWITCH              PIC X(01).
008000     88  LISTING-DONE                    VALUE "Y".
008100 01  WS-HANDOFF-SWITCH           PIC X(01).
008200     88  HANDOFF-WANTED                  VALUE "Y".
008300
008400 01  WS-ITEM-COUNT               PIC 9(07) VALUE ZERO.
008500 01  WS-LOAD-RESULT              PIC X(01).
008600 01  WS-HANDOFF-COUNT            PIC 9(06) VALUE ZERO.
008700
008800 01  WS-INBOX-CHOICE             PIC X(02).
008900 01  WS-CHOICE-NUMBER            PIC 9(02).
009000 01  WS-ANSWER                   PIC X(01).
009100 01  WS-WORK-PROGRAM             PIC X(08).
009200 01  WS-LINES-SHOWN              PIC 9(03) COMP.
009300 01  WS-PAGE-SIZE                PIC 9(03) COMP VALUE 15.
009400
009500*    ONE ROW PER TYPE AND DIRECTORY WITH ANYTHING OPEN. THE
009600*    SORT PUTS EACH GROUP'S OLDEST ITEM FIRST.
009700 01  WS-GROUP-TABLE.
009800     05  WS-GROUP-USED           PIC 9(03) COMP VALUE ZERO.
009900     05  WS-GROUP-ENTRY OCCURS 60 TIMES.
010000         10  WS-GR-TYPE          PIC X(04).
010100         10  WS-GR-TYPE-NAME     PIC X(24).
010200         10  WS-GR-DIRECTORY     PIC X(20).
010300         10  WS-GR-COUNT         PIC 9(07) COMP.
010400         10  WS-GR-OLDEST        PIC 9(05).
010500         10  WS-GR-PROGRAM       PIC X(08).
010600 01  WS-GROUP-INDEX              PIC 9(03) COMP.
010700 01  WS-PICKED-GROUP             PIC 9(03) COMP.
010800
010900 01  WS-GROUP-LINE.
011000     05  GL-NUMBER               PIC Z9.
011100     05  FILLER                  PIC X(02) VALUE SPACE.
011200     05  GL-TYPE-NAME            PIC X(24).
011300     05  GL-DIRECTORY            PIC X(20).
011400     05  GL-COUNT                PIC ZZZ,ZZ9.
011500     05  FILLER                  PIC X(02) VALUE SPACE.
011600     05  GL-OLDEST               PIC ZZ,ZZ9.
011700     05  FILLER                  PIC X(05) VALUE " DAYS".
011800
011900 01  WS-ITEM-LINE.
012000     05  IL-AGE                  PIC ZZ,ZZ9.
012100     05  FILLER                  PIC X(01) VALUE SPACE.
012200     05  IL-OPEN-DATE            PIC X(08).
012300     05  FILLER                  PIC X(01) VALUE SPACE.
012400     05  IL-NUMBER               PIC X(15).
012500     05  FILLER                  PIC X(01) VALUE SPACE.
012600     05  IL-DETAIL               PIC X(40).
012700
012800 PROCEDURE DIVISION.
012900
013000 0000-MAINLINE.
013100     CALL "JOBHDR" USING WS-JOB-NAME.
013200     MOVE "N" TO WS-QUIT-SWITCH.
013300     PERFORM 1000-LOAD-INBOX THRU 1000-EXIT.
013400     PERFORM 2000-SHOW-INBOX THRU 2000-EXIT
013500         UNTIL INBOX-DONE.
013600     DISPLAY "PHONINBX COMPLETE - " WS-HANDOFF-COUNT
013700         " HAND-OFF(S) TO A WORK-OFF SCREEN.".
013800     MOVE WS-HANDOFF-COUNT TO WS-JOURNAL-COUNT.
013900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
014000         WS-END-CODE.
014100     GOBACK.
014200
014300 1000-LOAD-INBOX.
014400     MOVE ZERO TO WS-GROUP-USED.
014500     CALL "INBXLOAD" USING WS-ITEM-COUNT WS-LOAD-RESULT.
014600     IF WS-LOAD-RESULT NOT = "Y"
014700         DISPLAY "THE WORK INBOX COULD NOT BE GATHERED."
014800         MOVE "Y" TO WS-QUIT-SWITCH
014900         GO TO 1000-EXIT
015000     END-IF.
015100     SORT SORT-WORK-FILE
015200         ON ASCENDING KEY SR-TYPE-SEQ SR-DIRECTORY
015300         ON DESCENDING KEY SR-AGE-DAYS
015400         ON ASCENDING KEY SR-NUMBER
015500         USING INBOX-FILE
015600         GIVING SORTED-INBOX-FILE.
015700     OPEN INPUT SORTED-INBOX-FILE.
015800     MOVE "N" TO WS-SORTED-EOF.
015900     PERFORM 1100-TALLY-NEXT-ITEM THRU 1100-EXIT
016000         UNTIL END-OF-SORTED-INBOX.
016100     CLOSE SORTED-INBOX-FILE.
016200 1000-EXIT.
016300     EXIT.
016400
016500 1100-TALLY-NEXT-ITEM.
016600     READ SORTED-INBOX-FILE
016700         AT END
016800             MOVE "Y" TO WS-SORTED-EOF
016900             GO TO 1100-EXIT
017000     END-READ.
017100     IF WS-GROUP-USED > ZERO
017200         IF IB-TYPE = WS-GR-TYPE (WS-GROUP-USED)
017300                 AND IB-DIRECTORY =
017350                     WS-GR-DIRECTORY (WS-GROUP-USED)
017400             ADD 1 TO WS-GR-COUNT (WS-GROUP-USED)
017500             GO TO 1100-EXIT
017600         END-IF
017700     END-IF.
017800     IF WS-GROUP-USED >= 60
017900         ADD 1 TO WS-GR-COUNT (WS-GROUP-USED)
018000         GO TO 1100-EXIT
018100     END-IF.
018200     ADD 1 TO WS-GROUP-USED.
018300     MOVE IB-TYPE         TO WS-GR-TYPE (WS-GROUP-USED).
018400     MOVE IB-TYPE-NAME    TO WS-GR-TYPE-NAME (WS-GROUP-USED).
018500     MOVE IB-DIRECTORY    TO WS-GR-DIRECTORY (WS-GROUP-USED).
018600     MOVE 1               TO WS-GR-COUNT (WS-GROUP-USED).
018700     MOVE IB-AGE-DAYS     TO WS-GR-OLDEST (WS-GROUP-USED).
018800     MOVE IB-WORK-PROGRAM TO WS-GR-PROGRAM (WS-GROUP-USED).
018900 1100-EXIT.
019000     EXIT.
019100
019200 2000-SHOW-INBOX.
019300     DISPLAY "============================================".
019400     DISPLAY " WORK INBOX - " WS-ITEM-COUNT " OPEN ITEM(S)".
019500     DISPLAY "============================================".
019600     IF WS-GROUP-USED = ZERO
019700         DISPLAY " NOTHING IS OPEN ON ANY WORKLIST."
019800     ELSE
019900         DISPLAY " #  WORKLIST                DIRECTORY"
020000             "            OPEN   OLDEST"
020100         MOVE ZERO TO WS-GROUP-INDEX
020200         PERFORM 2100-SHOW-GROUP THRU 2100-EXIT
020300             UNTIL WS-GROUP-INDEX >= WS-GROUP-USED
020400     END-IF.
020500     DISPLAY "ENTER A LINE NUMBER TO LIST ITS ITEMS, "
020600         "R = REFRESH, Q = QUIT ? ".
020700     ACCEPT WS-INBOX-CHOICE.
020800     IF WS-INBOX-CHOICE = "q" OR WS-INBOX-CHOICE = "r"
020900         MOVE FUNCTION UPPER-CASE(WS-INBOX-CHOICE)
021000             TO WS-INBOX-CHOICE
021100     END-IF.
021200     IF WS-INBOX-CHOICE = "Q"
021300         MOVE "Y" TO WS-QUIT-SWITCH
021400         GO TO 2000-EXIT
021500     END-IF.
021600     IF WS-INBOX-CHOICE = "R"
021700         PERFORM 1000-LOAD-INBOX THRU 1000-EXIT
021800         GO TO 2000-EXIT
021900     END-IF.
022000     PERFORM 2200-EDIT-CHOICE THRU 2200-EXIT.
022100     IF WS-PICKED-GROUP = ZERO
022200         DISPLAY "PLEASE ENTER ONE OF THE LINE NUMBERS, R, OR Q."
022300         GO TO 2000-EXIT
022400     END-IF.
022500     PERFORM 3000-LIST-GROUP THRU 3000-EXIT.
022600     IF HANDOFF-WANTED
022700         PERFORM 4000-HAND-OFF THRU 4000-EXIT
022800     END-IF.
022900 2000-EXIT.
023000     EXIT.
023100
023200 2100-SHOW-GROUP.
023300     ADD 1 TO WS-GROUP-INDEX.
023400     MOVE WS-GROUP-INDEX TO GL-NUMBER.
023500     MOVE WS-GR-TYPE-NAME (WS-GROUP-INDEX) TO GL-TYPE-NAME.
023600     MOVE WS-GR-DIRECTORY (WS-GROUP-INDEX) TO GL-DIRECTORY.
023700     MOVE WS-GR-COUNT (WS-GROUP-INDEX)     TO GL-COUNT.
023800     MOVE WS-GR-OLDEST (WS-GROUP-INDEX)    TO GL-OLDEST.
023900     DISPLAY WS-GROUP-LINE.
024000 2100-EXIT.
024100     EXIT.
024200
024300*    A ONE- OR TWO-DIGIT LINE NUMBER; ANYTHING ELSE PICKS
024400*    NOTHING.
024500 2200-EDIT-CHOICE.
024600     MOVE ZERO TO WS-PICKED-GROUP.
024700     IF WS-INBOX-CHOICE (1:1) NOT NUMERIC
024800         GO TO 2200-EXIT
024900     END-IF.
025000     IF WS-INBOX-CHOICE (2:1) = SPACE
025100         MOVE WS-INBOX-CHOICE (1:1) TO WS-CHOICE-NUMBER
025200     ELSE
025300         IF WS-INBOX-CHOICE (2:1) NOT NUMERIC
025400             GO TO 2200-EXIT
025500         END-IF
025600         MOVE WS-INBOX-CHOICE TO WS-CHOICE-NUMBER
025700     END-IF.
025800     IF WS-CHOICE-NUMBER > ZERO
025900             AND WS-CHOICE-NUMBER NOT > WS-GROUP-USED
026000         MOVE WS-CHOICE-NUMBER TO WS-PICKED-GROUP
026100     END-IF.
026200 2200-EXIT.
026300     EXIT.
026400
026500 3000-LIST-GROUP.
026600     MOVE "N" TO WS-HANDOFF-SWITCH.
026700     MOVE "N" TO WS-LIST-SWITCH.
026800     MOVE ZERO TO WS-LINES-SHOWN.
026900     DISPLAY "--------------------------------------------".
027000     DISPLAY " " FUNCTION TRIM(WS-GR-TYPE-NAME (WS-PICKED-GROUP))
027100         " - " FUNCTION TRIM(WS-GR-DIRECTORY (WS-PICKED-GROUP)).
027200     DISPLAY "   AGE OPENED   NUMBER          DETAIL".
027300     OPEN INPUT SORTED-INBOX-FILE.
027400     MOVE "N" TO WS-SORTED-EOF.
027500     PERFORM 3100-LIST-NEXT-ITEM THRU 3100-EXIT
027600         UNTIL END-OF-SORTED-INBOX OR LISTING-DONE.
027700     CLOSE SORTED-INBOX-FILE.
027800     IF NOT LISTING-DONE
027900         PERFORM 3200-ASK-AT-END THRU 3200-EXIT
028000     END-IF.
028100 3000-EXIT.
028200     EXIT.
028300
028400 3100-LIST-NEXT-ITEM.
028500     READ SORTED-INBOX-FILE
028600         AT END
028700             MOVE "Y" TO WS-SORTED-EOF
028800             GO TO 3100-EXIT
028900     END-READ.
029000     IF IB-TYPE NOT = WS-GR-TYPE (WS-PICKED-GROUP)
029100             OR IB-DIRECTORY NOT = WS-GR-DIRECTORY
029200                                      (WS-PICKED-GROUP)
029300         GO TO 3100-EXIT
029400     END-IF.
029500     MOVE IB-AGE-DAYS  TO IL-AGE.
029600     MOVE IB-OPEN-DATE TO IL-OPEN-DATE.
029700     MOVE IB-NUMBER    TO IL-NUMBER.
029800     MOVE IB-DETAIL    TO IL-DETAIL.
029900     DISPLAY WS-ITEM-LINE.
030000     ADD 1 TO WS-LINES-SHOWN.
030100     IF WS-LINES-SHOWN >= WS-PAGE-SIZE
030200         MOVE ZERO TO WS-LINES-SHOWN
030300         PERFORM 3300-ASK-AT-PAGE THRU 3300-EXIT
030400     END-IF.
030500 3100-EXIT.
030600     EXIT.
030700
030800 3200-ASK-AT-END.
030900     DISPLAY "W = WORK THESE OFF IN "
031000         WS-GR-PROGRAM (WS-PICKED-GROUP)
031100         ", B = BACK TO THE INBOX ? ".
031200     ACCEPT WS-ANSWER.
031300     IF WS-ANSWER = "w" OR WS-ANSWER = "b"
031400         MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
031500     END-IF.
031600     IF WS-ANSWER NOT = "W" AND WS-ANSWER NOT = "B"
031700         DISPLAY "PLEASE ANSWER W OR B."
031800         GO TO 3200-ASK-AT-END
031900     END-IF.
032000     IF WS-ANSWER = "W"
032100         MOVE "Y" TO WS-HANDOFF-SWITCH
032200     END-IF.
032300 3200-EXIT.
032400     EXIT.
032500
032600 3300-ASK-AT-PAGE.
032700     DISPLAY "M = MORE, W = WORK THESE OFF IN "
032800         WS-GR-PROGRAM (WS-PICKED-GROUP)
032900         ", B = BACK TO THE INBOX ? ".
033000     ACCEPT WS-ANSWER.
033100     IF WS-ANSWER = "m" OR WS-ANSWER = "w" OR WS-ANSWER = "b"
033200         MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
033300     END-IF.
033400     IF WS-ANSWER NOT = "M" AND WS-ANSWER NOT = "W"
033500             AND WS-ANSWER NOT = "B"
033600         DISPLAY "PLEASE ANSWER M, W, OR B."
033700         GO TO 3300-ASK-AT-PAGE
033800     END-IF.
033900     IF WS-ANSWER = "W"
034000         MOVE "Y" TO WS-HANDOFF-SWITCH
034100     END-IF.
034200     IF WS-ANSWER NOT = "M"
034300         MOVE "Y" TO WS-LIST-SWITCH
034400     END-IF.
034500 3300-EXIT.
034600     EXIT.
034700
034800*    THE WORK-OFF SCREEN ASKS FOR ITS OWN SIGN-ON AND
034900*    DIRECTORY; THE INBOX IS GATHERED AGAIN AFTERWARDS SO IT
035000*    SHOWS WHAT IS STILL OPEN.
035100 4000-HAND-OFF.
035200     MOVE WS-GR-PROGRAM (WS-PICKED-GROUP) TO WS-WORK-PROGRAM.
035300     DISPLAY "HANDING OFF TO " WS-WORK-PROGRAM " - CHOOSE "
035400         FUNCTION TRIM(WS-GR-DIRECTORY (WS-PICKED-GROUP))
035500         " WHEN IT ASKS FOR THE DIRECTORY.".
035600     ADD 1 TO WS-HANDOFF-COUNT.
035700     CALL WS-WORK-PROGRAM.
035800     MOVE ZERO TO RETURN-CODE.
035900     PERFORM 1000-LOAD-INBOX THRU 1000-EXIT.
036000 4000-EXIT.
036100     EXIT.
