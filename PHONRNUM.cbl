001900*       WITH A BALANCED COUNT - PREVIEWED = APPLIED +
002000*       COLLISIONS - AND REQUIRES SUPERVISOR AUTHORITY
002100*       THROUGH THE SHARED OPERSEC SIGN-ON.
002116*       THE APPLY PASS CHECKPOINTS ITS POSITION ON
002132*       phonrnum.ckp AFTER EVERY RECORD; AFTER AN ABEND THE
002148*       NEXT RUN OFFERS TO RESUME THE SAME RULE AFTER THE
002164*       LAST RECORD DONE AND ADDS A CONTROL SECTION TO THE
002180*       REGISTER SPLITTING THE COUNTS BETWEEN THE ATTEMPTS.
002200*----------------------------------------------------------
002300* MOD LOG:
002400*  SEP 2026  DCG  ORIGINAL PROGRAM.
002433*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002466*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002474*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002482*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002490*                 CHECK VALUE) JUST BEFORE THE WRITE.
002491*  OCT 2026  DCG  THE APPLY PASS NOW CHECKPOINTS ITS POSITION
002492*                 (DIRECTORY AND LAST KEY DONE) ON
002493*                 phonrnum.ckp. A RERUN AFTER AN ABEND OFFERS
002494*                 TO RESUME THE SAME RULE AFTER THE LAST
002495*                 RECORD DONE, SO NUMBERS ALREADY MOVED ARE NOT
002496*                 TAKEN AGAIN, AND THE REGISTER SHOWS WHAT THE
002497*                 FIRST ATTEMPT AND THE RESUMED RUN EACH DID.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-XREF-STATUS.
004700
004800     SELECT OPTIONAL REGISTER-FILE
004900         ASSIGN TO "phonrnum.lst"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005016
005032     SELECT OPTIONAL CHECKPOINT-FILE
005048         ASSIGN TO "phonrnum.ckp"
005064         ORGANIZATION IS LINE SEQUENTIAL
005080         FILE STATUS IS WS-CKPT-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
006600
006700 FD  REGISTER-FILE.
006800 01  REGISTER-LINE               PIC X(80).
006825
006850 FD  CHECKPOINT-FILE.
006875     COPY SWPCKPT.
006900
007000 WORKING-STORAGE SECTION.
007100
007500
007600 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007700 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
007725 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
007750 01  WS-SEAL-CHECK               PIC X(10).
007775 01  WS-SEAL-RESULT              PIC X(01).
007800 01  WS-XREF-STATUS              PIC X(02) VALUE "00".
007850 01  WS-CKPT-STATUS              PIC X(02) VALUE "00".
007900
008000 01  WS-DIRECTORY-FILE           PIC X(20).
008100 01  WS-REG-FUNCTION             PIC X(01).
010200 01  WS-ENTRY-PREFIX             PIC X(03).
010300 01  WS-PREFIX-TABLE.
010400     05  WS-PREFIX-USED          PIC 9(02) COMP VALUE ZERO.
010500     05  WS-PREFIX-LIST          PIC X(30).
010600     05  FILLER REDEFINES WS-PREFIX-LIST.
010633         10  WS-PREFIX-ENTRY OCCURS 10 TIMES.
010666             15  WS-PF-PREFIX    PIC X(03).
010700
010800 01  WS-BOOK-EOF                 PIC X(01).
010900 01  YES-NO                      PIC X(01).
012900 01  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE ZERO.
013000 01  WS-COLLISION-COUNT          PIC 9(06) COMP VALUE ZERO.
013100 01  WS-DIR-CHANGED-COUNT        PIC 9(06) COMP VALUE ZERO.
013102 01  WS-DONE-EARLIER-COUNT       PIC 9(06) COMP VALUE ZERO.
013104
013106*    RESTART CONTROL. THE RESUME POINT IS WHERE THE
013108*    INTERRUPTED RUN STOPPED; THE CHECKPOINT POSITION MOVES
013110*    ON AS THIS RUN FINISHES EACH RECORD AND DIRECTORY.
013112 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
013114     88  RESTARTED-RUN                   VALUE "Y".
013116 01  WS-DONE-EARLIER             PIC X(01).
013117 01  WS-TAKEOVER-SWITCH          PIC X(01) VALUE "N".
013118 01  WS-RESUME-DIGIT             PIC 9(02) VALUE ZERO.
013120 01  WS-RESUME-DIR-STATE         PIC X(01) VALUE SPACE.
013122 01  WS-RESUME-KEY               PIC X(15) VALUE SPACE.
013124 01  WS-CKPT-STATE               PIC X(01).
013126 01  WS-CKPT-DIGIT               PIC 9(02) VALUE ZERO.
013128 01  WS-CKPT-DIRECTORY           PIC X(20) VALUE SPACE.
013130 01  WS-CKPT-DIR-STATE           PIC X(01) VALUE "D".
013132 01  WS-CKPT-KEY                 PIC X(15) VALUE SPACE.
013134 01  WS-ATTEMPT                  PIC 9(02) VALUE ZERO.
013135 01  WS-EARLIER-ATTEMPTS         PIC 9(02) VALUE ZERO.
013136 01  WS-ATTEMPT-LABEL            PIC X(17).
013137 01  WS-FIRST-DATE               PIC X(08).
013138 01  WS-FIRST-TIME               PIC X(08).
013140 01  WS-FIRST-OPERATOR           PIC X(08).
013142 01  WS-EARLIER-APPLIED          PIC 9(06) VALUE ZERO.
013144 01  WS-EARLIER-COLLISIONS       PIC 9(06) VALUE ZERO.
013146 01  WS-TOTAL-COUNT              PIC 9(06) VALUE ZERO.
013148 01  WS-EDIT-APPLIED             PIC ZZZ,ZZ9.
013150 01  WS-EDIT-COLLISIONS          PIC ZZZ,ZZ9.
013152 01  WS-EDIT-SKIPPED             PIC ZZZ,ZZ9.
013154
013156 01  WS-RULE-IMAGE.
013158     05  RI-OLD-AREA             PIC X(03).
013160     05  RI-NEW-AREA             PIC X(03).
013162     05  RI-PREFIX-USED          PIC 9(02).
013164     05  RI-PREFIX-LIST          PIC X(30).
013166     05  FILLER                  PIC X(02).
013200
013300 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
013400 01  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO.
016500             WS-END-CODE
016600         GOBACK
016700     END-IF.
016800     PERFORM 0200-OFFER-RESUME THRU 0200-EXIT.
016900     IF RESTARTED-RUN
016914         OPEN EXTEND REGISTER-FILE
016928         PERFORM 0300-HEAD-RESUMED-RUN THRU 0300-EXIT
016942     ELSE
016956         PERFORM 1000-GET-THE-RULE THRU 1000-EXIT
016970         OPEN OUTPUT REGISTER-FILE
016984     END-IF.
017000     MOVE SPACE TO REGISTER-LINE.
017100     STRING "RENUMBER PREVIEW - AREA " DELIMITED BY SIZE
017200         WS-OLD-AREA                   DELIMITED BY SIZE
017900     PERFORM 2000-PREVIEW-EVERYTHING THRU 2000-EXIT.
018000     DISPLAY "PREVIEW - " WS-PREVIEW-COUNT " RECORD(S) "
018100         "WOULD BE RENUMBERED - SEE phonrnum.lst.".
018120     IF RESTARTED-RUN
018140         DISPLAY "PREVIEW - " WS-DONE-EARLIER-COUNT " RECORD(S) "
018160             "ALREADY HANDLED BY THE INTERRUPTED RUN."
018180     END-IF.
018200     IF WS-PREVIEW-COUNT = ZERO
018220         IF RESTARTED-RUN
018240             PERFORM 3600-FINISH-CHECKPOINT THRU 3600-EXIT
018260             PERFORM 8000-PRINT-ATTEMPTS THRU 8000-EXIT
018280         END-IF
018300         CLOSE REGISTER-FILE
018400         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018500             WS-END-CODE
019300         PERFORM 3000-APPLY-EVERYTHING THRU 3000-EXIT
019400     ELSE
019500         DISPLAY "NOTHING APPLIED - PREVIEW ONLY."
019520         IF RESTARTED-RUN
019540             DISPLAY "THE CHECKPOINT IS KEPT - THE INTERRUPTED "
019560                 "RUN CAN STILL BE RESUMED."
019580         END-IF
019600     END-IF.
019625     IF RESTARTED-RUN
019650         PERFORM 8000-PRINT-ATTEMPTS THRU 8000-EXIT
019675     END-IF.
019700     CLOSE REGISTER-FILE.
019800     DISPLAY "PHONRNUM - PREVIEWED " WS-PREVIEW-COUNT
019900         ", APPLIED " WS-APPLIED-COUNT
020000         ", COLLISIONS " WS-COLLISION-COUNT ".".
020016     IF RESTARTED-RUN
020032         DISPLAY "PHONRNUM - RESUMED RUN; THE INTERRUPTED RUN "
020048             "APPLIED " WS-EARLIER-APPLIED ", COLLISIONS "
020064             WS-EARLIER-COLLISIONS "."
020080     END-IF.
020100     IF YES-NO = "Y"
020200         IF WS-APPLIED-COUNT + WS-COLLISION-COUNT
020300                 = WS-PREVIEW-COUNT
025600 0110-EXIT.
025700     EXIT.
025800
025801*    AN UNFINISHED CHECKPOINT MEANS THE LAST APPLY PASS DIED
025802*    PART WAY. RESUMING TAKES BACK ITS RULE AND POSITION, SO
025803*    THE NUMBERS IT ALREADY MOVED ARE NOT TAKEN AGAIN; A
025804*    REFUSAL STARTS A FRESH RUN WITH A NEW RULE.
025805 0200-OFFER-RESUME.
025806     OPEN INPUT CHECKPOINT-FILE.
025807     IF WS-CKPT-STATUS NOT = "00"
025808         GO TO 0200-EXIT
025809     END-IF.
025810     READ CHECKPOINT-FILE
025811         AT END
025812             MOVE "C" TO SK-STATE
025813     END-READ.
025814     CLOSE CHECKPOINT-FILE.
025815     IF NOT SK-IN-FLIGHT
025816         GO TO 0200-EXIT
025817     END-IF.
025818     MOVE SK-RUN-RULE TO WS-RULE-IMAGE.
025819     DISPLAY "AN INTERRUPTED RENUMBER IS ON FILE - AREA "
025820         RI-OLD-AREA " -> " RI-NEW-AREA ", STARTED "
025821         SK-FIRST-DATE " " SK-FIRST-TIME (1:6) " BY "
025822         SK-OPERATOR-ID.
025823     IF SK-DIR-UNDER-WAY
025824         DISPLAY "IT STOPPED IN " FUNCTION TRIM(SK-DIRECTORY)
025825             " AFTER " SK-LAST-KEY
025826     ELSE
025827         IF SK-REG-DIGIT = ZERO
025828             DISPLAY "IT STOPPED BEFORE FINISHING ANY DIRECTORY."
025829         ELSE
025830             DISPLAY "IT STOPPED AFTER FINISHING "
025831                 FUNCTION TRIM(SK-DIRECTORY) "."
025832         END-IF
025833     END-IF.
025834     DISPLAY "APPLIED SO FAR " SK-COUNT (1) ", COLLISIONS "
025835         SK-COUNT (2) ".".
025836     PERFORM 0210-ASK-RESUME THRU 0210-EXIT.
025837     IF YES-NO NOT = "Y"
025838         DISPLAY "CHECKPOINT SET ASIDE - ENTER THE RULE FOR A "
025839             "FRESH RUN."
025840         GO TO 0200-EXIT
025841     END-IF.
025842     MOVE "Y" TO WS-RESTART-SWITCH.
025843     MOVE RI-OLD-AREA    TO WS-OLD-AREA.
025844     MOVE RI-NEW-AREA    TO WS-NEW-AREA.
025845     MOVE RI-PREFIX-USED TO WS-PREFIX-USED.
025846     MOVE RI-PREFIX-LIST TO WS-PREFIX-LIST.
025847     MOVE SK-REG-DIGIT   TO WS-RESUME-DIGIT WS-CKPT-DIGIT.
025848     MOVE SK-DIR-STATE   TO WS-RESUME-DIR-STATE
025849                            WS-CKPT-DIR-STATE.
025850     MOVE SK-LAST-KEY    TO WS-RESUME-KEY WS-CKPT-KEY.
025851     MOVE SK-DIRECTORY   TO WS-CKPT-DIRECTORY.
025852     MOVE SK-ATTEMPT     TO WS-ATTEMPT WS-EARLIER-ATTEMPTS.
025853     MOVE SK-FIRST-DATE  TO WS-FIRST-DATE.
025854     MOVE SK-FIRST-TIME  TO WS-FIRST-TIME.
025855     MOVE SK-OPERATOR-ID TO WS-FIRST-OPERATOR.
025856     MOVE SK-COUNT (1)   TO WS-EARLIER-APPLIED.
025857     MOVE SK-COUNT (2)   TO WS-EARLIER-COLLISIONS.
025858 0200-EXIT.
025859     EXIT.
025860
025861 0210-ASK-RESUME.
025862     DISPLAY "RESUME IT (Y/N) ? ".
025863     ACCEPT YES-NO.
025864     IF YES-NO = "y"
025865         MOVE "Y" TO YES-NO
025866     END-IF.
025867     IF YES-NO = "n"
025868         MOVE "N" TO YES-NO
025869     END-IF.
025870     IF YES-NO NOT = "Y" AND YES-NO NOT = "N"
025871         DISPLAY "PLEASE ANSWER Y OR N."
025872         GO TO 0210-ASK-RESUME
025873     END-IF.
025874 0210-EXIT.
025875     EXIT.
025876
025877*    THE RESUMED RUN CARRIES ON UNDER THE INTERRUPTED RUN'S
025878*    REGISTER, WHICH ALREADY SHOWS WHAT THAT RUN DID.
025879 0300-HEAD-RESUMED-RUN.
025880     WRITE REGISTER-LINE FROM SPACE.
025881     MOVE SPACE TO REGISTER-LINE.
025882     STRING "*** RESUMED RUN " DELIMITED BY SIZE
025883         WS-TODAY-DATE          DELIMITED BY SIZE
025884         " BY "                 DELIMITED BY SIZE
025885         WS-OPERATOR-ID         DELIMITED BY SPACE
025886         " - THE LINES ABOVE ARE THE INTERRUPTED RUN ***"
025887                                DELIMITED BY SIZE
025888         INTO REGISTER-LINE
025889     END-STRING.
025890     WRITE REGISTER-LINE.
025891     WRITE REGISTER-LINE FROM SPACE.
025892 0300-EXIT.
025893     EXIT.
025894
025900 1000-GET-THE-RULE.
026000     DISPLAY "OLD AREA CODE (3 DIGITS) ? ".
026100     ACCEPT WS-OLD-AREA.
033100
033200 2200-PREVIEW-NEXT.
033300     PERFORM 4000-CHECK-THE-RULE THRU 4000-EXIT.
033312     IF WS-RULE-MATCH = "Y"
033324         PERFORM 3700-CHECK-DONE-EARLIER THRU 3700-EXIT
033336         IF WS-DONE-EARLIER = "Y"
033348             ADD 1 TO WS-DONE-EARLIER-COUNT
033360             MOVE "N" TO WS-RULE-MATCH
033372         END-IF
033384     END-IF.
033400     IF WS-RULE-MATCH = "Y"
033500         ADD 1 TO WS-PREVIEW-COUNT
033600         PERFORM 4100-BUILD-NEW-NUMBER THRU 4100-EXIT
036400     EXIT.
036500
036600 3000-APPLY-EVERYTHING.
036650     PERFORM 3500-START-CHECKPOINT THRU 3500-EXIT.
036700     MOVE 1 TO WS-REG-DIGIT.
036800     PERFORM 3100-APPLY-ONE-DIR THRU 3100-EXIT
036900         UNTIL WS-REG-DIGIT > 9.
036950     PERFORM 3600-FINISH-CHECKPOINT THRU 3600-EXIT.
037000 3000-EXIT.
037100     EXIT.
037200
038200     IF WS-REG-RESULT NOT = "Y"
038300         GO TO 3100-NEXT-CHOICE
038400     END-IF.
038410     IF RESTARTED-RUN
038420         IF WS-REG-DIGIT < WS-RESUME-DIGIT
038430             GO TO 3100-NEXT-CHOICE
038440         END-IF
038450         IF WS-REG-DIGIT = WS-RESUME-DIGIT
038460                 AND WS-RESUME-DIR-STATE = "D"
038470             GO TO 3100-NEXT-CHOICE
038480         END-IF
038490     END-IF.
038500     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
038600     MOVE "L" TO WS-LOCK-FUNCTION.
038700     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
038800     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
038900         WS-LOCK-FUNCTION WS-LOCK-RESULT.
038908*    THE INTERRUPTED RUN HELD ONE LOCK AT MOST - ON THE
038916*    DIRECTORY IT DIED IN - AND THE FIRST LOCK FOUND UNDER
038920*    ITS OPERATOR IS TAKEN OVER, NOT LEFT FOR A HAND CLEAR.
038924     IF WS-LOCK-RESULT = "N"
038932             AND RESTARTED-RUN
038940         IF WS-TAKEOVER-SWITCH = "N"
038948                 AND WS-LOCK-HOLDER = WS-FIRST-OPERATOR
038956             DISPLAY "TAKING OVER THE INTERRUPTED RUN'S LOCK ON "
038964                 FUNCTION TRIM(WS-DIRECTORY-FILE) "."
038972             MOVE "Y" TO WS-LOCK-RESULT
038976             MOVE "Y" TO WS-TAKEOVER-SWITCH
038980         END-IF
038988     END-IF.
039000     IF WS-LOCK-RESULT = "N"
039100         DISPLAY "DIRECTORY "
039200             FUNCTION TRIM(WS-DIRECTORY-FILE)
041500         WS-MVT-DELETED WS-CLOSE-COUNT.
041600     CLOSE PHONE-BOOK.
041700     PERFORM 3900-RELEASE-LOCK THRU 3900-EXIT.
041714     MOVE WS-REG-DIGIT      TO WS-CKPT-DIGIT.
041728     MOVE WS-DIRECTORY-FILE TO WS-CKPT-DIRECTORY.
041742     MOVE "D"               TO WS-CKPT-DIR-STATE.
041756     MOVE SPACE             TO WS-CKPT-KEY.
041770     MOVE "R"               TO WS-CKPT-STATE.
041784     PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT.
041800 3100-NEXT-CHOICE.
041900     ADD 1 TO WS-REG-DIGIT.
042000 3100-EXIT.
046400     ADD 1 TO WS-TABLE-INDEX.
046500     MOVE WS-MT-NUMBER (WS-TABLE-INDEX) TO WS-OLD-NUMBER.
046600     MOVE WS-OLD-NUMBER TO PHONE-NUMBER.
046620     PERFORM 3700-CHECK-DONE-EARLIER THRU 3700-EXIT.
046640     IF WS-DONE-EARLIER = "Y"
046660         GO TO 3300-EXIT
046680     END-IF.
046700     READ PHONE-BOOK
046800         INVALID KEY
046900             GO TO 3300-EXIT
048400             ADD 1 TO WS-COLLISION-COUNT
048500             MOVE "COLLISION" TO RG-NOTE
048600             WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
048650             PERFORM 3450-MARK-RECORD-DONE THRU 3450-EXIT
048700             GO TO 3300-EXIT
048800     END-READ.
048900     MOVE WS-OLD-NUMBER TO PHONE-NUMBER.
049800     IF WS-PHONE-STATUS NOT = "00"
049900         MOVE "WRITE FAIL" TO RG-NOTE
050000         WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
050050         PERFORM 3450-MARK-RECORD-DONE THRU 3450-EXIT
050100         MOVE 8 TO RETURN-CODE
050200         MOVE 8 TO WS-END-CODE
050300         GO TO 3300-EXIT
050900     PERFORM 6000-CUT-CROSS-REF THRU 6000-EXIT.
051000     MOVE "APPLIED" TO RG-NOTE.
051100     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
051150     PERFORM 3450-MARK-RECORD-DONE THRU 3450-EXIT.
051200 3300-EXIT.
051300     EXIT.
051400
051401*    THE CHECKPOINT CARRIES THE RULE, THE POSITION AND THE
051402*    COUNTS OVER EVERY ATTEMPT SO FAR. IT IS REWRITTEN AFTER
051403*    EVERY RECORD AND EVERY DIRECTORY THE APPLY PASS FINISHES.
051404 3400-WRITE-CHECKPOINT.
051405     MOVE WS-OLD-AREA    TO RI-OLD-AREA.
051406     MOVE WS-NEW-AREA    TO RI-NEW-AREA.
051407     MOVE WS-PREFIX-USED TO RI-PREFIX-USED.
051408     MOVE WS-PREFIX-LIST TO RI-PREFIX-LIST.
051409     OPEN OUTPUT CHECKPOINT-FILE.
051410     MOVE SPACE TO SWEEP-CHECKPOINT-RECORD.
051411     MOVE WS-CKPT-STATE     TO SK-STATE.
051412     MOVE WS-ATTEMPT        TO SK-ATTEMPT.
051413     MOVE WS-FIRST-DATE     TO SK-FIRST-DATE.
051414     MOVE WS-FIRST-TIME     TO SK-FIRST-TIME.
051415     MOVE WS-FIRST-OPERATOR TO SK-OPERATOR-ID.
051416     MOVE WS-RULE-IMAGE     TO SK-RUN-RULE.
051417     MOVE WS-CKPT-DIGIT     TO SK-REG-DIGIT.
051418     MOVE WS-CKPT-DIRECTORY TO SK-DIRECTORY.
051419     MOVE WS-CKPT-DIR-STATE TO SK-DIR-STATE.
051420     MOVE WS-CKPT-KEY       TO SK-LAST-KEY.
051421     ADD WS-EARLIER-APPLIED WS-APPLIED-COUNT
051422         GIVING SK-COUNT (1).
051423     ADD WS-EARLIER-COLLISIONS WS-COLLISION-COUNT
051424         GIVING SK-COUNT (2).
051425     MOVE ZERO TO SK-COUNT (3) SK-COUNT (4).
051426     WRITE SWEEP-CHECKPOINT-RECORD.
051427     CLOSE CHECKPOINT-FILE.
051428 3400-EXIT.
051429     EXIT.
051430
051431 3450-MARK-RECORD-DONE.
051432     MOVE WS-REG-DIGIT      TO WS-CKPT-DIGIT.
051433     MOVE WS-DIRECTORY-FILE TO WS-CKPT-DIRECTORY.
051434     MOVE "P"               TO WS-CKPT-DIR-STATE.
051435     MOVE WS-OLD-NUMBER     TO WS-CKPT-KEY.
051436     MOVE "R"               TO WS-CKPT-STATE.
051437     PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT.
051438 3450-EXIT.
051439     EXIT.
051440
051441 3500-START-CHECKPOINT.
051442     IF NOT RESTARTED-RUN
051443         ACCEPT WS-FIRST-DATE FROM DATE YYYYMMDD
051444         ACCEPT WS-FIRST-TIME FROM TIME
051445         MOVE WS-OPERATOR-ID TO WS-FIRST-OPERATOR
051446     END-IF.
051447     ADD 1 TO WS-ATTEMPT.
051448     MOVE "R" TO WS-CKPT-STATE.
051449     PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT.
051450 3500-EXIT.
051451     EXIT.
051452
051453 3600-FINISH-CHECKPOINT.
051454     MOVE "C" TO WS-CKPT-STATE.
051455     PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT.
051456 3600-EXIT.
051457     EXIT.
051458
051459*    ON A RESUMED RUN, A MATCH IN A DIRECTORY THE INTERRUPTED
051460*    RUN FINISHED, OR AT OR BEFORE THE LAST KEY IT FINISHED
051461*    IN THE DIRECTORY IT DIED IN, WAS ALREADY HANDLED THERE.
051462 3700-CHECK-DONE-EARLIER.
051463     MOVE "N" TO WS-DONE-EARLIER.
051464     IF NOT RESTARTED-RUN
051465         GO TO 3700-EXIT
051466     END-IF.
051467     IF WS-REG-DIGIT < WS-RESUME-DIGIT
051468         MOVE "Y" TO WS-DONE-EARLIER
051469         GO TO 3700-EXIT
051470     END-IF.
051471     IF WS-REG-DIGIT > WS-RESUME-DIGIT
051472         GO TO 3700-EXIT
051473     END-IF.
051474     IF WS-RESUME-DIR-STATE = "D"
051475             OR PHONE-NUMBER NOT > WS-RESUME-KEY
051476         MOVE "Y" TO WS-DONE-EARLIER
051477     END-IF.
051478 3700-EXIT.
051479     EXIT.
051480
051500 4000-CHECK-THE-RULE.
051600     MOVE "N" TO WS-RULE-MATCH.
051700     IF PHONE-NUMBER (1:3) NOT = WS-OLD-AREA
055400     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
055500     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
055600     MOVE WS-NEW-RECORD     TO CH-NEW-VALUES.
055650     MOVE "03"              TO CH-IMAGE-VERSION.
055700     OPEN EXTEND CHANGE-HISTORY-FILE.
055800     IF WS-CHG-STATUS NOT = "00"
055900         OPEN OUTPUT CHANGE-HISTORY-FILE
056000     END-IF.
056033     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
056066         WS-SEAL-CHECK WS-SEAL-RESULT.
056100     WRITE CHANGE-HISTORY-RECORD.
056200     CLOSE CHANGE-HISTORY-FILE.
056300 5000-EXIT.
060800     END-READ.
060900 7100-EXIT.
061000     EXIT.

061100*    CONTROL SECTION OF A RESUMED RUN - WHAT THE INTERRUPTED
061200*    ATTEMPT(S) DID, WHAT THIS RUN DID, AND THE TWO TOGETHER.
061300 8000-PRINT-ATTEMPTS.
061400     WRITE REGISTER-LINE FROM SPACE.
061500     MOVE "CONTROL TOTALS BY ATTEMPT:" TO REGISTER-LINE.
061600     WRITE REGISTER-LINE.
061700     MOVE "FIRST ATTEMPT" TO WS-ATTEMPT-LABEL.
061800     IF WS-EARLIER-ATTEMPTS > 1
061900         MOVE "EARLIER ATTEMPTS" TO WS-ATTEMPT-LABEL
062000     END-IF.
062100     MOVE SPACE TO REGISTER-LINE.
062200     STRING "  "                 DELIMITED BY SIZE
062300         WS-ATTEMPT-LABEL         DELIMITED BY SIZE
062400         "- STARTED "             DELIMITED BY SIZE
062500         WS-FIRST-DATE            DELIMITED BY SIZE
062600         " "                      DELIMITED BY SIZE
062700         WS-FIRST-TIME (1:6)      DELIMITED BY SIZE
062800         " BY "                   DELIMITED BY SIZE
062900         WS-FIRST-OPERATOR        DELIMITED BY SPACE
062933         INTO REGISTER-LINE
062966     END-STRING.
063000     WRITE REGISTER-LINE.
063100     MOVE WS-EARLIER-APPLIED    TO WS-EDIT-APPLIED.
063200     MOVE WS-EARLIER-COLLISIONS TO WS-EDIT-COLLISIONS.
063300     MOVE SPACE TO REGISTER-LINE.
063400     STRING "      APPLIED " DELIMITED BY SIZE
063500         WS-EDIT-APPLIED        DELIMITED BY SIZE
063600         "   COLLISIONS "       DELIMITED BY SIZE
063700         WS-EDIT-COLLISIONS     DELIMITED BY SIZE
063800         INTO REGISTER-LINE
063900     END-STRING.
064000     WRITE REGISTER-LINE.
064100     MOVE SPACE TO REGISTER-LINE.
064200     STRING "  RESUMED RUN      - " DELIMITED BY SIZE
064300         WS-TODAY-DATE              DELIMITED BY SIZE
064400         " BY "                     DELIMITED BY SIZE
064500         WS-OPERATOR-ID             DELIMITED BY SPACE
064600         INTO REGISTER-LINE
064700     END-STRING.
064800     WRITE REGISTER-LINE.
064900     MOVE WS-APPLIED-COUNT      TO WS-EDIT-APPLIED.
065000     MOVE WS-COLLISION-COUNT    TO WS-EDIT-COLLISIONS.
065100     MOVE WS-DONE-EARLIER-COUNT TO WS-EDIT-SKIPPED.
065200     MOVE SPACE TO REGISTER-LINE.
065300     STRING "      APPLIED " DELIMITED BY SIZE
065400         WS-EDIT-APPLIED        DELIMITED BY SIZE
065500         "   COLLISIONS "       DELIMITED BY SIZE
065600         WS-EDIT-COLLISIONS     DELIMITED BY SIZE
065700         "   LEFT AS ALREADY DONE " DELIMITED BY SIZE
065800         WS-EDIT-SKIPPED        DELIMITED BY SIZE
065900         INTO REGISTER-LINE
066000     END-STRING.
066100     WRITE REGISTER-LINE.
066200     ADD WS-EARLIER-APPLIED WS-APPLIED-COUNT
066300         GIVING WS-TOTAL-COUNT.
066400     MOVE WS-TOTAL-COUNT TO WS-EDIT-APPLIED.
066500     ADD WS-EARLIER-COLLISIONS WS-COLLISION-COUNT
066600         GIVING WS-TOTAL-COUNT.
066700     MOVE WS-TOTAL-COUNT TO WS-EDIT-COLLISIONS.
066800     MOVE SPACE TO REGISTER-LINE.
066900     STRING "  ALL ATTEMPTS     - APPLIED " DELIMITED BY SIZE
067000         WS-EDIT-APPLIED                    DELIMITED BY SIZE
067100         "   COLLISIONS "                   DELIMITED BY SIZE
067200         WS-EDIT-COLLISIONS                 DELIMITED BY SIZE
067300         INTO REGISTER-LINE
067400     END-STRING.
067500     WRITE REGISTER-LINE.
067600 8000-EXIT.
067700     EXIT.
