001500*       SKIPPED; ON A BUSINESS DAY EVERY REGISTERED
001600*       DIRECTORY GETS PHONEBAK, PHONESRT, PHONERPT,
001700*       PHONRVRS, AND PHONDAYR (PLUS PHONARCH ON ITS
001800*       SCHEDULED DAY), FOLLOWED BY ONE PHONHTML BUILD OF
001802*       THE INTRANET DIRECTORY PAGES, ONE PHONCLID CALLER-ID
001805*       FEED AND ONE EXTNRCN EXTENSION
001810*       RECONCILIATION AND, ON FRIDAYS, THE PHONQUAL
001855*       DATA-QUALITY SCORECARD, PHONINAG WORK INBOX AGING
001870*       REPORT, PHONPRVR PRIVACY ACCESS REPORT,
001877*       PHONQUAR COOLING-OFF NUMBER LIST, AND PHONSUSP
001881*       SUSPICIOUS-EDIT REPORT; THE
001885*       MONTH'S LAST BUSINESS DAY
001900*       ADDS PHONCHGC, PHONSNAP, AND CONTTICK; RPTPURG, THEN
001905*       THE PHONELAP ELAPSED-TIME TREND, CLOSE EVERY
001910*       BUSINESS NIGHT. EACH STEP'S LISTING IS FILED
001920*       TO THE DATED REPORT LIBRARY (RPTFILE). EVERY RUN-OR-SKIP
002000*       DECISION IS JOURNALED TO phonjrnl.dat AS A "D" ROW
002100*       (CONDITION 0 = RAN, 4 = SKIPPED) SO THE MORNING
002200*       CHECK SEES WHY A STEP DID OR DID NOT RUN. A STEP
002300*       ENDING NONZERO STOPS THE CHAIN, THE WAY PHONENIT'S
002400*       COND=(0,NE) DID, AND THE REMAINING STEPS ARE
002500*       JOURNALED AS SKIPPED - EXCEPT THE WARNING 4 OF
002533*       THE ADVISORY CONTTICK AND PHONELAP STEPS, WHICH
002566*       ONLY RAISES THE END CODE. A DATE WITH NO CALENDAR ROW
002600*       RUNS AS AN ORDINARY BUSINESS DAY.
002616*       WHEN THE MACHINE WAS DOWN, THE NIGHTS SINCE THE LAST
002632*       "C" (CHAIN COMPLETE) JOURNAL ROW ARE OFFERED TO THE
002648*       OPERATOR FIRST AND, ON "Y", REPLAYED IN DATE ORDER
002664*       WITH EACH NIGHT'S CALENDAR ROW AND ITS AS-OF DATE
002680*       HANDED TO THE STEPS THROUGH RUNDATE.
002686*       AFTER THE LAST DIRECTORY, PHONEXPY REMOVES THE
002692*       TEMPORARY ENTRIES WHOSE EXPIRY DATE HAS COME.
002701*       ONCE THE NIGHT'S CHAIN IS DONE, THE REPORT REQUESTS
002710*       CLERKS QUEUED FROM PHONEMNU (rptreq.dat, RPTQREC) ARE
002719*       RUN IN THE ORDER QUEUED: EACH IS JOURNALED AS A "D"
002728*       ROW, RUN WITH ITS DIRECTORY AND PARAMETERS ON THE
002737*       COMMAND LINE, ITS LISTING TOPPED WITH THE REQUESTER
002746*       AND FILED, AND THE ROW SETTLED READY OR FAILED FOR
002755*       PHONEMNU TO REPORT AT THE REQUESTER'S NEXT SIGN-ON.
002764*       A FAILED REQUEST NEVER STOPS THE OTHERS; WHEN THE
002773*       CHAIN ITSELF STOPPED, THE REQUESTS ARE JOURNALED AS
002782*       SKIPPED AND WAIT FOR THE NEXT NIGHT.
002791*----------------------------------------------------------
002800* MOD LOG:
002900*  SEP 2026  DCG  ORIGINAL PROGRAM.
002910*  OCT 2026  DCG  THE MONTH-END NIGHT ALSO RUNS THE CONTTICK
002920*                 VENDOR CONTRACT RENEWAL TICKLER, LAST, SO
002930*                 ITS EXPIRED-CONTRACT WARNING CANNOT STOP
002940*                 PHONCHGC OR PHONSNAP.
002950*  OCT 2026  DCG  EVERY BUSINESS NIGHT RUNS THE EXTNRCN
002960*                 EXTENSION RECONCILIATION ONCE, AFTER THE
002970*                 LAST DIRECTORY.
002980*  OCT 2026  DCG  EACH STEP'S LISTING IS NOW FILED INTO THE
002981*                 DATED REPORT LIBRARY (RPTFILE) AS SOON AS
002982*                 THE STEP ENDS, AND THE STALE LISTING IS
002983*                 CLEARED BEFORE THE STEP RUNS SO A STEP THAT
002984*                 WRITES NOTHING CANNOT FILE LAST NIGHT'S.
002985*                 RPTPURG RUNS LAST TO APPLY THE LIBRARY'S
002986*                 RETENTION PERIODS.
002987*  OCT 2026  DCG  FRIDAY NIGHTS RUN THE PHONQUAL WEEKLY
002988*                 DATA-QUALITY SCORECARD AFTER EXTNRCN; ON
002989*                 OTHER NIGHTS IT IS JOURNALED AS SKIPPED.
002990*  OCT 2026  DCG  THE PHONINAG WORK INBOX AGING REPORT
002991*                 RUNS ON FRIDAYS AFTER PHONQUAL.
002992*  OCT 2026  DCG  DECISION ROWS CARRY THE STEP'S DIRECTORY
002993*                 (JR-DIRECTORY), AND PHONELAP RUNS LAST TO
002994*                 TIME THE CHAIN AND RAISE THE BATCH-WINDOW
002995*                 ALARM.
002996*  OCT 2026  DCG  EVERY BUSINESS NIGHT RUNS THE PHONCLID
002997*                 CALLER-ID NAME FEED FOR THE SWITCH ONCE,
002998*                 AFTER THE LAST DIRECTORY.
003023*  OCT 2026  DCG  THE PHONPRVR PRIVACY ACCESS REPORT RUNS
003048*                 ON FRIDAYS AFTER PHONINAG.
003054*  OCT 2026  DCG  EVERY BUSINESS NIGHT BUILDS THE PHONHTML
003060*                 INTRANET DIRECTORY PAGES ONCE, AFTER THE
003066*                 LAST DIRECTORY IS SORTED.
003069*  OCT 2026  DCG  CATCH-UP FOR NIGHTS THE CHAIN DID NOT RUN:
003072*                 EACH FINISHED DATE IS JOURNALED AS A "C"
003075*                 ROW; MISSED BUSINESS DAYS SINCE THE LAST ONE
003078*                 ARE OFFERED AND REPLAYED OLDEST FIRST UNDER
003081*                 THEIR OWN CALENDAR ROWS, "D" ROWS DATED FOR
003084*                 THE REPLAYED NIGHT, AND THE RUNDATE AS-OF
003087*                 DATE. PHONQASL NOW RUNS EVERY BUSINESS NIGHT
003090*                 AFTER THE LAST DIRECTORY.
003092*  OCT 2026  DCG  EVERY BUSINESS NIGHT RUNS PHONEXPY AFTER
003094*                 THE LAST DIRECTORY TO REMOVE TEMPORARY
003095*                 ENTRIES WHOSE EXPIRY DATE HAS COME.
003096*  OCT 2026  DCG  THE PHONQUAR LIST OF NUMBERS IN THEIR
003097*                 COOLING-OFF PERIOD RUNS ON FRIDAYS AFTER
003108*                 PHONPRVR.
003119*  OCT 2026  DCG  AFTER THE CHAIN, THE REPORT REQUESTS QUEUED
003130*                 FROM PHONEMNU (rptreq.dat, RPTQREC) ARE RUN
003141*                 WITH THEIR PARAMETERS, JOURNALED, TAGGED
003152*                 WITH THE REQUESTER, FILED, AND SETTLED
003163*                 READY OR FAILED; A STOPPED CHAIN HOLDS THEM.
003165*  OCT 2026  DCG  THE PHONSUSP SUSPICIOUS-EDIT REPORT OVER
003167*                 THE CHANGE HISTORY RUNS ON FRIDAYS AFTER
003169*                 PHONQUAR.
003170*  OCT 2026  DCG  EVERY STEP IS CANCELLED EITHER SIDE OF ITS
003171*                 CALL, AS THE QUEUED REQUESTS ALREADY WERE,
003172*                 SO A STEP CALLED AGAIN IN THE SAME RUN (THE
003173*                 NEXT DIRECTORY, A REPLAYED NIGHT) STARTS
003174*                 CLEAN. A REGISTERED DIRECTORY WHOSE FILE HAS
003175*                 NOT BEEN CREATED YET HAS ITS STEPS JOURNALED
003176*                 AS SKIPPED INSTEAD OF STOPPING THE CHAIN.
003177*  OCT 2026  DCG  CONTTICK AND PHONELAP ARE ADVISORY STEPS:
003178*                 THEIR WARNING CODE 4 RAISES THE END CODE
003179*                 WITHOUT STOPPING THE CHAIN, SO A WARNING
003180*                 NIGHT IS STILL MARKED DONE FOR CATCH-UP AND
003181*                 THE QUEUED REQUESTS ARE NOT HELD.
003182*----------------------------------------------------------
003185 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OPTIONAL SCHEDULE-FILE
004200         ASSIGN TO "phonjrnl.dat"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WS-JRNL-STATUS.
004404
004408     SELECT OPTIONAL REQUEST-FILE
004412         ASSIGN TO "rptreq.dat"
004416         ORGANIZATION IS LINE SEQUENTIAL
004420         FILE STATUS IS WS-RREQ-STATUS.
004424
004428     SELECT NEW-REQUEST-FILE
004432         ASSIGN TO "rptreq.tmp"
004436         ORGANIZATION IS LINE SEQUENTIAL
004440         FILE STATUS IS WS-NEWQ-STATUS.
004444
004448     SELECT LISTING-FILE
004452         ASSIGN TO WS-STEP-LISTING
004456         ORGANIZATION IS LINE SEQUENTIAL
004460         FILE STATUS IS WS-LIST-STATUS.
004464
004468     SELECT TAGGED-LISTING-FILE
004472         ASSIGN TO "rptreq.lst"
004476         ORGANIZATION IS LINE SEQUENTIAL
004480         FILE STATUS IS WS-TAG-STATUS.
004482
004484     SELECT DIRECTORY-FILE
004486         ASSIGN TO WS-DIRECTORY-FILE
004488         ORGANIZATION IS INDEXED
004490         ACCESS MODE IS SEQUENTIAL
004492         RECORD KEY IS PHONE-NUMBER
004494         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004496             WITH DUPLICATES
004498         FILE STATUS IS WS-DIR-STATUS.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
005000
005100 FD  JOURNAL-FILE.
005200     COPY JRNLREC.
005207
005214 FD  REQUEST-FILE.
005221     COPY RPTQREC.
005228
005235 FD  NEW-REQUEST-FILE.
005242 01  NEW-REQUEST-RECORD          PIC X(246).
005249
005256 FD  LISTING-FILE.
005263 01  LISTING-LINE                PIC X(200).
005270
005277 FD  TAGGED-LISTING-FILE.
005284 01  TAGGED-LINE                 PIC X(200).
005288
005292 FD  DIRECTORY-FILE.
005296     COPY PHONEREC.
005300
005400 WORKING-STORAGE SECTION.
005500
005900
006000 01  WS-SCHED-STATUS             PIC X(02) VALUE "00".
006100 01  WS-JRNL-STATUS              PIC X(02) VALUE "00".
006120 01  WS-RREQ-STATUS              PIC X(02) VALUE "00".
006140 01  WS-NEWQ-STATUS              PIC X(02) VALUE "00".
006160 01  WS-LIST-STATUS              PIC X(02) VALUE "00".
006180 01  WS-TAG-STATUS               PIC X(02) VALUE "00".
006190 01  WS-DIR-STATUS               PIC X(02) VALUE "00".
006200
006300 01  WS-TODAY-DATE               PIC X(08).
006400 01  WS-DAY-IS-HOLIDAY           PIC X(01) VALUE "N".
006500 01  WS-MONTH-END-TODAY          PIC X(01) VALUE "N".
006600 01  WS-ARCHIVE-TODAY            PIC X(01) VALUE "N".
006633 01  WS-DAY-OF-WEEK              PIC 9(01).
006666     88  WEEKLY-RUN-DAY                  VALUE 5.
006700
006800 01  WS-DIRECTORY-FILE           PIC X(20).
006900 01  WS-REG-FUNCTION             PIC X(01).
007500 01  WS-REG-DIGIT                PIC 9(02).
007600
007700 01  WS-STEP-NAME                PIC X(08).
007733     88  ADVISORY-STEP                   VALUE "CONTTICK"
007766                                               "PHONELAP".
007800 01  WS-STEP-PARM                PIC X(20).
007810 01  WS-STEP-LISTING             PIC X(20).
007820 01  WS-STEP-RC                  PIC S9(04) COMP.
007830 01  WS-FILE-RESULT              PIC X(01).
007840 01  WS-COMMAND                  PIC X(80).
007900 01  WS-DECISION-CODE            PIC 9(04).
008000 01  WS-CHAIN-STOPPED            PIC X(01) VALUE "N".
008100     88  CHAIN-STOPPED                   VALUE "Y".
008200 01  WS-STEPS-RUN                PIC 9(03) COMP VALUE ZERO.
008300 01  WS-STEPS-SKIPPED            PIC 9(03) COMP VALUE ZERO.
008310 01  WS-LISTINGS-FILED           PIC 9(03) COMP VALUE ZERO.
008313
008316 01  WS-RUN-DATE                 PIC X(08).
008319 01  WS-DATE-STEPS-START         PIC 9(03) COMP VALUE ZERO.
008322 01  WS-REPLAY-SWITCH            PIC X(01) VALUE "N".
008325     88  REPLAYING-A-DATE                VALUE "Y".
008328 01  WS-LAST-DONE-DATE           PIC X(08).
008331 01  WS-JRNL-EOF                 PIC X(01).
008334     88  END-OF-JOURNAL                  VALUE "Y".
008337 01  WS-DATE-NUM                 PIC 9(08).
008340 01  WS-DAY-NUMBER               PIC 9(08) COMP.
008343 01  WS-FIRST-MISSED             PIC 9(08) COMP.
008346 01  WS-LAST-MISSED              PIC 9(08) COMP.
008349 01  WS-WEEK-COUNT               PIC 9(08) COMP.
008352 01  WS-WEEK-REMAINDER           PIC 9(01).
008355 01  WS-CAL-DAY-TYPE             PIC X(01).
008358 01  WS-CAL-MONTH-END            PIC X(01).
008361 01  WS-DATE-CLASS               PIC X(01).
008364     88  MISSED-BUSINESS-DAY             VALUE "B".
008367     88  MISSED-HOLIDAY                  VALUE "H".
008370     88  MISSED-WEEKEND                  VALUE "W".
008373 01  WS-MISSED-COUNT             PIC 9(03) COMP VALUE ZERO.
008376 01  WS-REPLAYED-COUNT           PIC 9(03) COMP VALUE ZERO.
008379 01  WS-COUNT-DISP               PIC ZZ9.
008382 01  WS-CATCH-UP-REPLY           PIC X(01).
008385 01  WS-RD-FUNCTION              PIC X(01).
008388 01  WS-RD-DATE                  PIC X(08).
008391 01  WS-RD-CATCH-UP              PIC X(01).
008400
008409 01  WS-RREQ-EOF                 PIC X(01).
008418     88  END-OF-REQUESTS                 VALUE "Y".
008427 01  WS-LIST-EOF                 PIC X(01).
008436     88  END-OF-LISTING                  VALUE "Y".
008445 01  WS-REQUEST-LINE             PIC X(150).
008454 01  WS-REQUESTS-RUN             PIC 9(03) COMP VALUE ZERO.
008463 01  WS-REQUESTS-FAILED          PIC 9(03) COMP VALUE ZERO.
008472 01  WS-REQUESTS-HELD            PIC 9(03) COMP VALUE ZERO.
008481
008500 PROCEDURE DIVISION.
008600
008700 0000-MAINLINE.
008800     CALL "JOBHDR" USING WS-JOB-NAME.
008900     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
008950     PERFORM 0500-OFFER-CATCH-UP THRU 0500-EXIT.
009120     MOVE WS-TODAY-DATE TO WS-RUN-DATE.
009290     ACCEPT WS-DAY-OF-WEEK FROM DAY-OF-WEEK.
009460     PERFORM 1000-CONSULT-CALENDAR THRU 1000-EXIT.
009630     PERFORM 0300-RUN-ONE-DATE THRU 0300-EXIT.
009715     PERFORM 6000-WORK-REQUEST-QUEUE THRU 6000-EXIT.
009800     DISPLAY "SCHEDDRV - " WS-STEPS-RUN " STEP(S) RAN, "
009900         WS-STEPS-SKIPPED " STEP(S) SKIPPED - DECISIONS "
010000         "ARE ON phonjrnl.dat.".
010010     DISPLAY "SCHEDDRV - " WS-LISTINGS-FILED " LISTING(S) "
010020         "FILED TO THE REPORT LIBRARY.".
010100     MOVE WS-STEPS-RUN TO WS-JOURNAL-COUNT.
010200     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
010300         WS-END-CODE.
010400     GOBACK.
010401
010402 0300-RUN-ONE-DATE.
010403     MOVE WS-STEPS-RUN TO WS-DATE-STEPS-START.
010404     IF WS-DAY-IS-HOLIDAY = "Y"
010405         DISPLAY "SCHEDDRV - " WS-RUN-DATE " IS A "
010406             "HOLIDAY - THE CHAIN IS SKIPPED."
010407         PERFORM 5000-SKIP-WHOLE-CHAIN THRU 5000-EXIT
010408     ELSE
010409         PERFORM 2000-RUN-THE-CHAIN THRU 2000-EXIT
010410     END-IF.
010411     IF NOT CHAIN-STOPPED
010412         PERFORM 9100-JOURNAL-DATE-DONE THRU 9100-EXIT
010413     END-IF.
010414 0300-EXIT.
010415     EXIT.
010416
010417*    CATCH-UP: EVERY DATE AFTER THE LAST "C" ROW AND BEFORE
010418*    TODAY IS A NIGHT THE CHAIN NEVER FINISHED. THE MISSED
010419*    BUSINESS DAYS ARE LISTED AND, ON THE OPERATOR'S "Y",
010420*    REPLAYED OLDEST FIRST, EACH UNDER ITS OWN CALENDAR ROW
010421*    AND AS-OF DATE (RUNDATE). A JOURNAL WITH NO "C" ROW YET
010422*    HAS NOTHING TO MEASURE FROM, SO NOTHING IS OFFERED.
010423 0500-OFFER-CATCH-UP.
010424     PERFORM 0600-FIND-LAST-DONE THRU 0600-EXIT.
010425     IF WS-LAST-DONE-DATE = SPACE
010426         GO TO 0500-EXIT
010427     END-IF.
010428     MOVE WS-LAST-DONE-DATE TO WS-DATE-NUM.
010429     COMPUTE WS-FIRST-MISSED =
010430         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
010431     MOVE WS-TODAY-DATE TO WS-DATE-NUM.
010432     COMPUTE WS-LAST-MISSED =
010433         FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1.
010434     IF WS-FIRST-MISSED > WS-LAST-MISSED
010435         GO TO 0500-EXIT
010436     END-IF.
010437     DISPLAY "SCHEDDRV - THE LAST COMPLETED CHAIN WAS FOR "
010438         WS-LAST-DONE-DATE ".".
010439     MOVE ZERO TO WS-MISSED-COUNT.
010440     PERFORM 0700-LIST-MISSED-DATE THRU 0700-EXIT
010441         VARYING WS-DAY-NUMBER FROM WS-FIRST-MISSED BY 1
010442         UNTIL WS-DAY-NUMBER > WS-LAST-MISSED.
010443     IF WS-MISSED-COUNT = ZERO
010444         DISPLAY "SCHEDDRV - NO BUSINESS DAY WAS MISSED SINCE."
010445         GO TO 0500-EXIT
010446     END-IF.
010447     MOVE WS-MISSED-COUNT TO WS-COUNT-DISP.
010448     DISPLAY "SCHEDDRV - " WS-COUNT-DISP " MISSED BUSINESS "
010449         "DAY(S) ABOVE. REPLAY THEM BEFORE TONIGHT'S CHAIN "
010450         "(Y/N) ? ".
010451     MOVE SPACE TO WS-CATCH-UP-REPLY.
010452     ACCEPT WS-CATCH-UP-REPLY.
010453     IF WS-CATCH-UP-REPLY NOT = "Y"
010454         DISPLAY "SCHEDDRV - CATCH-UP DECLINED - THE MISSED "
010455             "DAYS ARE NOT REPLAYED."
010456         GO TO 0500-EXIT
010457     END-IF.
010458     MOVE "Y" TO WS-REPLAY-SWITCH.
010459     MOVE ZERO TO WS-REPLAYED-COUNT.
010460     PERFORM 0800-REPLAY-ONE-DATE THRU 0800-EXIT
010461         VARYING WS-DAY-NUMBER FROM WS-FIRST-MISSED BY 1
010462         UNTIL WS-DAY-NUMBER > WS-LAST-MISSED
010463             OR CHAIN-STOPPED.
010464     MOVE "N" TO WS-REPLAY-SWITCH.
010465     MOVE "C" TO WS-RD-FUNCTION.
010466     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
010467         WS-RD-CATCH-UP.
010468     MOVE WS-REPLAYED-COUNT TO WS-COUNT-DISP.
010469     DISPLAY "SCHEDDRV - " WS-COUNT-DISP " MISSED BUSINESS "
010470         "DAY(S) REPLAYED.".
010471     IF CHAIN-STOPPED
010472         DISPLAY "SCHEDDRV - CATCH-UP STOPPED ON " WS-RUN-DATE
010473             " - LATER DAYS ARE LEFT FOR THE NEXT NIGHT."
010474     END-IF.
010475 0500-EXIT.
010476     EXIT.
010477
010478*    AN OPTIONAL JOURNAL THAT IS NOT THERE OPENS "05" AND
010479*    STAYS OPEN, SO IT IS CLOSED BEFORE 9000 NEEDS IT.
010480 0600-FIND-LAST-DONE.
010481     MOVE SPACE TO WS-LAST-DONE-DATE.
010482     MOVE "N" TO WS-JRNL-EOF.
010483     OPEN INPUT JOURNAL-FILE.
010484     IF WS-JRNL-STATUS NOT = "00"
010485         IF WS-JRNL-STATUS = "05"
010486             CLOSE JOURNAL-FILE
010487         END-IF
010488         GO TO 0600-EXIT
010489     END-IF.
010490     PERFORM 0610-CHECK-JOURNAL-ROW THRU 0610-EXIT
010491         UNTIL END-OF-JOURNAL.
010492     CLOSE JOURNAL-FILE.
010493 0600-EXIT.
010494     EXIT.
010495
010496 0610-CHECK-JOURNAL-ROW.
010497     READ JOURNAL-FILE
010498         AT END
010499             MOVE "Y" TO WS-JRNL-EOF
010500             GO TO 0610-EXIT
010501     END-READ.
010502     IF JR-JOB-NAME = WS-JOB-NAME
010503             AND JR-CHAIN-DONE-EVENT
010504             AND JR-DATE NUMERIC
010505             AND JR-DATE > WS-LAST-DONE-DATE
010506         MOVE JR-DATE TO WS-LAST-DONE-DATE
010507     END-IF.
010508 0610-EXIT.
010509     EXIT.
010510
010511 0700-LIST-MISSED-DATE.
010512     PERFORM 0900-CLASSIFY-DATE THRU 0900-EXIT.
010513     IF NOT MISSED-BUSINESS-DAY
010514         GO TO 0700-EXIT
010515     END-IF.
010516     ADD 1 TO WS-MISSED-COUNT.
010517     IF WS-CAL-MONTH-END = "Y"
010518         DISPLAY "    " WS-RUN-DATE " (MONTH END)"
010519     ELSE
010520         DISPLAY "    " WS-RUN-DATE
010521     END-IF.
010522 0700-EXIT.
010523     EXIT.
010524
010525*    A WEEKEND DATE WITH NO CALENDAR ROW WAS NEVER A CHAIN
010526*    NIGHT; A HOLIDAY IS REPLAYED ONLY TO JOURNAL ITS SKIP.
010527 0800-REPLAY-ONE-DATE.
010528     PERFORM 0900-CLASSIFY-DATE THRU 0900-EXIT.
010529     IF MISSED-WEEKEND
010530         GO TO 0800-EXIT
010531     END-IF.
010532     DISPLAY "SCHEDDRV - REPLAYING THE CHAIN FOR "
010533         WS-RUN-DATE ".".
010534     MOVE "S" TO WS-RD-FUNCTION.
010535     MOVE WS-RUN-DATE TO WS-RD-DATE.
010536     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
010537         WS-RD-CATCH-UP.
010538     PERFORM 1000-CONSULT-CALENDAR THRU 1000-EXIT.
010539     PERFORM 0300-RUN-ONE-DATE THRU 0300-EXIT.
010540     IF MISSED-BUSINESS-DAY
010541         ADD 1 TO WS-REPLAYED-COUNT
010542     END-IF.
010543 0800-EXIT.
010544     EXIT.
010545
010546*    WS-DAY-NUMBER IS THE INTEGER DATE; DAY 1 (1601-01-01)
010547*    WAS A MONDAY, SO THE REMAINDER BY 7 GIVES THE WEEKDAY
010548*    THE WAY ACCEPT FROM DAY-OF-WEEK DOES (7 = SUNDAY).
010549 0900-CLASSIFY-DATE.
010550     COMPUTE WS-DATE-NUM =
010551         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
010552     MOVE WS-DATE-NUM TO WS-RUN-DATE.
010553     DIVIDE WS-DAY-NUMBER BY 7 GIVING WS-WEEK-COUNT
010554         REMAINDER WS-WEEK-REMAINDER.
010555     IF WS-WEEK-REMAINDER = ZERO
010556         MOVE 7 TO WS-DAY-OF-WEEK
010557     ELSE
010558         MOVE WS-WEEK-REMAINDER TO WS-DAY-OF-WEEK
010559     END-IF.
010560     MOVE SPACE TO WS-CAL-DAY-TYPE.
010561     MOVE "N" TO WS-CAL-MONTH-END.
010562     OPEN INPUT SCHEDULE-FILE.
010563     IF WS-SCHED-STATUS = "00"
010564         MOVE WS-RUN-DATE TO SC-DATE
010565         READ SCHEDULE-FILE
010566             INVALID KEY
010567                 CONTINUE
010568             NOT INVALID KEY
010569                 MOVE SC-DAY-TYPE TO WS-CAL-DAY-TYPE
010570                 MOVE SC-MONTH-END-FLAG TO WS-CAL-MONTH-END
010571         END-READ
010572         CLOSE SCHEDULE-FILE
010573     ELSE
010574         IF WS-SCHED-STATUS = "05"
010575             CLOSE SCHEDULE-FILE
010576         END-IF
010577     END-IF.
010578     EVALUATE TRUE
010579         WHEN WS-CAL-DAY-TYPE = "H"
010580             MOVE "H" TO WS-DATE-CLASS
010581         WHEN WS-CAL-DAY-TYPE = "B"
010582             MOVE "B" TO WS-DATE-CLASS
010583         WHEN WS-DAY-OF-WEEK > 5
010584             MOVE "W" TO WS-DATE-CLASS
010585         WHEN OTHER
010586             MOVE "B" TO WS-DATE-CLASS
010587     END-EVALUATE.
010588 0900-EXIT.
010589     EXIT.
010590
010591 1000-CONSULT-CALENDAR.
010625     MOVE "N" TO WS-DAY-IS-HOLIDAY.
010650     MOVE "N" TO WS-MONTH-END-TODAY.
010675     MOVE "N" TO WS-ARCHIVE-TODAY.
010700     OPEN INPUT SCHEDULE-FILE.
010800     IF WS-SCHED-STATUS NOT = "00"
010900         DISPLAY "NO schedcal.dat CALENDAR ON HAND - "
011000             "RUNNING AS AN ORDINARY BUSINESS DAY."
011025         IF WS-SCHED-STATUS = "05"
011050             CLOSE SCHEDULE-FILE
011075         END-IF
011100         GO TO 1000-EXIT
011200     END-IF.
011300     MOVE WS-RUN-DATE TO SC-DATE.
011400     READ SCHEDULE-FILE
011500         INVALID KEY
011600             DISPLAY "NO CALENDAR ROW FOR " WS-RUN-DATE
011700                 " - RUNNING AS AN ORDINARY BUSINESS DAY."
011800         NOT INVALID KEY
011900             IF SC-HOLIDAY
013300 2000-RUN-THE-CHAIN.
013400     MOVE 1 TO WS-REG-DIGIT.
013500     PERFORM 2100-RUN-ONE-DIRECTORY THRU 2100-EXIT
013501         UNTIL WS-REG-DIGIT > 9.
013502*    TEMPORARY ENTRIES DUE TONIGHT COME OUT AFTER THE
013503*    DIRECTORY STEPS, SO AN EXTENSION IN TONIGHT'S IOBATCH
013504*    FILE IS APPLIED FIRST.
013505     MOVE "PHONEXPY" TO WS-STEP-NAME.
013506     MOVE SPACE TO WS-STEP-PARM.
013507     MOVE "phonexpy.lst" TO WS-STEP-LISTING.
013508     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
013509*    ONE QA SAMPLE DRAW COVERS THE NIGHT'S ADDS IN EVERY
013513*    DIRECTORY.
013514     MOVE "PHONQASL" TO WS-STEP-NAME.
013515     MOVE SPACE TO WS-STEP-PARM.
013516     MOVE SPACE TO WS-STEP-LISTING.
013517     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
013522*    THE INTRANET PAGES ARE BUILT ONCE, FROM EVERY
013533*    DIRECTORY AS TONIGHT'S PHONESRT LEFT IT.
013544     MOVE "PHONHTML" TO WS-STEP-NAME.
013555     MOVE SPACE TO WS-STEP-PARM.
013566     MOVE SPACE TO WS-STEP-LISTING.
013577     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
013588*    ONE CALLER-ID FEED COVERS EVERY DIRECTORY.
013602     MOVE "PHONCLID" TO WS-STEP-NAME.
013603     MOVE SPACE TO WS-STEP-PARM.
013604     MOVE SPACE TO WS-STEP-LISTING.
013605     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
013610     MOVE "EXTNRCN" TO WS-STEP-NAME.
013620     MOVE SPACE TO WS-STEP-PARM.
013625     MOVE "extnrcn.lst" TO WS-STEP-LISTING.
013630     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
013636*    THE WEEKLY DATA-QUALITY SCORECARD, THE WORK INBOX
013639*    AGING REPORT, THE PRIVACY ACCESS REPORT, THE
013640*    COOLING-OFF NUMBER LIST, AND THE SUSPICIOUS-EDIT
013641*    REPORT RUN ON FRIDAYS.
013642     IF WEEKLY-RUN-DAY
013645         MOVE "PHONQUAL" TO WS-STEP-NAME
013648         MOVE SPACE TO WS-STEP-PARM
013651         MOVE "phonqual.lst" TO WS-STEP-LISTING
013654         PERFORM 8000-RUN-STEP THRU 8000-EXIT
013657         MOVE "PHONINAG" TO WS-STEP-NAME
013660         MOVE SPACE TO WS-STEP-PARM
013663         MOVE "phoninag.lst" TO WS-STEP-LISTING
013666         PERFORM 8000-RUN-STEP THRU 8000-EXIT
013667         MOVE "PHONPRVR" TO WS-STEP-NAME
013668         MOVE SPACE TO WS-STEP-PARM
013669         MOVE "phonprvr.lst" TO WS-STEP-LISTING
013670         PERFORM 8000-RUN-STEP THRU 8000-EXIT
013671         MOVE "PHONQUAR" TO WS-STEP-NAME
013672         MOVE SPACE TO WS-STEP-PARM
013673         MOVE "phonquar.lst" TO WS-STEP-LISTING
013674         PERFORM 8000-RUN-STEP THRU 8000-EXIT
013675         MOVE "PHONSUSP" TO WS-STEP-NAME
013676         MOVE SPACE TO WS-STEP-PARM
013677         MOVE "phonsusp.lst" TO WS-STEP-LISTING
013678         PERFORM 8000-RUN-STEP THRU 8000-EXIT
013679     ELSE
013680         MOVE "PHONQUAL" TO WS-STEP-NAME
013681         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
013682         MOVE "PHONINAG" TO WS-STEP-NAME
013683         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
013684         MOVE "PHONPRVR" TO WS-STEP-NAME
013685         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
013687         MOVE "PHONQUAR" TO WS-STEP-NAME
013691         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
013692         MOVE "PHONSUSP" TO WS-STEP-NAME
013693         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
013695     END-IF.
013700*    MONTH-END EXTRAS RUN ONCE, AFTER EVERY DIRECTORY.
013800     IF WS-MONTH-END-TODAY = "Y"
013900         MOVE "PHONCHGC" TO WS-STEP-NAME
014000         MOVE SPACE TO WS-STEP-PARM
014050         MOVE "phonchgc.lst" TO WS-STEP-LISTING
014100         PERFORM 8000-RUN-STEP THRU 8000-EXIT
014200         MOVE "PHONSNAP" TO WS-STEP-NAME
014250         MOVE SPACE TO WS-STEP-LISTING
014300         PERFORM 8000-RUN-STEP THRU 8000-EXIT
014310         MOVE "CONTTICK" TO WS-STEP-NAME
014315         MOVE "conttick.lst" TO WS-STEP-LISTING
014320         PERFORM 8000-RUN-STEP THRU 8000-EXIT
014400     ELSE
014500         MOVE "PHONCHGC" TO WS-STEP-NAME
014600         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
014700         MOVE "PHONSNAP" TO WS-STEP-NAME
014800         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
014810         MOVE "CONTTICK" TO WS-STEP-NAME
014820         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
014900     END-IF.
014910*    THE RETENTION SWEEP GOES LAST, AFTER TONIGHT'S LISTINGS
014920*    ARE FILED.
014930     MOVE "RPTPURG" TO WS-STEP-NAME.
014940     MOVE SPACE TO WS-STEP-PARM.
014950     MOVE SPACE TO WS-STEP-LISTING.
014960     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
014970*    PHONELAP TIMES THE CHAIN THAT HAS JUST RUN, SO IT GOES
014975*    AFTER EVERYTHING ELSE; ITS CODE 4 IS THE BATCH-WINDOW
014980*    OVERRUN ALARM.
014981*    A REPLAYED NIGHT IS NOT TIMED - THE REAL CHAIN'S
014982*    PHONELAP RUN AT THE END OF TONIGHT COVERS IT.
014985     MOVE "PHONELAP" TO WS-STEP-NAME.
014990     MOVE "phonelap.lst" TO WS-STEP-LISTING.
014995     IF REPLAYING-A-DATE
014996         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
014997     ELSE
014998         PERFORM 8000-RUN-STEP THRU 8000-EXIT
014999     END-IF.
015000 2000-EXIT.
015100     EXIT.
015200
016000         GO TO 2100-NEXT-CHOICE
016100     END-IF.
016200     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
016206*    A DIRECTORY ON THE REGISTRY WHOSE FILE NO ONE HAS
016212*    CREATED YET (IODEMO MAKES IT ON FIRST USE) HAS NOTHING
016218*    TO BACK UP, SORT OR REPORT - ITS STEPS ARE JOURNALED AS
016224*    SKIPPED RATHER THAN LEFT TO FAIL AND STOP THE CHAIN.
016230     OPEN INPUT DIRECTORY-FILE.
016236     IF WS-DIR-STATUS = "35"
016242         DISPLAY "SCHEDDRV - " FUNCTION TRIM(WS-DIRECTORY-FILE)
016248             " NOT CREATED YET - ITS STEPS ARE SKIPPED."
016254         PERFORM 2300-SKIP-DIRECTORY THRU 2300-EXIT
016260         GO TO 2100-NEXT-CHOICE
016266     END-IF.
016272     IF WS-DIR-STATUS (1:1) = "0"
016278         CLOSE DIRECTORY-FILE
016284     END-IF.
016300     MOVE WS-DIRECTORY-FILE TO WS-STEP-PARM.
016400     MOVE "PHONEBAK" TO WS-STEP-NAME.
016450     MOVE SPACE TO WS-STEP-LISTING.
016500     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
016600     MOVE "PHONESRT" TO WS-STEP-NAME.
016700     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
016800     MOVE "PHONERPT" TO WS-STEP-NAME.
016810*    phone.csv KEEPS THE OLD phonerpt.lst NAME; EVERY OTHER
016820*    LISTING IS THE REGISTRY PREFIX PLUS THE REPORT'S SUFFIX.
016830     IF WS-DIRECTORY-FILE = "phone.csv"
016840         MOVE "phonerpt.lst" TO WS-STEP-LISTING
016850     ELSE
016860         MOVE "rpt.lst" TO WS-STEP-LISTING
016870         PERFORM 2200-PREFIX-LISTING THRU 2200-EXIT
016880     END-IF.
016900     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
017000     MOVE "PHONRVRS" TO WS-STEP-NAME.
017010     MOVE "rvrs.lst" TO WS-STEP-LISTING.
017020     PERFORM 2200-PREFIX-LISTING THRU 2200-EXIT.
017100     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
017150     MOVE SPACE TO WS-STEP-LISTING.
017200     IF WS-ARCHIVE-TODAY = "Y"
017300         MOVE "PHONARCH" TO WS-STEP-NAME
017400         PERFORM 8000-RUN-STEP THRU 8000-EXIT
017700         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
017800     END-IF.
017900     MOVE "PHONDAYR" TO WS-STEP-NAME.
017910     MOVE "dayr.lst" TO WS-STEP-LISTING.
017920     PERFORM 2200-PREFIX-LISTING THRU 2200-EXIT.
018000     PERFORM 8000-RUN-STEP THRU 8000-EXIT.
018100 2100-NEXT-CHOICE.
018200     ADD 1 TO WS-REG-DIGIT.
018300 2100-EXIT.
018400     EXIT.
018410
018420 2200-PREFIX-LISTING.
018430     MOVE SPACE TO WS-COMMAND.
018440     STRING FUNCTION TRIM(WS-REG-PREFIX)   DELIMITED BY SIZE
018450         FUNCTION TRIM(WS-STEP-LISTING)    DELIMITED BY SIZE
018460         INTO WS-COMMAND
018470     END-STRING.
018480     MOVE WS-COMMAND TO WS-STEP-LISTING.
018490 2200-EXIT.
018495     EXIT.
018500
018505 2300-SKIP-DIRECTORY.
018510     MOVE WS-DIRECTORY-FILE TO WS-STEP-PARM.
018515     MOVE "PHONEBAK" TO WS-STEP-NAME.
018520     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
018525     MOVE "PHONESRT" TO WS-STEP-NAME.
018530     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
018535     MOVE "PHONERPT" TO WS-STEP-NAME.
018540     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
018545     MOVE "PHONRVRS" TO WS-STEP-NAME.
018550     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
018555     MOVE "PHONARCH" TO WS-STEP-NAME.
018560     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
018565     MOVE "PHONDAYR" TO WS-STEP-NAME.
018570     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
018575 2300-EXIT.
018580     EXIT.
018585
018600 5000-SKIP-WHOLE-CHAIN.
018700     MOVE "PHONEBAK" TO WS-STEP-NAME.
018800     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019500     MOVE "PHONARCH" TO WS-STEP-NAME.
019600     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019700     MOVE "PHONDAYR" TO WS-STEP-NAME.
019720     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019726     MOVE "PHONEXPY" TO WS-STEP-NAME.
019732     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019740     MOVE "PHONQASL" TO WS-STEP-NAME.
019760     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019780     MOVE "PHONHTML" TO WS-STEP-NAME.
019802     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019803     MOVE "PHONCLID" TO WS-STEP-NAME.
019806     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019810     MOVE "EXTNRCN" TO WS-STEP-NAME.
019820     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019846     MOVE "PHONQUAL" TO WS-STEP-NAME.
019872     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019880     MOVE "PHONINAG" TO WS-STEP-NAME.
019890     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019893     MOVE "PHONPRVR" TO WS-STEP-NAME.
019896     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019897     MOVE "PHONQUAR" TO WS-STEP-NAME.
019898     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019923     MOVE "PHONSUSP" TO WS-STEP-NAME.
019948     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
019973     MOVE "PHONCHGC" TO WS-STEP-NAME.
020000     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
020100     MOVE "PHONSNAP" TO WS-STEP-NAME.
020200     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
020210     MOVE "CONTTICK" TO WS-STEP-NAME.
020220     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
020230     MOVE "RPTPURG" TO WS-STEP-NAME.
020240     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
020250     MOVE "PHONELAP" TO WS-STEP-NAME.
020260     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
020300 5000-EXIT.
020400     EXIT.
020401
020402*    THE REPORT REQUEST QUEUE IS WORKED ONCE, AFTER THE
020403*    NIGHT'S CHAIN (AND ANY CATCH-UP). EVERY ROW IS COPIED
020404*    TO THE NEW QUEUE, THE PENDING ONES SETTLED ON THE WAY.
020405 6000-WORK-REQUEST-QUEUE.
020406     MOVE "N" TO WS-RREQ-EOF.
020407     OPEN INPUT REQUEST-FILE.
020408     IF WS-RREQ-STATUS NOT = "00"
020409         IF WS-RREQ-STATUS = "05"
020410             CLOSE REQUEST-FILE
020411         END-IF
020412         GO TO 6000-EXIT
020413     END-IF.
020414     OPEN OUTPUT NEW-REQUEST-FILE.
020415     PERFORM 6100-WORK-NEXT-REQUEST THRU 6100-EXIT
020416         UNTIL END-OF-REQUESTS.
020417     CLOSE REQUEST-FILE.
020418     CLOSE NEW-REQUEST-FILE.
020419     MOVE "mv rptreq.tmp rptreq.dat" TO WS-COMMAND.
020420     CALL "SYSTEM" USING WS-COMMAND.
020421     DISPLAY "SCHEDDRV - " WS-REQUESTS-RUN " REQUESTED REPORT(S) "
020422         "RAN, " WS-REQUESTS-FAILED " FAILED, "
020423         WS-REQUESTS-HELD " HELD FOR THE NEXT NIGHT.".
020424 6000-EXIT.
020425     EXIT.
020426
020427 6100-WORK-NEXT-REQUEST.
020428     READ REQUEST-FILE
020429         AT END
020430             MOVE "Y" TO WS-RREQ-EOF
020431             GO TO 6100-EXIT
020432     END-READ.
020433     IF RQ-PENDING
020434         IF CHAIN-STOPPED
020435             PERFORM 6300-HOLD-REQUEST THRU 6300-EXIT
020436         ELSE
020437             PERFORM 6200-RUN-REQUEST THRU 6200-EXIT
020438         END-IF
020439     END-IF.
020440     MOVE REPORT-REQUEST-RECORD TO NEW-REQUEST-RECORD.
020441     WRITE NEW-REQUEST-RECORD.
020442 6100-EXIT.
020443     EXIT.
020444
020445*    ONE REQUEST, RUN LIKE A CHAIN STEP BUT WITH ITS OWN
020446*    PARAMETERS. THE PROGRAM IS CANCELLED EITHER SIDE OF THE
020447*    CALL SO TWO REQUESTS FOR THE SAME REPORT EACH START
020448*    CLEAN. A NONZERO END BEYOND A WARNING FAILS THE
020449*    REQUEST ONLY - THE QUEUE GOES ON.
020450 6200-RUN-REQUEST.
020451     MOVE RQ-REPORT    TO WS-STEP-NAME.
020452     MOVE RQ-DIRECTORY TO WS-STEP-PARM.
020453     MOVE WS-RUN-DATE  TO RQ-RUN-DATE.
020454     MOVE ZERO         TO RQ-RUN-CODE.
020455     MOVE SPACE        TO RQ-LISTING RQ-OUTCOME.
020456     EVALUATE RQ-REPORT
020457         WHEN "PHONAUD"
020458             MOVE "phonaud.lst"  TO WS-STEP-LISTING
020459         WHEN "PHONDELT"
020460             MOVE "phondelt.lst" TO WS-STEP-LISTING
020461         WHEN "PHONEXTR"
020462             MOVE "phonextr.csv" TO WS-STEP-LISTING
020463         WHEN "PHONMAIL"
020464             MOVE "phonmail.lst" TO WS-STEP-LISTING
020465         WHEN OTHER
020466             MOVE "F" TO RQ-STATUS
020467             MOVE "NOT A REPORT THAT CAN BE REQUESTED"
020468                 TO RQ-OUTCOME
020469             ADD 1 TO WS-REQUESTS-FAILED
020470             DISPLAY "SCHEDDRV - REQUEST FOR " RQ-REPORT
020471                 " BY " RQ-REQUESTER " REFUSED - NOT A "
020472                 "REQUESTABLE REPORT."
020473             GO TO 6200-EXIT
020474     END-EVALUATE.
020475     MOVE ZERO TO WS-DECISION-CODE.
020476     PERFORM 9000-JOURNAL-DECISION THRU 9000-EXIT.
020477     MOVE SPACE TO WS-REQUEST-LINE.
020478     STRING FUNCTION TRIM(RQ-DIRECTORY)  DELIMITED BY SIZE
020479         " "                            DELIMITED BY SIZE
020480         RQ-PARAMETERS                  DELIMITED BY SIZE
020481         INTO WS-REQUEST-LINE
020482     END-STRING.
020483     DISPLAY "SCHEDDRV - RUNNING " WS-STEP-NAME " FOR "
020484         RQ-REQUESTER " - " FUNCTION TRIM(WS-REQUEST-LINE).
020485     DISPLAY WS-REQUEST-LINE UPON COMMAND-LINE.
020486     PERFORM 8100-CLEAR-LISTING THRU 8100-EXIT.
020487     CANCEL WS-STEP-NAME.
020488     MOVE ZERO TO RETURN-CODE.
020489     CALL WS-STEP-NAME.
020490     MOVE RETURN-CODE TO WS-STEP-RC.
020491     CANCEL WS-STEP-NAME.
020492     ADD 1 TO WS-REQUESTS-RUN.
020493     MOVE WS-STEP-RC TO RQ-RUN-CODE.
020494*    THE EXTRACT IS A CSV HAND-OFF, SO ONLY PRINTED
020495*    LISTINGS CARRY THE REQUESTER LINES AT THE TOP.
020496     IF WS-STEP-LISTING NOT = "phonextr.csv"
020497         PERFORM 6400-TAG-LISTING THRU 6400-EXIT
020498     END-IF.
020499     PERFORM 8200-FILE-LISTING THRU 8200-EXIT.
020500     IF WS-FILE-RESULT = "Y"
020501         MOVE WS-STEP-LISTING TO RQ-LISTING
020502     END-IF.
020503     IF WS-STEP-RC > 4
020504         MOVE "F" TO RQ-STATUS
020505         STRING "ENDED WITH CODE "    DELIMITED BY SIZE
020506             RQ-RUN-CODE              DELIMITED BY SIZE
020507             " - SEE OPERATIONS"      DELIMITED BY SIZE
020508             INTO RQ-OUTCOME
020509         END-STRING
020510         ADD 1 TO WS-REQUESTS-FAILED
020511         DISPLAY "SCHEDDRV - " WS-STEP-NAME " FOR "
020512             RQ-REQUESTER " ENDED WITH CODE " WS-STEP-RC
020513             " - REQUEST FAILED, QUEUE CONTINUES."
020514         IF WS-END-CODE < 4
020515             MOVE 4 TO WS-END-CODE
020516         END-IF
020517     ELSE
020518         MOVE "R" TO RQ-STATUS
020519         IF WS-FILE-RESULT = "Y"
020520             MOVE "FILED TO THE REPORT LIBRARY" TO RQ-OUTCOME
020521         ELSE
020522             MOVE "RAN - NOTHING TO LIST" TO RQ-OUTCOME
020523         END-IF
020524     END-IF.
020525     MOVE ZERO TO RETURN-CODE.
020526 6200-EXIT.
020527     EXIT.
020528
020529*    THE CHAIN STOPPED: OPERATIONS LOOK FIRST, SO THE
020530*    REQUEST STAYS PENDING AND ITS SKIP IS JOURNALED.
020531 6300-HOLD-REQUEST.
020532     MOVE RQ-REPORT    TO WS-STEP-NAME.
020533     MOVE RQ-DIRECTORY TO WS-STEP-PARM.
020534     PERFORM 9500-SKIP-STEP THRU 9500-EXIT.
020535     ADD 1 TO WS-REQUESTS-HELD.
020536 6300-EXIT.
020537     EXIT.
020538
020539*    THE LISTING IS COPIED BEHIND TWO REQUESTER LINES AND
020540*    MOVED BACK OVER ITSELF BEFORE IT IS FILED, SO THE
020541*    LIBRARY COPY SAYS WHOSE IT IS.
020542 6400-TAG-LISTING.
020543     MOVE "N" TO WS-LIST-EOF.
020544     OPEN INPUT LISTING-FILE.
020545     IF WS-LIST-STATUS NOT = "00"
020546         GO TO 6400-EXIT
020547     END-IF.
020548     OPEN OUTPUT TAGGED-LISTING-FILE.
020549     MOVE SPACE TO TAGGED-LINE.
020550     STRING "REQUESTED REPORT - RUN FOR " DELIMITED BY SIZE
020551         RQ-REQUESTER                   DELIMITED BY SPACE
020552         " ON "                         DELIMITED BY SIZE
020553         WS-RUN-DATE                    DELIMITED BY SIZE
020554         " - QUEUED "                   DELIMITED BY SIZE
020555         RQ-DATE                        DELIMITED BY SIZE
020556         " "                            DELIMITED BY SIZE
020557         RQ-TIME (1:6)                  DELIMITED BY SIZE
020558         INTO TAGGED-LINE
020559     END-STRING.
020560     WRITE TAGGED-LINE.
020561     MOVE SPACE TO TAGGED-LINE.
020562     STRING "RUN PARAMETER: "          DELIMITED BY SIZE
020563         FUNCTION TRIM(WS-REQUEST-LINE) DELIMITED BY SIZE
020564         INTO TAGGED-LINE
020565     END-STRING.
020566     WRITE TAGGED-LINE.
020567     WRITE TAGGED-LINE FROM SPACE.
020568     PERFORM 6410-COPY-LISTING-LINE THRU 6410-EXIT
020569         UNTIL END-OF-LISTING.
020570     CLOSE LISTING-FILE.
020571     CLOSE TAGGED-LISTING-FILE.
020572     MOVE SPACE TO WS-COMMAND.
020573     STRING "mv rptreq.lst "               DELIMITED BY SIZE
020574         FUNCTION TRIM(WS-STEP-LISTING)    DELIMITED BY SIZE
020575         INTO WS-COMMAND
020576     END-STRING.
020577     CALL "SYSTEM" USING WS-COMMAND.
020578 6400-EXIT.
020579     EXIT.
020580
020581 6410-COPY-LISTING-LINE.
020582     MOVE SPACE TO LISTING-LINE.
020583     READ LISTING-FILE
020584         AT END
020585             MOVE "Y" TO WS-LIST-EOF
020586             GO TO 6410-EXIT
020587     END-READ.
020588     WRITE TAGGED-LINE FROM LISTING-LINE.
020589 6410-EXIT.
020590     EXIT.
020591
020600*    ONE CHAIN STEP: THE DECISION IS JOURNALED, THE STEP'S
020700*    DIRECTORY PARM IS PLACED ON THE COMMAND LINE THE WAY
020800*    PHONENIT'S PARM= DID, AND A NONZERO END CODE STOPS
020900*    THE CHAIN LIKE COND=(0,NE).
020916*    CONTTICK (A CONTRACT HAS EXPIRED) AND PHONELAP (THE
020932*    BATCH WINDOW WAS OVERRUN) END 4 AS A WARNING, NOT A
020948*    FAILURE: THEIR 4 RAISES THE RUN'S END CODE BUT THE
020964*    CHAIN GOES ON, THE NIGHT IS STILL JOURNALED DONE AND
020980*    THE REQUEST QUEUE STILL RUNS. 8 OR MORE STOPS THEM TOO.
021000 8000-RUN-STEP.
021100     IF CHAIN-STOPPED
021200         PERFORM 9500-SKIP-STEP THRU 9500-EXIT
021700     DISPLAY "SCHEDDRV - RUNNING " WS-STEP-NAME " "
021800         FUNCTION TRIM(WS-STEP-PARM).
021900     DISPLAY WS-STEP-PARM UPON COMMAND-LINE.
021910     IF WS-STEP-LISTING NOT = SPACE
021920         PERFORM 8100-CLEAR-LISTING THRU 8100-EXIT
021930     END-IF.
021965     CANCEL WS-STEP-NAME.
022000     MOVE ZERO TO RETURN-CODE.
022100     CALL WS-STEP-NAME.
022150     MOVE RETURN-CODE TO WS-STEP-RC.
022175     CANCEL WS-STEP-NAME.
022200     ADD 1 TO WS-STEPS-RUN.
022210*    A FAILING STEP'S LISTING IS FILED TOO - IT IS THE
022220*    EVIDENCE OF WHAT WENT WRONG.
022230     IF WS-STEP-LISTING NOT = SPACE
022240         PERFORM 8200-FILE-LISTING THRU 8200-EXIT
022250     END-IF.
022310     IF WS-STEP-RC > WS-END-CODE
022370         MOVE WS-STEP-RC TO WS-END-CODE
022430     END-IF.
022490     IF WS-STEP-RC NOT = ZERO
022550         IF ADVISORY-STEP AND WS-STEP-RC NOT > 4
022610             DISPLAY "SCHEDDRV - " WS-STEP-NAME " ENDED WITH "
022670                 "CODE " WS-STEP-RC " - A WARNING ONLY, THE "
022730                 "CHAIN GOES ON."
022790         ELSE
022850             DISPLAY "SCHEDDRV - " WS-STEP-NAME " ENDED WITH "
022910                 "CODE " WS-STEP-RC " - CHAIN STOPPED."
022970             MOVE "Y" TO WS-CHAIN-STOPPED
023030         END-IF
023090     END-IF.
023150     MOVE ZERO TO RETURN-CODE.
023200 8000-EXIT.
023300     EXIT.
023301
023302*    LAST NIGHT'S COPY IS ALREADY IN THE LIBRARY.
023303 8100-CLEAR-LISTING.
023304     MOVE SPACE TO WS-COMMAND.
023305     STRING "rm -f "                       DELIMITED BY SIZE
023306         FUNCTION TRIM(WS-STEP-LISTING)    DELIMITED BY SIZE
023307         INTO WS-COMMAND
023308     END-STRING.
023309     CALL "SYSTEM" USING WS-COMMAND.
023310 8100-EXIT.
023311     EXIT.
023312
023313 8200-FILE-LISTING.
023314     CALL "RPTFILE" USING WS-STEP-NAME WS-STEP-PARM
023315         WS-STEP-LISTING WS-FILE-RESULT.
023316     IF WS-FILE-RESULT = "Y"
023317         ADD 1 TO WS-LISTINGS-FILED
023318     ELSE
023319         DISPLAY "SCHEDDRV - NO LISTING "
023320             FUNCTION TRIM(WS-STEP-LISTING) " FILED FOR "
023321             WS-STEP-NAME "."
023322     END-IF.
023323 8200-EXIT.
023324     EXIT.
023400
023500 9000-JOURNAL-DECISION.
023600     IF REPLAYING-A-DATE
023620         MOVE WS-RUN-DATE TO JR-DATE
023640     ELSE
023660         ACCEPT JR-DATE FROM DATE YYYYMMDD
023680     END-IF.
023700     ACCEPT JR-TIME FROM TIME.
023800     MOVE WS-STEP-NAME TO JR-JOB-NAME.
023900     MOVE "D" TO JR-EVENT.
024000     MOVE WS-DECISION-CODE TO JR-CONDITION-CODE.
024100     MOVE ZERO TO JR-RECORD-COUNT.
024150     MOVE WS-STEP-PARM TO JR-DIRECTORY.
024200     OPEN EXTEND JOURNAL-FILE.
024300     IF WS-JRNL-STATUS NOT = "00"
024400         OPEN OUTPUT JOURNAL-FILE
024700     CLOSE JOURNAL-FILE.
024800 9000-EXIT.
024900     EXIT.
024905
024910*    THE DATE'S CHAIN IS DONE (OR WAS A HOLIDAY): THE "C" ROW
024915*    IS WHAT THE NEXT NIGHT'S CATCH-UP LOOKS FOR.
024920 9100-JOURNAL-DATE-DONE.
024925     MOVE WS-RUN-DATE TO JR-DATE.
024930     ACCEPT JR-TIME FROM TIME.
024935     MOVE WS-JOB-NAME TO JR-JOB-NAME.
024940     MOVE "C" TO JR-EVENT.
024945     MOVE ZERO TO JR-CONDITION-CODE.
024950     COMPUTE JR-RECORD-COUNT = WS-STEPS-RUN - WS-DATE-STEPS-START.
024955     MOVE SPACE TO JR-DIRECTORY.
024960     OPEN EXTEND JOURNAL-FILE.
024965     IF WS-JRNL-STATUS NOT = "00"
024970         OPEN OUTPUT JOURNAL-FILE
024975     END-IF.
024980     WRITE JOURNAL-RECORD.
024985     CLOSE JOURNAL-FILE.
024990 9100-EXIT.
024995     EXIT.
025000
025100 9500-SKIP-STEP.
025200     MOVE 4 TO WS-DECISION-CODE.
