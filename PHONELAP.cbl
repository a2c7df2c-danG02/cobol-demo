000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONELAP.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: NIGHT-CHAIN ELAPSED-TIME TREND AND BATCH-WINDOW
000900*       ALARM. PAIRS THE "S" AND "E" ROWS JOBHDR AND JOBEND
001000*       LEAVE ON phonjrnl.dat INTO ELAPSED TIMES FOR EVERY
001100*       STEP OF THE LAST 30 SCHEDDRV CHAINS - PER DIRECTORY,
001200*       FROM THE JR-DIRECTORY SCHEDDRV PUTS ON EACH STEP'S
001300*       "D" ROW - AND PRINTS TO phonelap.lst:
001400*         - ONE LINE PER NIGHT: CHAIN START, FINISH, AND
001500*           ELAPSED, FLAGGED LATE WHEN IT FINISHED PAST THE
001600*           CUTOFF, WITH THE AVERAGE AND WORST NIGHT;
001700*         - ONE LINE PER STEP AND DIRECTORY: RUNS, AVERAGE,
001800*           WORST, LAST-7-NIGHT AVERAGE, AND LAST NIGHT,
001900*           FLAGGED "**" WHEN LAST NIGHT RAN WELL ABOVE THE
002000*           STEP'S NORM (ITS AVERAGE OVER THE EARLIER NIGHTS).
002100*       THE LIMITS COME FROM phonelap.cfg KEYWORD ROWS
002200*       (KEYWORD IN COLUMNS 1-10, FOUR-DIGIT VALUE IN 11-14):
002300*         CUTOFF   HHMM THE CHAIN MUST FINISH BY (0600)
002400*         OVERPCT  PERCENT OF NORM THAT FLAGS A STEP (0150)
002500*         MINSECS  SECONDS OVER NORM BEFORE A FLAG (0060)
002600*       THE CUTOFF IS THE FIRST HHMM AT OR AFTER THE CHAIN'S
002700*       START. SCHEDDRV RUNS THIS AS ITS LAST STEP, SO THE
002800*       CHAIN STILL RUNNING IS TIMED TO ITS LAST STEP'S END.
002900*       ENDS 4 - THE ALARM - WHEN THE LATEST CHAIN FINISHED
003000*       PAST THE CUTOFF; A STEP OVER ITS NORM IS REPORTED,
003100*       NOT ALARMED.
003200*----------------------------------------------------------
003300* MOD LOG:
003400*  OCT 2026  DCG  ORIGINAL PROGRAM.
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL CONTROL-FILE
004000         ASSIGN TO "phonelap.cfg"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-CFG-STATUS.
004300
004400     SELECT OPTIONAL JOURNAL-FILE
004500         ASSIGN TO "phonjrnl.dat"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-JRNL-STATUS.
004800
004900     SELECT REPORT-FILE
005000         ASSIGN TO "phonelap.lst"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTROL-FILE.
005600 01  CONTROL-RECORD.
005700     05  EL-KEYWORD              PIC X(10).
005800     05  EL-VALUE                PIC X(04).
005900
006000 FD  JOURNAL-FILE.
006100     COPY JRNLREC.
006200
006300 FD  REPORT-FILE.
006400 01  REPORT-LINE                 PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700
006800 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONELAP".
006900 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007000 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007100
007200 01  WS-CFG-STATUS               PIC X(02) VALUE "00".
007300 01  WS-JRNL-STATUS              PIC X(02) VALUE "00".
007400 01  WS-CFG-EOF                  PIC X(01).
007500 01  WS-JRNL-EOF                 PIC X(01).
007600     88  END-OF-JOURNAL                  VALUE "Y".
007700
007800 01  WS-CUTOFF.
007900     05  WS-CUTOFF-HH            PIC 9(02) VALUE 06.
008000     05  WS-CUTOFF-MM            PIC 9(02) VALUE 00.
008100 01  WS-CUTOFF-TRY.
008200     05  WS-TRY-HH               PIC 9(02).
008300     05  WS-TRY-MM               PIC 9(02).
008400 01  WS-CUTOFF-SECONDS           PIC 9(05) COMP VALUE ZERO.
008500 01  WS-OVER-PERCENT             PIC 9(04) VALUE 0150.
008600 01  WS-MIN-SECONDS              PIC 9(04) VALUE 0060.
008700
008800 01  WS-TODAY.
008900     05  WS-TODAY-YYYY           PIC 9(04).
009000     05  WS-TODAY-MM             PIC 9(02).
009100     05  WS-TODAY-DD             PIC 9(02).
009200
009300*    ONE JOURNAL ROW'S DATE AND TIME AS SECONDS SINCE THE
009400*    INTEGER-OF-DATE EPOCH, SO A CHAIN CAN CROSS MIDNIGHT.
009500 01  WS-CONV-DATE                PIC 9(08).
009600 01  WS-CONV-TIME.
009700     05  WS-CONV-HH              PIC 9(02).
009800     05  WS-CONV-MM              PIC 9(02).
009900     05  WS-CONV-SS              PIC 9(02).
010000     05  FILLER                  PIC X(02).
010100 01  WS-CONV-ABS                 PIC 9(11) COMP.
010200 01  WS-CONV-DAY-SECONDS         PIC 9(05) COMP.
010300 01  WS-CONV-OK                  PIC X(01).
010400
010500 01  WS-CHAIN-COUNT              PIC 9(07) COMP VALUE ZERO.
010600 01  WS-CHAIN-SEQ                PIC 9(07) COMP VALUE ZERO.
010700 01  WS-WINDOW-BASE              PIC 9(07) COMP VALUE ZERO.
010800 01  WS-CHAIN-OPEN               PIC X(01) VALUE "N".
010900 01  WS-IN-WINDOW                PIC X(01) VALUE "N".
011000 01  WS-NIGHT-NO                 PIC 9(02) COMP VALUE ZERO.
011100 01  WS-PENDING-STEP             PIC X(08).
011200 01  WS-PENDING-DIRECTORY        PIC X(20).
011300
011400 01  WS-NIGHT-INDEX              PIC 9(02) COMP.
011500 01  WS-NEXT-INDEX               PIC 9(02) COMP.
011600 01  WS-OPEN-INDEX               PIC 9(02) COMP.
011700 01  WS-STEP-INDEX               PIC 9(03) COMP.
011800 01  WS-FOUND-SWITCH             PIC X(01).
011900
012000 01  WS-ELAPSED                  PIC 9(09) COMP.
012100 01  WS-ENDED-NIGHTS             PIC 9(02) COMP VALUE ZERO.
012200 01  WS-NIGHT-TOTAL              PIC 9(11) COMP VALUE ZERO.
012300 01  WS-NIGHT-WORST              PIC 9(09) COMP VALUE ZERO.
012400 01  WS-WORST-DATE               PIC X(08) VALUE SPACE.
012500 01  WS-LATE-NIGHTS              PIC 9(02) COMP VALUE ZERO.
012600 01  WS-WINDOW-ALARM             PIC X(01) VALUE "N".
012700     88  WINDOW-OVERRUN                  VALUE "Y".
012800 01  WS-COUNT-EDIT               PIC ZZ9.
012900 01  WS-FLAGGED-STEPS            PIC 9(03) COMP VALUE ZERO.
013000 01  WS-STEP-OVERFLOW            PIC 9(07) COMP VALUE ZERO.
013100 01  WS-PRIOR-RUNS               PIC 9(03) COMP.
013200 01  WS-LAST-PER-RUN             PIC 9(09) COMP.
013300
013400*    THE LAST 30 CHAINS, OLDEST FIRST. WS-NT-ENDED IS "Y"
013500*    WHEN SCHEDDRV'S OWN END ROW IS ON FILE, "P" WHEN THE
013600*    CHAIN IS TIMED TO ITS LAST STEP'S END, AND "N" WHEN NO
013700*    STEP OF IT ENDED.
013800 01  WS-NIGHT-TABLE.
013900     05  WS-NIGHT-USED           PIC 9(02) COMP VALUE ZERO.
014000     05  WS-NIGHT-ENTRY OCCURS 30 TIMES.
014100         10  WS-NT-DATE          PIC X(08).
014200         10  WS-NT-START-TIME    PIC X(08).
014300         10  WS-NT-START-ABS     PIC 9(11) COMP.
014400         10  WS-NT-END-TIME      PIC X(08).
014500         10  WS-NT-END-ABS       PIC 9(11) COMP.
014600         10  WS-NT-ENDED         PIC X(01).
014700         10  WS-NT-DEADLINE-ABS  PIC 9(11) COMP.
014800         10  WS-NT-ELAPSED       PIC 9(09) COMP.
014900         10  WS-NT-LATE          PIC X(01).
015000
015100*    STEPS STARTED BUT NOT YET ENDED IN THE CHAIN BEING READ.
015200 01  WS-OPEN-TABLE.
015300     05  WS-OPEN-ENTRY OCCURS 20 TIMES.
015400         10  WS-OS-JOB           PIC X(08).
015500         10  WS-OS-DIRECTORY     PIC X(20).
015600         10  WS-OS-ABS           PIC 9(11) COMP.
015700
015800 01  WS-STEP-TABLE.
015900     05  WS-STEP-USED            PIC 9(03) COMP VALUE ZERO.
016000     05  WS-STEP-ENTRY OCCURS 150 TIMES.
016100         10  WS-ST-JOB           PIC X(08).
016200         10  WS-ST-DIRECTORY     PIC X(20).
016300         10  WS-ST-RUNS          PIC 9(03) COMP.
016400         10  WS-ST-TOTAL         PIC 9(09) COMP.
016500         10  WS-ST-WORST         PIC 9(09) COMP.
016600         10  WS-ST-RECENT-RUNS   PIC 9(03) COMP.
016700         10  WS-ST-RECENT-TOTAL  PIC 9(09) COMP.
016800         10  WS-ST-LAST-RUNS     PIC 9(03) COMP.
016900         10  WS-ST-LAST-TOTAL    PIC 9(09) COMP.
017000         10  WS-ST-NORM          PIC 9(09) COMP.
017100         10  WS-ST-PERCENT       PIC 9(05) COMP.
017200         10  WS-ST-FLAG          PIC X(01).
017300
017400*    ELAPSED SECONDS AS HHH:MM:SS, AND A JOURNAL TIME AS
017500*    HH:MM:SS.
017600 01  WS-FMT-SECONDS              PIC 9(09) COMP.
017700 01  WS-FMT-REMAINDER            PIC 9(09) COMP.
017800 01  WS-FMT-HOURS                PIC 9(09) COMP.
017900 01  WS-FMT-ELAPSED.
018000     05  FE-HH                   PIC ZZ9.
018100     05  FILLER                  PIC X(01) VALUE ":".
018200     05  FE-MM                   PIC 99.
018300     05  FILLER                  PIC X(01) VALUE ":".
018400     05  FE-SS                   PIC 99.
018500 01  WS-FMT-CLOCK.
018600     05  FC-HH                   PIC X(02).
018700     05  FILLER                  PIC X(01) VALUE ":".
018800     05  FC-MM                   PIC X(02).
018900     05  FILLER                  PIC X(01) VALUE ":".
019000     05  FC-SS                   PIC X(02).
019100
019200 01  HEADING-LINE-1.
019300     05  FILLER                  PIC X(48)
019400             VALUE "NIGHT-CHAIN ELAPSED-TIME TREND".
019500     05  FILLER                  PIC X(14) VALUE "RUN DATE ".
019600     05  HL1-MM                  PIC 99.
019700     05  FILLER                  PIC X(01) VALUE "/".
019800     05  HL1-DD                  PIC 99.
019900     05  FILLER                  PIC X(01) VALUE "/".
020000     05  HL1-YYYY                PIC 9999.
020100
020200 01  LIMITS-LINE.
020300     05  FILLER                  PIC X(20)
020400             VALUE "BATCH WINDOW CUTOFF ".
020500     05  LL-HH                   PIC 99.
020600     05  FILLER                  PIC X(01) VALUE ":".
020700     05  LL-MM                   PIC 99.
020800     05  FILLER                  PIC X(19)
020900             VALUE "   STEP FLAG: OVER ".
021000     05  LL-PERCENT              PIC ZZZ9.
021100     05  FILLER                  PIC X(12) VALUE "% OF NORM + ".
021200     05  LL-SECONDS              PIC ZZZ9.
021300     05  FILLER                  PIC X(05) VALUE " SEC.".
021400
021500 01  NIGHT-HEADING.
021600     05  FILLER                  PIC X(50)
021700             VALUE "  NIGHT OF    STARTED   FINISHED     ELAPSED".
021800
021900 01  NIGHT-LINE.
022000     05  FILLER                  PIC X(02) VALUE SPACE.
022100     05  NL-DATE                 PIC X(08).
022200     05  FILLER                  PIC X(04) VALUE SPACE.
022300     05  NL-START                PIC X(08).
022400     05  FILLER                  PIC X(02) VALUE SPACE.
022500     05  NL-END                  PIC X(08).
022600     05  FILLER                  PIC X(03) VALUE SPACE.
022700     05  NL-ELAPSED              PIC X(09).
022800     05  FILLER                  PIC X(02) VALUE SPACE.
022900     05  NL-NOTE                 PIC X(30).
023000
023100 01  NIGHT-SUMMARY-LINE.
023200     05  FILLER                  PIC X(02) VALUE SPACE.
023300     05  NS-LABEL                PIC X(32).
023400     05  NS-ELAPSED              PIC X(09).
023500     05  FILLER                  PIC X(02) VALUE SPACE.
023600     05  NS-NOTE                 PIC X(30).
023700
023800 01  ALARM-LINE.
023900     05  FILLER                  PIC X(21)
024000             VALUE "*** ALARM - CHAIN OF ".
024100     05  AL-DATE                 PIC X(08).
024200     05  FILLER                  PIC X(13) VALUE " FINISHED AT ".
024300     05  AL-END                  PIC X(08).
024400     05  FILLER                  PIC X(10) VALUE ", PAST THE".
024500     05  FILLER                  PIC X(01) VALUE SPACE.
024600     05  AL-HH                   PIC 99.
024700     05  FILLER                  PIC X(01) VALUE ":".
024800     05  AL-MM                   PIC 99.
024900     05  FILLER                  PIC X(11) VALUE " CUTOFF ***".
025000
025100 01  STEP-HEADING-1.
025200     05  FILLER                  PIC X(35)
025300             VALUE "  STEP     DIRECTORY           RUNS".
025400     05  FILLER                  PIC X(20)
025500             VALUE "   AVERAGE     WORST".
025600     05  FILLER                  PIC X(22)
025700             VALUE "    LAST 7  LAST NIGHT".
025800
025900 01  STEP-LINE.
026000     05  FILLER                  PIC X(02) VALUE SPACE.
026100     05  SL-JOB                  PIC X(08).
026200     05  FILLER                  PIC X(01) VALUE SPACE.
026300     05  SL-DIRECTORY            PIC X(20).
026400     05  SL-RUNS                 PIC ZZZ9.
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  SL-AVERAGE              PIC X(09).
026700     05  FILLER                  PIC X(01) VALUE SPACE.
026800     05  SL-WORST                PIC X(09).
026900     05  FILLER                  PIC X(01) VALUE SPACE.
027000     05  SL-RECENT               PIC X(09).
027100     05  FILLER                  PIC X(02) VALUE SPACE.
027200     05  SL-LAST                 PIC X(09).
027300     05  FILLER                  PIC X(01) VALUE SPACE.
027400     05  SL-FLAG                 PIC X(02).
027500
027600 01  FLAG-LINE.
027700     05  FILLER                  PIC X(02) VALUE SPACE.
027800     05  FL-JOB                  PIC X(08).
027900     05  FILLER                  PIC X(01) VALUE SPACE.
028000     05  FL-DIRECTORY            PIC X(20).
028100     05  FILLER                  PIC X(06) VALUE " RAN ".
028200     05  FL-LAST                 PIC X(09).
028300     05  FILLER                  PIC X(06) VALUE " NORM ".
028400     05  FL-NORM                 PIC X(09).
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  FL-PERCENT              PIC ZZ,ZZ9.
028700     05  FILLER                  PIC X(01) VALUE "%".
028800
028900 PROCEDURE DIVISION.
029000
029100 0000-MAINLINE.
029200     CALL "JOBHDR" USING WS-JOB-NAME.
029300     MOVE ZERO TO WS-END-CODE.
029400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
029500     MOVE WS-TODAY-MM   TO HL1-MM.
029600     MOVE WS-TODAY-DD   TO HL1-DD.
029700     MOVE WS-TODAY-YYYY TO HL1-YYYY.
029800     PERFORM 1000-READ-CONTROLS THRU 1000-EXIT.
029900     OPEN OUTPUT REPORT-FILE.
030000     WRITE REPORT-LINE FROM HEADING-LINE-1.
030100     WRITE REPORT-LINE FROM SPACE.
030200     WRITE REPORT-LINE FROM LIMITS-LINE.
030300     WRITE REPORT-LINE FROM SPACE.
030400     PERFORM 2000-FIND-THE-NIGHTS THRU 2000-EXIT.
030500     IF WS-NIGHT-USED = ZERO
030600         MOVE "NO SCHEDDRV CHAIN ON THE RUN JOURNAL."
030700             TO REPORT-LINE
030800         WRITE REPORT-LINE
030900         DISPLAY "PHONELAP - NO SCHEDDRV CHAIN ON phonjrnl.dat."
031000         GO TO 0000-DONE
031100     END-IF.
031200     PERFORM 3000-TIME-THE-STEPS THRU 3000-EXIT.
031300     PERFORM 4000-PRINT-NIGHTS THRU 4000-EXIT.
031400     PERFORM 5000-PRINT-STEPS THRU 5000-EXIT.
031500 0000-DONE.
031600     CLOSE REPORT-FILE.
031700     IF WINDOW-OVERRUN
031800         DISPLAY ALARM-LINE
031900         MOVE 4 TO WS-END-CODE
032000     END-IF.
032100     DISPLAY "PHONELAP - " WS-NIGHT-USED " NIGHT(S) TIMED, "
032200         WS-FLAGGED-STEPS " STEP(S) WELL ABOVE NORM - REPORT "
032300         "IS ON phonelap.lst.".
032400     MOVE WS-FLAGGED-STEPS TO WS-JOURNAL-COUNT.
032500     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
032600         WS-END-CODE.
032700     GOBACK.
032800
032900 1000-READ-CONTROLS.
033000     OPEN INPUT CONTROL-FILE.
033100     IF WS-CFG-STATUS NOT = "00"
033200         GO TO 1000-SET-LIMITS
033300     END-IF.
033400     MOVE "N" TO WS-CFG-EOF.
033500     PERFORM 1100-APPLY-CONTROL THRU 1100-EXIT
033600         UNTIL WS-CFG-EOF = "Y".
033700     CLOSE CONTROL-FILE.
033800 1000-SET-LIMITS.
033900     COMPUTE WS-CUTOFF-SECONDS =
034000         WS-CUTOFF-HH * 3600 + WS-CUTOFF-MM * 60.
034100     MOVE WS-CUTOFF-HH    TO LL-HH AL-HH.
034200     MOVE WS-CUTOFF-MM    TO LL-MM AL-MM.
034300     MOVE WS-OVER-PERCENT TO LL-PERCENT.
034400     MOVE WS-MIN-SECONDS  TO LL-SECONDS.
034500 1000-EXIT.
034600     EXIT.
034700
034800 1100-APPLY-CONTROL.
034900     MOVE SPACE TO CONTROL-RECORD.
035000     READ CONTROL-FILE
035100         AT END
035200             MOVE "Y" TO WS-CFG-EOF
035300             GO TO 1100-EXIT
035400     END-READ.
035500     IF EL-KEYWORD = SPACE
035600         GO TO 1100-EXIT
035700     END-IF.
035800     IF EL-VALUE NOT NUMERIC
035900         DISPLAY "phonelap.cfg VALUE NOT NUMERIC - IGNORED: "
036000             EL-KEYWORD
036100         GO TO 1100-EXIT
036200     END-IF.
036300     EVALUATE EL-KEYWORD
036400         WHEN "CUTOFF"
036500             MOVE EL-VALUE TO WS-CUTOFF-TRY
036600             IF WS-TRY-HH < 24 AND WS-TRY-MM < 60
036700                 MOVE WS-CUTOFF-TRY TO WS-CUTOFF
036800             ELSE
036900                 DISPLAY "phonelap.cfg CUTOFF IS NOT A TIME - "
037000                     "IGNORED: " EL-VALUE
037100             END-IF
037200         WHEN "OVERPCT"
037300             MOVE EL-VALUE TO WS-OVER-PERCENT
037400         WHEN "MINSECS"
037500             MOVE EL-VALUE TO WS-MIN-SECONDS
037600         WHEN OTHER
037700             DISPLAY "UNKNOWN phonelap.cfg KEYWORD IGNORED: "
037800                 EL-KEYWORD
037900     END-EVALUATE.
038000 1100-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------
038400* FIRST PASS: EVERY SCHEDDRV START OPENS A CHAIN. ONLY THE
038500* LAST 30 ARE KEPT; THE CHAIN COUNT TELLS THE SECOND PASS
038600* WHERE THE WINDOW BEGINS.
038700*----------------------------------------------------------
038800 2000-FIND-THE-NIGHTS.
038900     OPEN INPUT JOURNAL-FILE.
039000     IF WS-JRNL-STATUS NOT = "00"
039100         GO TO 2000-EXIT
039200     END-IF.
039300     MOVE "N" TO WS-JRNL-EOF.
039400     MOVE "N" TO WS-CHAIN-OPEN.
039500     MOVE SPACE TO WS-PENDING-STEP.
039600     PERFORM 2100-NEXT-NIGHT-ROW THRU 2100-EXIT
039700         UNTIL END-OF-JOURNAL.
039800     CLOSE JOURNAL-FILE.
039900     COMPUTE WS-WINDOW-BASE = WS-CHAIN-COUNT - WS-NIGHT-USED.
040000     MOVE ZERO TO WS-NIGHT-INDEX.
040100     PERFORM 2400-JUDGE-NIGHT THRU 2400-EXIT
040200         UNTIL WS-NIGHT-INDEX >= WS-NIGHT-USED.
040300 2000-EXIT.
040400     EXIT.
040500
040600 2100-NEXT-NIGHT-ROW.
040700     READ JOURNAL-FILE
040800         AT END
040900             MOVE "Y" TO WS-JRNL-EOF
041000             GO TO 2100-EXIT
041100     END-READ.
041200     IF JR-JOB-NAME = "SCHEDDRV" AND JR-START-EVENT
041300         PERFORM 2200-OPEN-NIGHT THRU 2200-EXIT
041400         GO TO 2100-EXIT
041500     END-IF.
041600     IF WS-CHAIN-OPEN NOT = "Y"
041700         GO TO 2100-EXIT
041800     END-IF.
041900     IF JR-DECISION-EVENT
042000         IF JR-CONDITION-CODE = ZERO
042100             MOVE JR-JOB-NAME TO WS-PENDING-STEP
042200         END-IF
042300         GO TO 2100-EXIT
042400     END-IF.
042500     IF NOT JR-END-EVENT
042600         GO TO 2100-EXIT
042700     END-IF.
042800*    ONLY THE END OF A STEP THE CHAIN DECIDED TO RUN, ONCE,
042900*    OR SCHEDDRV'S OWN END MOVES THE NIGHT'S FINISH - NOT A
043000*    MORNING RUN AFTER A CHAIN THAT NEVER WROTE ITS END ROW.
043100     IF JR-JOB-NAME NOT = "SCHEDDRV"
043200             AND JR-JOB-NAME NOT = WS-PENDING-STEP
043300         GO TO 2100-EXIT
043400     END-IF.
043500     PERFORM 7000-ROW-TO-SECONDS THRU 7000-EXIT.
043600     IF WS-CONV-OK NOT = "Y"
043700         GO TO 2100-EXIT
043800     END-IF.
043900     MOVE JR-TIME     TO WS-NT-END-TIME (WS-NIGHT-USED).
044000     MOVE WS-CONV-ABS TO WS-NT-END-ABS (WS-NIGHT-USED).
044100     IF JR-JOB-NAME = "SCHEDDRV"
044200         MOVE "Y" TO WS-NT-ENDED (WS-NIGHT-USED)
044300         MOVE "N" TO WS-CHAIN-OPEN
044400     ELSE
044500         MOVE "P" TO WS-NT-ENDED (WS-NIGHT-USED)
044600         MOVE SPACE TO WS-PENDING-STEP
044700     END-IF.
044800 2100-EXIT.
044900     EXIT.
045000
045100 2200-OPEN-NIGHT.
045200     PERFORM 7000-ROW-TO-SECONDS THRU 7000-EXIT.
045300     IF WS-CONV-OK NOT = "Y"
045400         GO TO 2200-EXIT
045500     END-IF.
045600     ADD 1 TO WS-CHAIN-COUNT.
045700     IF WS-NIGHT-USED < 30
045800         ADD 1 TO WS-NIGHT-USED
045900     ELSE
046000         MOVE ZERO TO WS-NIGHT-INDEX
046100         PERFORM 2300-SHIFT-NIGHTS THRU 2300-EXIT
046200             UNTIL WS-NIGHT-INDEX >= 29
046300     END-IF.
046400     MOVE JR-DATE     TO WS-NT-DATE (WS-NIGHT-USED).
046500     MOVE JR-TIME     TO WS-NT-START-TIME (WS-NIGHT-USED).
046600     MOVE WS-CONV-ABS TO WS-NT-START-ABS (WS-NIGHT-USED).
046700     MOVE SPACE       TO WS-NT-END-TIME (WS-NIGHT-USED).
046800     MOVE ZERO        TO WS-NT-END-ABS (WS-NIGHT-USED).
046900     MOVE "N"         TO WS-NT-ENDED (WS-NIGHT-USED).
047000     MOVE ZERO        TO WS-NT-ELAPSED (WS-NIGHT-USED).
047100     MOVE "N"         TO WS-NT-LATE (WS-NIGHT-USED).
047200*    THE DEADLINE IS THE FIRST CUTOFF AT OR AFTER THE START.
047300     COMPUTE WS-NT-DEADLINE-ABS (WS-NIGHT-USED) =
047400         WS-CONV-ABS - WS-CONV-DAY-SECONDS + WS-CUTOFF-SECONDS.
047500     IF WS-CONV-DAY-SECONDS > WS-CUTOFF-SECONDS
047600         ADD 86400 TO WS-NT-DEADLINE-ABS (WS-NIGHT-USED)
047700     END-IF.
047800     MOVE "Y" TO WS-CHAIN-OPEN.
047900     MOVE SPACE TO WS-PENDING-STEP.
048000 2200-EXIT.
048100     EXIT.
048200
048300 2300-SHIFT-NIGHTS.
048400     ADD 1 TO WS-NIGHT-INDEX.
048500     COMPUTE WS-NEXT-INDEX = WS-NIGHT-INDEX + 1.
048600     MOVE WS-NIGHT-ENTRY (WS-NEXT-INDEX)
048700         TO WS-NIGHT-ENTRY (WS-NIGHT-INDEX).
048800 2300-EXIT.
048900     EXIT.
049000
049100 2400-JUDGE-NIGHT.
049200     ADD 1 TO WS-NIGHT-INDEX.
049300     IF WS-NT-ENDED (WS-NIGHT-INDEX) = "N"
049400         GO TO 2400-EXIT
049500     END-IF.
049600     COMPUTE WS-NT-ELAPSED (WS-NIGHT-INDEX) =
049700         WS-NT-END-ABS (WS-NIGHT-INDEX)
049800         - WS-NT-START-ABS (WS-NIGHT-INDEX).
049900     ADD 1 TO WS-ENDED-NIGHTS.
050000     ADD WS-NT-ELAPSED (WS-NIGHT-INDEX) TO WS-NIGHT-TOTAL.
050100     IF WS-NT-ELAPSED (WS-NIGHT-INDEX) > WS-NIGHT-WORST
050200         MOVE WS-NT-ELAPSED (WS-NIGHT-INDEX) TO WS-NIGHT-WORST
050300         MOVE WS-NT-DATE (WS-NIGHT-INDEX) TO WS-WORST-DATE
050400     END-IF.
050500     IF WS-NT-END-ABS (WS-NIGHT-INDEX)
050600             > WS-NT-DEADLINE-ABS (WS-NIGHT-INDEX)
050700         MOVE "Y" TO WS-NT-LATE (WS-NIGHT-INDEX)
050800         ADD 1 TO WS-LATE-NIGHTS
050900         IF WS-NIGHT-INDEX = WS-NIGHT-USED
051000             MOVE "Y" TO WS-WINDOW-ALARM
051100         END-IF
051200     END-IF.
051300 2400-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------
051700* SECOND PASS: WITHIN THE WINDOW'S CHAINS, EACH STEP'S
051800* START IS HELD UNTIL ITS END ARRIVES. ONLY A JOB SCHEDDRV
051900* DECIDED TO RUN IS TIMED, AND ITS DIRECTORY COMES FROM THAT
052000* "D" ROW, WRITTEN JUST BEFORE THE STEP STARTED.
052100*----------------------------------------------------------
052200 3000-TIME-THE-STEPS.
052300     OPEN INPUT JOURNAL-FILE.
052400     IF WS-JRNL-STATUS NOT = "00"
052500         GO TO 3000-EXIT
052600     END-IF.
052700     MOVE "N" TO WS-JRNL-EOF.
052800     MOVE ZERO TO WS-CHAIN-SEQ.
052900     MOVE "N" TO WS-IN-WINDOW.
053000     PERFORM 3100-NEXT-STEP-ROW THRU 3100-EXIT
053100         UNTIL END-OF-JOURNAL.
053200     CLOSE JOURNAL-FILE.
053300     MOVE ZERO TO WS-STEP-INDEX.
053400     PERFORM 3500-JUDGE-STEP THRU 3500-EXIT
053500         UNTIL WS-STEP-INDEX >= WS-STEP-USED.
053600 3000-EXIT.
053700     EXIT.
053800
053900 3100-NEXT-STEP-ROW.
054000     READ JOURNAL-FILE
054100         AT END
054200             MOVE "Y" TO WS-JRNL-EOF
054300             GO TO 3100-EXIT
054400     END-READ.
054500     IF JR-JOB-NAME = "SCHEDDRV"
054600         PERFORM 3150-CHAIN-EDGE THRU 3150-EXIT
054700         GO TO 3100-EXIT
054800     END-IF.
054900     IF WS-IN-WINDOW NOT = "Y"
055000         GO TO 3100-EXIT
055100     END-IF.
055200     EVALUATE TRUE
055300         WHEN JR-DECISION-EVENT
055400             IF JR-CONDITION-CODE = ZERO
055500                 MOVE JR-JOB-NAME  TO WS-PENDING-STEP
055600                 MOVE JR-DIRECTORY TO WS-PENDING-DIRECTORY
055700             END-IF
055800         WHEN JR-START-EVENT
055900             IF JR-JOB-NAME = WS-PENDING-STEP
056000                 PERFORM 3200-HOLD-START THRU 3200-EXIT
056100                 MOVE SPACE TO WS-PENDING-STEP
056200             END-IF
056300         WHEN JR-END-EVENT
056400             PERFORM 3300-MATCH-END THRU 3300-EXIT
056500     END-EVALUATE.
056600 3100-EXIT.
056700     EXIT.
056800
056900 3150-CHAIN-EDGE.
057000     IF JR-END-EVENT
057100         MOVE "N" TO WS-IN-WINDOW
057200         GO TO 3150-EXIT
057300     END-IF.
057400     IF NOT JR-START-EVENT
057500         GO TO 3150-EXIT
057600     END-IF.
057700     PERFORM 7000-ROW-TO-SECONDS THRU 7000-EXIT.
057800     IF WS-CONV-OK NOT = "Y"
057900         GO TO 3150-EXIT
058000     END-IF.
058100     ADD 1 TO WS-CHAIN-SEQ.
058200     MOVE "N" TO WS-IN-WINDOW.
058300     IF WS-CHAIN-SEQ > WS-WINDOW-BASE
058400         MOVE "Y" TO WS-IN-WINDOW
058500         COMPUTE WS-NIGHT-NO = WS-CHAIN-SEQ - WS-WINDOW-BASE
058600     END-IF.
058700     MOVE SPACE TO WS-OPEN-TABLE.
058800     MOVE SPACE TO WS-PENDING-STEP.
058900     MOVE SPACE TO WS-PENDING-DIRECTORY.
059000 3150-EXIT.
059100     EXIT.
059200
059300 3200-HOLD-START.
059400     PERFORM 7000-ROW-TO-SECONDS THRU 7000-EXIT.
059500     IF WS-CONV-OK NOT = "Y"
059600         GO TO 3200-EXIT
059700     END-IF.
059800*    A RESTARTED JOB REUSES ITS OWN SLOT; OTHERWISE THE FIRST
059900*    FREE ONE.
060000     MOVE "N" TO WS-FOUND-SWITCH.
060100     MOVE ZERO TO WS-OPEN-INDEX.
060200     PERFORM 3210-FIND-OPEN-JOB THRU 3210-EXIT
060300         UNTIL WS-FOUND-SWITCH = "Y" OR WS-OPEN-INDEX >= 20.
060400     IF WS-FOUND-SWITCH NOT = "Y"
060500         MOVE ZERO TO WS-OPEN-INDEX
060600         PERFORM 3220-FIND-FREE-SLOT THRU 3220-EXIT
060700             UNTIL WS-FOUND-SWITCH = "Y" OR WS-OPEN-INDEX >= 20
060800     END-IF.
060900     IF WS-FOUND-SWITCH NOT = "Y"
061000         GO TO 3200-EXIT
061100     END-IF.
061200     MOVE JR-JOB-NAME TO WS-OS-JOB (WS-OPEN-INDEX).
061300     MOVE WS-CONV-ABS TO WS-OS-ABS (WS-OPEN-INDEX).
061400     MOVE WS-PENDING-DIRECTORY TO WS-OS-DIRECTORY (WS-OPEN-INDEX).
061500 3200-EXIT.
061600     EXIT.
061700
061800 3210-FIND-OPEN-JOB.
061900     ADD 1 TO WS-OPEN-INDEX.
062000     IF WS-OS-JOB (WS-OPEN-INDEX) = JR-JOB-NAME
062100         MOVE "Y" TO WS-FOUND-SWITCH
062200     END-IF.
062300 3210-EXIT.
062400     EXIT.
062500
062600 3220-FIND-FREE-SLOT.
062700     ADD 1 TO WS-OPEN-INDEX.
062800     IF WS-OS-JOB (WS-OPEN-INDEX) = SPACE
062900         MOVE "Y" TO WS-FOUND-SWITCH
063000     END-IF.
063100 3220-EXIT.
063200     EXIT.
063300
063400 3300-MATCH-END.
063500     MOVE "N" TO WS-FOUND-SWITCH.
063600     MOVE ZERO TO WS-OPEN-INDEX.
063700     PERFORM 3210-FIND-OPEN-JOB THRU 3210-EXIT
063800         UNTIL WS-FOUND-SWITCH = "Y" OR WS-OPEN-INDEX >= 20.
063900     IF WS-FOUND-SWITCH NOT = "Y"
064000         GO TO 3300-EXIT
064100     END-IF.
064200     PERFORM 7000-ROW-TO-SECONDS THRU 7000-EXIT.
064300     IF WS-CONV-OK NOT = "Y"
064400             OR WS-CONV-ABS < WS-OS-ABS (WS-OPEN-INDEX)
064500         MOVE SPACE TO WS-OPEN-ENTRY (WS-OPEN-INDEX)
064600         GO TO 3300-EXIT
064700     END-IF.
064800     COMPUTE WS-ELAPSED = WS-CONV-ABS - WS-OS-ABS (WS-OPEN-INDEX).
064900     PERFORM 3400-TALLY-STEP THRU 3400-EXIT.
065000     MOVE SPACE TO WS-OPEN-ENTRY (WS-OPEN-INDEX).
065100 3300-EXIT.
065200     EXIT.
065300
065400 3400-TALLY-STEP.
065500     MOVE "N" TO WS-FOUND-SWITCH.
065600     MOVE ZERO TO WS-STEP-INDEX.
065700     PERFORM 3410-FIND-STEP THRU 3410-EXIT
065800         UNTIL WS-FOUND-SWITCH = "Y"
065900             OR WS-STEP-INDEX >= WS-STEP-USED.
066000     IF WS-FOUND-SWITCH NOT = "Y"
066100         IF WS-STEP-USED >= 150
066200             ADD 1 TO WS-STEP-OVERFLOW
066300             GO TO 3400-EXIT
066400         END-IF
066500         ADD 1 TO WS-STEP-USED
066600         MOVE WS-STEP-USED TO WS-STEP-INDEX
066700         INITIALIZE WS-STEP-ENTRY (WS-STEP-INDEX)
066800         MOVE WS-OS-JOB (WS-OPEN-INDEX)
066900             TO WS-ST-JOB (WS-STEP-INDEX)
067000         MOVE WS-OS-DIRECTORY (WS-OPEN-INDEX)
067100             TO WS-ST-DIRECTORY (WS-STEP-INDEX)
067200     END-IF.
067300     ADD 1 TO WS-ST-RUNS (WS-STEP-INDEX).
067400     ADD WS-ELAPSED TO WS-ST-TOTAL (WS-STEP-INDEX).
067500     IF WS-ELAPSED > WS-ST-WORST (WS-STEP-INDEX)
067600         MOVE WS-ELAPSED TO WS-ST-WORST (WS-STEP-INDEX)
067700     END-IF.
067800     IF WS-NIGHT-NO + 7 > WS-NIGHT-USED
067900         ADD 1 TO WS-ST-RECENT-RUNS (WS-STEP-INDEX)
068000         ADD WS-ELAPSED TO WS-ST-RECENT-TOTAL (WS-STEP-INDEX)
068100     END-IF.
068200     IF WS-NIGHT-NO = WS-NIGHT-USED
068300         ADD 1 TO WS-ST-LAST-RUNS (WS-STEP-INDEX)
068400         ADD WS-ELAPSED TO WS-ST-LAST-TOTAL (WS-STEP-INDEX)
068500     END-IF.
068600 3400-EXIT.
068700     EXIT.
068800
068900 3410-FIND-STEP.
069000     ADD 1 TO WS-STEP-INDEX.
069100     IF WS-ST-JOB (WS-STEP-INDEX) = WS-OS-JOB (WS-OPEN-INDEX)
069200             AND WS-ST-DIRECTORY (WS-STEP-INDEX)
069300                 = WS-OS-DIRECTORY (WS-OPEN-INDEX)
069400         MOVE "Y" TO WS-FOUND-SWITCH
069500     END-IF.
069600 3410-EXIT.
069700     EXIT.
069800
069900*    THE NORM IS THE STEP'S AVERAGE OVER THE EARLIER NIGHTS;
070000*    IT TAKES THREE OF THEM BEFORE LAST NIGHT IS JUDGED.
070100 3500-JUDGE-STEP.
070200     ADD 1 TO WS-STEP-INDEX.
070300     MOVE "N" TO WS-ST-FLAG (WS-STEP-INDEX).
070400     IF WS-ST-LAST-RUNS (WS-STEP-INDEX) = ZERO
070500         GO TO 3500-EXIT
070600     END-IF.
070700     COMPUTE WS-PRIOR-RUNS = WS-ST-RUNS (WS-STEP-INDEX)
070800         - WS-ST-LAST-RUNS (WS-STEP-INDEX).
070900     IF WS-PRIOR-RUNS < 3
071000         GO TO 3500-EXIT
071100     END-IF.
071200     COMPUTE WS-ST-NORM (WS-STEP-INDEX) =
071300         (WS-ST-TOTAL (WS-STEP-INDEX)
071400          - WS-ST-LAST-TOTAL (WS-STEP-INDEX)) / WS-PRIOR-RUNS.
071500     COMPUTE WS-LAST-PER-RUN = WS-ST-LAST-TOTAL (WS-STEP-INDEX)
071600         / WS-ST-LAST-RUNS (WS-STEP-INDEX).
071700     IF WS-ST-NORM (WS-STEP-INDEX) = ZERO
071800         MOVE 99999 TO WS-ST-PERCENT (WS-STEP-INDEX)
071900     ELSE
072000         COMPUTE WS-ST-PERCENT (WS-STEP-INDEX) =
072100             WS-LAST-PER-RUN * 100 / WS-ST-NORM (WS-STEP-INDEX)
072200             ON SIZE ERROR
072300                 MOVE 99999 TO WS-ST-PERCENT (WS-STEP-INDEX)
072400         END-COMPUTE
072500     END-IF.
072600     IF WS-ST-PERCENT (WS-STEP-INDEX) > WS-OVER-PERCENT
072700             AND WS-LAST-PER-RUN
072800                 >= WS-ST-NORM (WS-STEP-INDEX) + WS-MIN-SECONDS
072900         MOVE "Y" TO WS-ST-FLAG (WS-STEP-INDEX)
073000         ADD 1 TO WS-FLAGGED-STEPS
073100     END-IF.
073200 3500-EXIT.
073300     EXIT.
073400
073500 4000-PRINT-NIGHTS.
073600     WRITE REPORT-LINE FROM NIGHT-HEADING.
073700     MOVE ZERO TO WS-NIGHT-INDEX.
073800     PERFORM 4100-PRINT-NIGHT THRU 4100-EXIT
073900         UNTIL WS-NIGHT-INDEX >= WS-NIGHT-USED.
074000     WRITE REPORT-LINE FROM SPACE.
074100     IF WS-ENDED-NIGHTS > ZERO
074200         MOVE SPACE TO NIGHT-SUMMARY-LINE
074300         MOVE "AVERAGE NIGHT" TO NS-LABEL
074400         COMPUTE WS-FMT-SECONDS = WS-NIGHT-TOTAL / WS-ENDED-NIGHTS
074500         PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT
074600         MOVE WS-FMT-ELAPSED TO NS-ELAPSED
074700         WRITE REPORT-LINE FROM NIGHT-SUMMARY-LINE
074800         MOVE SPACE TO NIGHT-SUMMARY-LINE
074900         MOVE "WORST NIGHT" TO NS-LABEL
075000         MOVE WS-NIGHT-WORST TO WS-FMT-SECONDS
075100         PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT
075200         MOVE WS-FMT-ELAPSED TO NS-ELAPSED
075300         MOVE WS-WORST-DATE TO NS-NOTE
075400         WRITE REPORT-LINE FROM NIGHT-SUMMARY-LINE
075500     END-IF.
075600     MOVE SPACE TO NIGHT-SUMMARY-LINE.
075700     MOVE "NIGHTS PAST THE CUTOFF" TO NS-LABEL.
075800     MOVE WS-LATE-NIGHTS TO WS-COUNT-EDIT.
075900     MOVE WS-COUNT-EDIT TO NS-ELAPSED (7:3).
076000     WRITE REPORT-LINE FROM NIGHT-SUMMARY-LINE.
076100     WRITE REPORT-LINE FROM SPACE.
076200     IF WINDOW-OVERRUN
076300         MOVE WS-NT-DATE (WS-NIGHT-USED) TO AL-DATE
076400         MOVE WS-NT-END-TIME (WS-NIGHT-USED) TO WS-CONV-TIME
076500         PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT
076600         MOVE WS-FMT-CLOCK TO AL-END
076700         WRITE REPORT-LINE FROM ALARM-LINE
076800     ELSE
076900         IF WS-NT-ENDED (WS-NIGHT-USED) = "N"
077000             MOVE "THE LATEST CHAIN HAS NO STEP END ON FILE -"
077100                 TO REPORT-LINE
077200             MOVE "ABENDED IN OR STILL RUNNING ITS FIRST STEP."
077300                 TO REPORT-LINE (44:)
077400             WRITE REPORT-LINE
077500         ELSE
077600             MOVE "THE LATEST CHAIN FINISHED INSIDE THE BATCH "
077700                 TO REPORT-LINE
077800             MOVE "WINDOW." TO REPORT-LINE (44:)
077900             WRITE REPORT-LINE
078000         END-IF
078100     END-IF.
078200 4000-EXIT.
078300     EXIT.
078400
078500 4100-PRINT-NIGHT.
078600     ADD 1 TO WS-NIGHT-INDEX.
078700     MOVE SPACE TO NIGHT-LINE.
078800     MOVE WS-NT-DATE (WS-NIGHT-INDEX) TO NL-DATE.
078900     MOVE WS-NT-START-TIME (WS-NIGHT-INDEX) TO WS-CONV-TIME.
079000     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
079100     MOVE WS-FMT-CLOCK TO NL-START.
079200     EVALUATE WS-NT-ENDED (WS-NIGHT-INDEX)
079300         WHEN "N"
079400             MOVE "NO STEP END ON FILE" TO NL-NOTE
079500             GO TO 4100-WRITE
079600         WHEN "P"
079700             MOVE "TIMED TO LAST STEP END" TO NL-NOTE
079800     END-EVALUATE.
079900     MOVE WS-NT-END-TIME (WS-NIGHT-INDEX) TO WS-CONV-TIME.
080000     PERFORM 7200-FORMAT-CLOCK THRU 7200-EXIT.
080100     MOVE WS-FMT-CLOCK TO NL-END.
080200     MOVE WS-NT-ELAPSED (WS-NIGHT-INDEX) TO WS-FMT-SECONDS.
080300     PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT.
080400     MOVE WS-FMT-ELAPSED TO NL-ELAPSED.
080500     IF WS-NT-LATE (WS-NIGHT-INDEX) = "Y"
080600         MOVE "LATE - PAST THE CUTOFF" TO NL-NOTE
080700     END-IF.
080800 4100-WRITE.
080900     WRITE REPORT-LINE FROM NIGHT-LINE.
081000 4100-EXIT.
081100     EXIT.
081200
081300 5000-PRINT-STEPS.
081400     WRITE REPORT-LINE FROM SPACE BEFORE ADVANCING PAGE.
081500     WRITE REPORT-LINE FROM HEADING-LINE-1.
081600     WRITE REPORT-LINE FROM SPACE.
081700     MOVE "ELAPSED TIME BY STEP AND DIRECTORY, LAST 30 NIGHTS"
081800         TO REPORT-LINE.
081900     WRITE REPORT-LINE.
082000     WRITE REPORT-LINE FROM SPACE.
082100     WRITE REPORT-LINE FROM STEP-HEADING-1.
082200     MOVE ZERO TO WS-STEP-INDEX.
082300     PERFORM 5100-PRINT-STEP THRU 5100-EXIT
082400         UNTIL WS-STEP-INDEX >= WS-STEP-USED.
082500     IF WS-STEP-OVERFLOW > ZERO
082600         DISPLAY "PHONELAP - STEP TABLE FULL - " WS-STEP-OVERFLOW
082700             " RUN(S) NOT TIMED."
082800     END-IF.
082900     WRITE REPORT-LINE FROM SPACE.
083000     IF WS-FLAGGED-STEPS = ZERO
083100         MOVE "NO STEP RAN WELL ABOVE ITS NORM LAST NIGHT."
083200             TO REPORT-LINE
083300         WRITE REPORT-LINE
083400         GO TO 5000-EXIT
083500     END-IF.
083600     MOVE "STEPS RUNNING WELL ABOVE THEIR NORM LAST NIGHT"
083700         TO REPORT-LINE.
083800     WRITE REPORT-LINE.
083900     MOVE ZERO TO WS-STEP-INDEX.
084000     PERFORM 5200-PRINT-FLAG THRU 5200-EXIT
084100         UNTIL WS-STEP-INDEX >= WS-STEP-USED.
084200 5000-EXIT.
084300     EXIT.
084400
084500 5100-PRINT-STEP.
084600     ADD 1 TO WS-STEP-INDEX.
084700     MOVE SPACE TO STEP-LINE.
084800     MOVE WS-ST-JOB (WS-STEP-INDEX)       TO SL-JOB.
084900     MOVE WS-ST-DIRECTORY (WS-STEP-INDEX) TO SL-DIRECTORY.
085000     MOVE WS-ST-RUNS (WS-STEP-INDEX)      TO SL-RUNS.
085100     COMPUTE WS-FMT-SECONDS = WS-ST-TOTAL (WS-STEP-INDEX)
085200         / WS-ST-RUNS (WS-STEP-INDEX).
085300     PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT.
085400     MOVE WS-FMT-ELAPSED TO SL-AVERAGE.
085500     MOVE WS-ST-WORST (WS-STEP-INDEX) TO WS-FMT-SECONDS.
085600     PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT.
085700     MOVE WS-FMT-ELAPSED TO SL-WORST.
085800     IF WS-ST-RECENT-RUNS (WS-STEP-INDEX) > ZERO
085900         COMPUTE WS-FMT-SECONDS =
086000             WS-ST-RECENT-TOTAL (WS-STEP-INDEX)
086100             / WS-ST-RECENT-RUNS (WS-STEP-INDEX)
086200         PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT
086300         MOVE WS-FMT-ELAPSED TO SL-RECENT
086400     END-IF.
086500     IF WS-ST-LAST-RUNS (WS-STEP-INDEX) > ZERO
086600         MOVE WS-ST-LAST-TOTAL (WS-STEP-INDEX) TO WS-FMT-SECONDS
086700         PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT
086800         MOVE WS-FMT-ELAPSED TO SL-LAST
086900     END-IF.
087000     IF WS-ST-FLAG (WS-STEP-INDEX) = "Y"
087100         MOVE "**" TO SL-FLAG
087200     END-IF.
087300     WRITE REPORT-LINE FROM STEP-LINE.
087400 5100-EXIT.
087500     EXIT.
087600
087700 5200-PRINT-FLAG.
087800     ADD 1 TO WS-STEP-INDEX.
087900     IF WS-ST-FLAG (WS-STEP-INDEX) NOT = "Y"
088000         GO TO 5200-EXIT
088100     END-IF.
088200     MOVE WS-ST-JOB (WS-STEP-INDEX)       TO FL-JOB.
088300     MOVE WS-ST-DIRECTORY (WS-STEP-INDEX) TO FL-DIRECTORY.
088400     COMPUTE WS-FMT-SECONDS = WS-ST-LAST-TOTAL (WS-STEP-INDEX)
088500         / WS-ST-LAST-RUNS (WS-STEP-INDEX).
088600     PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT.
088700     MOVE WS-FMT-ELAPSED TO FL-LAST.
088800     MOVE WS-ST-NORM (WS-STEP-INDEX) TO WS-FMT-SECONDS.
088900     PERFORM 7100-FORMAT-ELAPSED THRU 7100-EXIT.
089000     MOVE WS-FMT-ELAPSED TO FL-NORM.
089100     MOVE WS-ST-PERCENT (WS-STEP-INDEX) TO FL-PERCENT.
089200     WRITE REPORT-LINE FROM FLAG-LINE.
089300 5200-EXIT.
089400     EXIT.
089500
089600 7000-ROW-TO-SECONDS.
089700     MOVE "N" TO WS-CONV-OK.
089800     IF JR-DATE NOT NUMERIC OR JR-TIME (1:6) NOT NUMERIC
089900         GO TO 7000-EXIT
090000     END-IF.
090100     MOVE JR-DATE TO WS-CONV-DATE.
090200     MOVE JR-TIME TO WS-CONV-TIME.
090300     IF WS-CONV-DATE < 16010101
090400             OR WS-CONV-HH > 23 OR WS-CONV-MM > 59
090500             OR WS-CONV-SS > 59
090600         GO TO 7000-EXIT
090700     END-IF.
090800     COMPUTE WS-CONV-DAY-SECONDS =
090900         WS-CONV-HH * 3600 + WS-CONV-MM * 60 + WS-CONV-SS.
091000     COMPUTE WS-CONV-ABS =
091100         FUNCTION INTEGER-OF-DATE (WS-CONV-DATE) * 86400
091200         + WS-CONV-DAY-SECONDS.
091300     MOVE "Y" TO WS-CONV-OK.
091400 7000-EXIT.
091500     EXIT.
091600
091700 7100-FORMAT-ELAPSED.
091800     DIVIDE WS-FMT-SECONDS BY 3600 GIVING WS-FMT-HOURS
091900         REMAINDER WS-FMT-REMAINDER.
092000     IF WS-FMT-HOURS > 999
092100         MOVE 999 TO WS-FMT-HOURS
092200     END-IF.
092300     MOVE WS-FMT-HOURS TO FE-HH.
092400     DIVIDE WS-FMT-REMAINDER BY 60 GIVING FE-MM
092500         REMAINDER FE-SS.
092600 7100-EXIT.
092700     EXIT.
092800
092900 7200-FORMAT-CLOCK.
093000     MOVE WS-CONV-TIME (1:2) TO FC-HH.
093100     MOVE WS-CONV-TIME (3:2) TO FC-MM.
093200     MOVE WS-CONV-TIME (5:2) TO FC-SS.
093300 7200-EXIT.
093400     EXIT.
