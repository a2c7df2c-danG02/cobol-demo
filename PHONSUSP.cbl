000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONSUSP.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: WEEKLY SUSPICIOUS-EDIT REPORT OVER THE CHANGE
000900*       HISTORY. READS THE PREVIOUS MONTH'S phonchg.YYYYMM
001000*       ARCHIVE AND THE LIVE phonchg.dat, SORTS THE IMAGES
001100*       BY DIRECTORY, NUMBER, AND TIME, AND LOOKS AT EACH
001200*       ENTRY'S IMAGES FOR THE PATTERNS AUDIT ASKS ABOUT:
001300*         - THE ENTRY CHANGED MORE OFTEN IN ONE CALENDAR
001400*           MONTH THAN THE MAXCHANGES COUNT ALLOWS;
001500*         - AN OPERATOR CHANGING THE ENTRY THEY ARE
001600*           LISTED UNDER (THE OPERATOR'S opermast.dat NAME
001700*           HOLDS THE ENTRY'S LAST AND FIRST NAMES);
001800*         - A CHANGE KEYED BEFORE DAYSTART OR AFTER DAYEND,
001900*           ON A SATURDAY OR SUNDAY, OR ON A schedcal.dat
002000*           HOLIDAY;
002100*         - THE NUMBER DELETED AND ADDED BACK UNDER A
002200*           DIFFERENT NAME WITHIN READDDAYS DAYS;
002300*         - THE PRIVACY FLAG CLEARED AND LATER SET AGAIN.
002400*       EVERY FINDING IS PRINTED WITH THE IMAGES BEHIND IT,
002500*       SO phonsusp.lst IS A LIST OF EXCEPTIONS TO REVIEW,
002600*       NOT A LOG TO READ. ONLY A FINDING WITH AN IMAGE IN
002700*       THE SEVEN DAYS TO THE RUNDATE AS-OF DATE IS PRINTED,
002800*       SO EACH IS REPORTED THE WEEK IT HAPPENS; THE OLDER
002900*       IMAGES ARE READ ONLY TO SEE IT. THE LIMITS ARE
003000*       phonsusp.cfg KEYWORD ROWS (KEYWORD IN COLUMNS 1-10,
003100*       VALUE IN COLUMNS 11-14, THE privrpt.cfg PATTERN) -
003200*       MAXCHANGES 0005, DAYSTART 0700, DAYEND 1900, AND
003300*       READDDAYS 0007 WHEN NOT GIVEN. ANY FINDING POSTS ONE
003400*       WARNING TO THE ALERT OUTBOX (ALRTPOST). RUN WEEKLY BY
003500*       SCHEDDRV; ENDS 0 SO A FINDING NEVER STOPS THE NIGHT
003600*       CHAIN; SCHEDDRV FILES EACH NIGHT'S LISTING (RPTFILE).
003700*----------------------------------------------------------
003800* MOD LOG:
003900*  OCT 2026  DCG  ORIGINAL PROGRAM.
003933*  OCT 2026  DCG  THE LISTING IS REPLACED ON EVERY RUN, CATCH-UP
003966*                 OR NOT - SCHEDDRV FILES EACH NIGHT'S COPY.
004000*----------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT LIMIT-CONFIG-FILE
004500         ASSIGN TO "phonsusp.cfg"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-LIMIT-STATUS.
004800
004900     SELECT OPTIONAL CHANGE-HISTORY-FILE
005000         ASSIGN TO WS-HISTORY-FILE-NAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CHG-STATUS.
005300
005400     SELECT OPTIONAL OPERATOR-FILE
005500         ASSIGN TO "opermast.dat"
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS OP-ID
005900         FILE STATUS IS WS-OPER-STATUS.
006000
006100     SELECT OPTIONAL SCHEDULE-FILE
006200         ASSIGN TO "schedcal.dat"
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS SC-DATE
006600         FILE STATUS IS WS-SCHED-STATUS.
006700
006800     SELECT SORT-WORK-FILE
006900         ASSIGN TO "phonwork.srt".
007000
007100     SELECT REPORT-FILE
007200         ASSIGN TO "phonsusp.lst"
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  LIMIT-CONFIG-FILE.
007800 01  LIMIT-CONFIG-RECORD.
007900     05  PC-KEYWORD              PIC X(10).
008000     05  PC-VALUE                PIC 9(04).
008100
008200 FD  CHANGE-HISTORY-FILE.
008300     COPY PHONCHG.
008400
008500 FD  OPERATOR-FILE.
008600     COPY OPERREC.
008700
008800 FD  SCHEDULE-FILE.
008900     COPY SCHEDREC.
009000
009100 SD  SORT-WORK-FILE.
009200 01  SORT-RECORD.
009300     05  SR-DIRECTORY            PIC X(20).
009400     05  SR-NUMBER               PIC X(15).
009500     05  SR-DATE                 PIC X(08).
009600     05  SR-TIME                 PIC X(08).
009700     05  SR-SEQUENCE             PIC 9(09).
009800     05  SR-OPERATOR-ID          PIC X(08).
009900     05  SR-OLD-VALUES           PIC X(82).
010000     05  SR-NEW-VALUES           PIC X(82).
010100
010200 FD  REPORT-FILE.
010300 01  REPORT-LINE                 PIC X(100).
010400
010500 WORKING-STORAGE SECTION.
010600
010700 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONSUSP".
010800 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
010900 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
011000
011100 01  WS-LIMIT-STATUS             PIC X(02) VALUE "00".
011200 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
011300 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
011400 01  WS-SCHED-STATUS             PIC X(02) VALUE "00".
011500 01  WS-LIMIT-EOF                PIC X(01).
011600 01  WS-CHG-EOF                  PIC X(01).
011700     88  END-OF-HISTORY                  VALUE "Y".
011800 01  WS-SORT-EOF                 PIC X(01).
011900     88  END-OF-SORTED-CHANGES           VALUE "Y".
012000 01  WS-OPER-FILE-SWITCH         PIC X(01).
012100     88  OPERATOR-FILE-OPEN              VALUE "Y".
012200 01  WS-SCHED-FILE-SWITCH        PIC X(01).
012300     88  SCHEDULE-FILE-OPEN              VALUE "Y".
012400
012500 01  WS-HISTORY-FILE-NAME        PIC X(40).
012600
012700 01  WS-MAX-CHANGES              PIC 9(04).
012800 01  WS-DAY-START                PIC 9(04).
012900 01  WS-DAY-END                  PIC 9(04).
013000 01  WS-READD-DAYS               PIC 9(04).
013100
013200 01  WS-RD-FUNCTION              PIC X(01).
013300 01  WS-RD-DATE                  PIC X(08).
013400 01  WS-RD-CATCH-UP              PIC X(01).
013500
013600 01  WS-RUN-DATE                 PIC X(08).
013700 01  WS-RUN REDEFINES WS-RUN-DATE.
013800     05  WS-RUN-YYYY             PIC 9(04).
013900     05  WS-RUN-MM               PIC 9(02).
014000     05  WS-RUN-DD               PIC 9(02).
014100 01  WS-RUN-NUM REDEFINES WS-RUN-DATE
014200                                 PIC 9(08).
014300 01  WS-ARCHIVE-PERIOD.
014400     05  WS-ARCHIVE-YYYY         PIC 9(04).
014500     05  WS-ARCHIVE-MM           PIC 9(02).
014600 01  WS-DAY-NUMBER               PIC 9(08) COMP.
014700 01  WS-CUTOFF-NUM               PIC 9(08).
014800 01  WS-CUTOFF-DATE              PIC X(08).
014900
015000     COPY PHONEREC REPLACING
015100         PHONE-RECORD      BY WS-OLD-IMAGE
015200         PHONE-LAST-NAME   BY WSOLD-LAST-NAME
015300         PHONE-FIRST-NAME  BY WSOLD-FIRST-NAME
015400         PHONE-NUMBER        BY WSOLD-NUMBER
015500         PHONE-COUNTRY-CODE  BY WSOLD-COUNTRY-CODE
015600         PHONE-EXTENSION     BY WSOLD-EXTENSION
015700         PHONE-CATEGORY      BY WSOLD-CATEGORY
015800         PHONE-PRIVACY-FLAG  BY WSOLD-PRIVACY-FLAG
015900         PHONE-OPERATOR-ID   BY WSOLD-OPERATOR-ID
016000         PHONE-ENTRY-DATE    BY WSOLD-ENTRY-DATE.
016100
016200     COPY PHONEREC REPLACING
016300         PHONE-RECORD      BY WS-NEW-IMAGE
016400         PHONE-LAST-NAME   BY WSNEW-LAST-NAME
016500         PHONE-FIRST-NAME  BY WSNEW-FIRST-NAME
016600         PHONE-NUMBER        BY WSNEW-NUMBER
016700         PHONE-COUNTRY-CODE  BY WSNEW-COUNTRY-CODE
016800         PHONE-EXTENSION     BY WSNEW-EXTENSION
016900         PHONE-CATEGORY      BY WSNEW-CATEGORY
017000         PHONE-PRIVACY-FLAG  BY WSNEW-PRIVACY-FLAG
017100         PHONE-OPERATOR-ID   BY WSNEW-OPERATOR-ID
017200         PHONE-ENTRY-DATE    BY WSNEW-ENTRY-DATE.
017300
017400*    ONE ENTRY'S IMAGES, OLDEST FIRST. AN ENTRY WITH MORE
017500*    IMAGES THAN THE TABLE HOLDS IS EXAMINED ON THE FIRST
017600*    300 AND THE REST ARE COUNTED ON THE SUMMARY.
017700 01  WS-CURRENT-DIRECTORY        PIC X(20).
017800 01  WS-CURRENT-NUMBER           PIC X(15).
017900 01  WS-GROUP-SWITCH             PIC X(01).
018000     88  GROUP-IN-PROGRESS               VALUE "Y".
018100 01  WS-GROUP-MAX                PIC 9(04) COMP VALUE 300.
018200 01  WS-GROUP-COUNT              PIC 9(04) COMP.
018300 01  WS-GROUP-TABLE.
018400     05  WS-GROUP-IMAGE          OCCURS 300 TIMES.
018500         10  GI-DATE             PIC X(08).
018600         10  GI-DATE-NUM REDEFINES GI-DATE
018700                                 PIC 9(08).
018800         10  GI-TIME             PIC X(08).
018900         10  GI-OPERATOR-ID      PIC X(08).
019000         10  GI-ACTION           PIC X(01).
019100             88  GI-ADD                  VALUE "A".
019200             88  GI-CHANGE               VALUE "C".
019300             88  GI-DELETE               VALUE "D".
019400         10  GI-OLD-LAST         PIC X(20).
019500         10  GI-OLD-FIRST        PIC X(20).
019600         10  GI-NEW-LAST         PIC X(20).
019700         10  GI-NEW-FIRST        PIC X(20).
019800         10  GI-OLD-PRIVACY      PIC X(01).
019900         10  GI-NEW-PRIVACY      PIC X(01).
020000         10  GI-SEQUENCE         PIC 9(09).
020100         10  GI-DAY              PIC 9(08) COMP.
020200
020300 01  WS-IX                       PIC 9(04) COMP.
020400 01  WS-JX                       PIC 9(04) COMP.
020500 01  WS-KX                       PIC 9(04) COMP.
020600 01  WS-PAIR-IX                  PIC 9(04) COMP.
020700 01  WS-FIRST-IX                 PIC 9(04) COMP.
020800 01  WS-LAST-IX                  PIC 9(04) COMP.
020900 01  WS-MONTH-START              PIC 9(04) COMP.
021000 01  WS-MONTH-END                PIC 9(04) COMP.
021100 01  WS-MONTH-CHANGES            PIC 9(04) COMP.
021200 01  WS-MONTH-SWITCH             PIC X(01).
021300     88  MONTH-RUN-ENDED                 VALUE "Y".
021400 01  WS-SEARCH-SWITCH            PIC X(01).
021500     88  SEARCH-ENDED                    VALUE "Y".
021600 01  WS-DAY-GAP                  PIC S9(08) COMP.
021700 01  WS-WEEKDAY                  PIC 9(01).
021800 01  WS-KEYED-TIME               PIC X(04).
021900 01  WS-KEYED-HHMM REDEFINES WS-KEYED-TIME
022000                                 PIC 9(04).
022100
022200 01  WS-LAST-OPERATOR-ID         PIC X(08).
022300 01  WS-OPERATOR-NAME            PIC X(30).
022400 01  WS-MATCH-LAST               PIC X(20).
022500 01  WS-MATCH-FIRST              PIC X(20).
022600 01  WS-MATCH-LENGTH             PIC 9(02) COMP.
022700 01  WS-MATCH-TALLY              PIC 9(02) COMP.
022800 01  WS-SELF-SWITCH              PIC X(01).
022900     88  OPERATOR-IS-LISTED              VALUE "Y".
023000
023100 01  WS-LAST-CALENDAR-DATE       PIC X(08).
023200 01  WS-HOLIDAY-SWITCH           PIC X(01).
023300     88  KEYED-ON-HOLIDAY                VALUE "Y".
023400 01  WS-HOLIDAY-NOTE             PIC X(30).
023500
023600 01  WS-FINDING-TEXT             PIC X(80).
023700 01  WS-EDIT-COUNT               PIC ZZZ9.
023800 01  WS-EDIT-LIMIT               PIC ZZZ9.
023900
024000 01  WS-COUNTERS.
024100     05  WS-IMAGE-COUNT          PIC 9(06) COMP VALUE ZERO.
024200     05  WS-OLD-LAYOUT-COUNT     PIC 9(06) COMP VALUE ZERO.
024300     05  WS-OVERFLOW-COUNT       PIC 9(06) COMP VALUE ZERO.
024400     05  WS-FINDING-COUNT        PIC 9(06) COMP VALUE ZERO.
024500     05  WS-MONTH-FINDINGS       PIC 9(06) COMP VALUE ZERO.
024600     05  WS-SELF-FINDINGS        PIC 9(06) COMP VALUE ZERO.
024700     05  WS-HOURS-FINDINGS       PIC 9(06) COMP VALUE ZERO.
024800     05  WS-READD-FINDINGS       PIC 9(06) COMP VALUE ZERO.
024900     05  WS-PRIVACY-FINDINGS     PIC 9(06) COMP VALUE ZERO.
025000
025100 01  WS-ALERT-SEVERITY           PIC X(01) VALUE "W".
025200 01  WS-ALERT-DIRECTORY          PIC X(20) VALUE "phonchg.dat".
025300 01  WS-ALERT-TEXT               PIC X(60).
025400 01  WS-ALERT-RESULT             PIC X(01).
025500 01  WS-ALERT-FINDINGS           PIC ZZZZ9.
025600
025700 01  HEADING-LINE-1.
025800     05  FILLER                  PIC X(10) VALUE "PHONSUSP".
025900     05  HL1-TITLE               PIC X(50)
026000             VALUE "SUSPICIOUS EDITS IN THE CHANGE HISTORY".
026100     05  FILLER                  PIC X(06) VALUE "DATE: ".
026200     05  HL1-MM                  PIC 99.
026300     05  FILLER                  PIC X(01) VALUE "/".
026400     05  HL1-DD                  PIC 99.
026500     05  FILLER                  PIC X(01) VALUE "/".
026600     05  HL1-YYYY                PIC 9999.
026700
026800 01  HEADING-LINE-2.
026900     05  FILLER                  PIC X(29)
027000             VALUE "FINDINGS WITH AN IMAGE SINCE ".
027100     05  HL2-CUTOFF              PIC X(08).
027200
027300 01  HEADING-LINE-3.
027400     05  FILLER                  PIC X(08) VALUE "LIMITS: ".
027500     05  HL3-MAX-CHANGES         PIC ZZZ9.
027600     05  FILLER                  PIC X(24)
027700             VALUE " CHANGES A MONTH, HOURS ".
027800     05  HL3-DAY-START           PIC 9(04).
027900     05  FILLER                  PIC X(01) VALUE "-".
028000     05  HL3-DAY-END             PIC 9(04).
028100     05  FILLER                  PIC X(16)
028200             VALUE ", RE-ADD WITHIN ".
028300     05  HL3-READD-DAYS          PIC ZZZ9.
028400     05  FILLER                  PIC X(05) VALUE " DAYS".
028500
028600 01  FINDING-LINE.
028700     05  FILLER                  PIC X(08) VALUE "FINDING ".
028800     05  FL-FINDING-NO           PIC ZZZZ9.
028900     05  FILLER                  PIC X(13) VALUE "   DIRECTORY ".
029000     05  FL-DIRECTORY            PIC X(20).
029100     05  FILLER                  PIC X(08) VALUE " NUMBER ".
029200     05  FL-NUMBER               PIC X(15).
029300
029400 01  REASON-LINE.
029500     05  FILLER                  PIC X(04) VALUE SPACE.
029600     05  RL-TEXT                 PIC X(80).
029700
029800 01  IMAGE-HEADING-LINE.
029900     05  FILLER                  PIC X(06) VALUE SPACE.
030000     05  FILLER                  PIC X(09) VALUE "DATE".
030100     05  FILLER                  PIC X(06) VALUE "TIME".
030200     05  FILLER                  PIC X(09) VALUE "OPERATOR".
030300     05  FILLER                  PIC X(08) VALUE "ACTION".
030400     05  FILLER                  PIC X(31) VALUE "NAME".
030500     05  FILLER                  PIC X(05) VALUE "PRIV".
030600     05  FILLER                  PIC X(08) VALUE "SEQUENCE".
030700
030800 01  IMAGE-LINE.
030900     05  FILLER                  PIC X(06) VALUE SPACE.
031000     05  IL-DATE                 PIC X(08).
031100     05  FILLER                  PIC X(01) VALUE SPACE.
031200     05  IL-HOUR                 PIC X(02).
031300     05  FILLER                  PIC X(01) VALUE ":".
031400     05  IL-MINUTE               PIC X(02).
031500     05  FILLER                  PIC X(01) VALUE SPACE.
031600     05  IL-OPERATOR-ID          PIC X(08).
031700     05  FILLER                  PIC X(01) VALUE SPACE.
031800     05  IL-ACTION               PIC X(07).
031900     05  FILLER                  PIC X(01) VALUE SPACE.
032000     05  IL-NAME                 PIC X(30).
032100     05  FILLER                  PIC X(01) VALUE SPACE.
032200     05  IL-OLD-PRIVACY          PIC X(01).
032300     05  FILLER                  PIC X(01) VALUE ">".
032400     05  IL-NEW-PRIVACY          PIC X(01).
032500     05  FILLER                  PIC X(02) VALUE SPACE.
032600     05  IL-SEQUENCE             PIC 9(09).
032700
032800 01  WAS-NAME-LINE.
032900     05  FILLER                  PIC X(34) VALUE SPACE.
033000     05  FILLER                  PIC X(04) VALUE "WAS ".
033100     05  WL-NAME                 PIC X(30).
033200
033300 01  TOTAL-LINE.
033400     05  TL-LABEL                PIC X(44).
033500     05  TL-COUNT                PIC Z(05)9.
033600
033700 PROCEDURE DIVISION.
033800
033900 0000-MAINLINE.
034000     CALL "JOBHDR" USING WS-JOB-NAME.
034100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034200     PERFORM 1100-READ-LIMIT-CONFIG THRU 1100-EXIT.
034300     PERFORM 1300-OPEN-TABLES THRU 1300-EXIT.
034400     PERFORM 1400-WRITE-HEADINGS THRU 1400-EXIT.
034500     SORT SORT-WORK-FILE
034600         ON ASCENDING KEY SR-DIRECTORY SR-NUMBER
034700             SR-DATE SR-TIME SR-SEQUENCE
034800         INPUT PROCEDURE IS 2000-LOAD-CHANGES
034900         OUTPUT PROCEDURE IS 3000-EXAMINE-CHANGES.
035000     PERFORM 8000-WRITE-SUMMARY THRU 8000-EXIT.
035100     PERFORM 8900-CLOSE-FILES THRU 8900-EXIT.
035200     DISPLAY "PHONSUSP - " WS-IMAGE-COUNT " CHANGE IMAGE(S) "
035300         "READ, " WS-FINDING-COUNT " FINDING(S) - REPORT IS ON "
035400         "phonsusp.lst.".
035500     MOVE WS-FINDING-COUNT TO WS-JOURNAL-COUNT.
035600     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
035700         WS-END-CODE.
035800     GOBACK.
035900
036000*    EVERY COUNTER AND LIMIT IS SET HERE, NOT BY VALUE
036100*    CLAUSES ALONE - SCHEDDRV CALLS THIS STEP AGAIN FOR EACH
036200*    NIGHT OF A CATCH-UP IN THE SAME RUN. THE ARCHIVE READ
036300*    FIRST IS THE MONTH BEFORE THE AS-OF DATE, SO A WEEK
036400*    THAT STRADDLES THE PHONCHGC CUTOVER IS STILL SEEN WHOLE.
036500 1000-INITIALIZE.
036600     MOVE ZERO TO WS-END-CODE.
036700     MOVE ZERO TO WS-JOURNAL-COUNT.
036800     INITIALIZE WS-COUNTERS.
036900     MOVE 0005 TO WS-MAX-CHANGES.
037000     MOVE 0700 TO WS-DAY-START.
037100     MOVE 1900 TO WS-DAY-END.
037200     MOVE 0007 TO WS-READD-DAYS.
037300     MOVE "G" TO WS-RD-FUNCTION.
037400     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
037500         WS-RD-CATCH-UP.
037600     MOVE WS-RD-DATE TO WS-RUN-DATE.
037700     COMPUTE WS-DAY-NUMBER =
037800         FUNCTION INTEGER-OF-DATE(WS-RUN-NUM) - 7.
037900     COMPUTE WS-CUTOFF-NUM =
038000         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
038100     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
038200     MOVE WS-RUN-YYYY TO WS-ARCHIVE-YYYY.
038300     IF WS-RUN-MM = 1
038400         SUBTRACT 1 FROM WS-ARCHIVE-YYYY
038500         MOVE 12 TO WS-ARCHIVE-MM
038600     ELSE
038700         COMPUTE WS-ARCHIVE-MM = WS-RUN-MM - 1
038800     END-IF.
038900 1000-EXIT.
039000     EXIT.
039100
039200*    phonsusp.cfg KEYWORD ROWS - MAXCHANGES, THE MOST TIMES
039300*    ONE ENTRY MAY CHANGE IN A CALENDAR MONTH; DAYSTART AND
039400*    DAYEND, THE BUSINESS HOURS AS HHMM; READDDAYS, HOW
039500*    SOON AFTER A DELETE AN ADD UNDER ANOTHER NAME IS
039600*    MARKED. NO FILE KEEPS THE DEFAULTS.
039700 1100-READ-LIMIT-CONFIG.
039800     MOVE "N" TO WS-LIMIT-EOF.
039900     OPEN INPUT LIMIT-CONFIG-FILE.
040000     IF WS-LIMIT-STATUS NOT = "00"
040100         GO TO 1100-EXIT
040200     END-IF.
040300     PERFORM 1200-APPLY-LIMIT-CONFIG THRU 1200-EXIT
040400         UNTIL WS-LIMIT-EOF = "Y".
040500     CLOSE LIMIT-CONFIG-FILE.
040600 1100-EXIT.
040700     EXIT.
040800
040900 1200-APPLY-LIMIT-CONFIG.
041000     READ LIMIT-CONFIG-FILE
041100         AT END
041200             MOVE "Y" TO WS-LIMIT-EOF
041300             GO TO 1200-EXIT
041400     END-READ.
041500     IF PC-VALUE NOT NUMERIC
041600         GO TO 1200-EXIT
041700     END-IF.
041800     EVALUATE PC-KEYWORD
041900         WHEN "MAXCHANGES"
042000             MOVE PC-VALUE TO WS-MAX-CHANGES
042100         WHEN "DAYSTART"
042200             MOVE PC-VALUE TO WS-DAY-START
042300         WHEN "DAYEND"
042400             MOVE PC-VALUE TO WS-DAY-END
042500         WHEN "READDDAYS"
042600             MOVE PC-VALUE TO WS-READD-DAYS
042700         WHEN OTHER
042800             CONTINUE
042900     END-EVALUATE.
043000 1200-EXIT.
043100     EXIT.
043200
043300*    NO OPERATOR MASTER MEANS NO NAME TO MATCH, SO THE
043400*    OWN-ENTRY CHECK IS PASSED OVER; NO CALENDAR MEANS NO
043500*    HOLIDAYS, AS SCHEDDRV TREATS IT.
043600 1300-OPEN-TABLES.
043700     MOVE "N" TO WS-OPER-FILE-SWITCH.
043800     OPEN INPUT OPERATOR-FILE.
043900     IF WS-OPER-STATUS = "00" OR "05"
044000         MOVE "Y" TO WS-OPER-FILE-SWITCH
044100     END-IF.
044200     MOVE "N" TO WS-SCHED-FILE-SWITCH.
044300     OPEN INPUT SCHEDULE-FILE.
044400     IF WS-SCHED-STATUS = "00" OR "05"
044500         MOVE "Y" TO WS-SCHED-FILE-SWITCH
044600     END-IF.
044700     MOVE SPACE TO WS-LAST-OPERATOR-ID.
044800     MOVE SPACE TO WS-OPERATOR-NAME.
044900     MOVE SPACE TO WS-LAST-CALENDAR-DATE.
045000     MOVE "N" TO WS-HOLIDAY-SWITCH.
045100 1300-EXIT.
045200     EXIT.
045300
045600 1400-WRITE-HEADINGS.
045700     OPEN OUTPUT REPORT-FILE.
046200     MOVE WS-RUN-MM   TO HL1-MM.
046300     MOVE WS-RUN-DD   TO HL1-DD.
046400     MOVE WS-RUN-YYYY TO HL1-YYYY.
046500     WRITE REPORT-LINE FROM HEADING-LINE-1.
046600     MOVE WS-CUTOFF-DATE TO HL2-CUTOFF.
046700     WRITE REPORT-LINE FROM HEADING-LINE-2.
046800     MOVE WS-MAX-CHANGES TO HL3-MAX-CHANGES.
046900     MOVE WS-DAY-START   TO HL3-DAY-START.
047000     MOVE WS-DAY-END     TO HL3-DAY-END.
047100     MOVE WS-READD-DAYS  TO HL3-READD-DAYS.
047200     WRITE REPORT-LINE FROM HEADING-LINE-3.
047300 1400-EXIT.
047400     EXIT.
047500
047600*----------------------------------------------------------
047700* SORT INPUT - THE PREVIOUS MONTH'S ARCHIVE, THEN THE LIVE
047800* FILE. EACH IMAGE IS KEYED ON ITS DIRECTORY (BLANK READS AS
047900* phone.csv) AND THE NUMBER IT NAMES - THE NEW NUMBER, OR
048000* THE OLD ONE FOR A DELETE. IMAGES DATED PAST THE AS-OF DATE
048100* AND IMAGES WITHOUT THE CURRENT LAYOUT STAMP ARE LEFT OUT.
048200*----------------------------------------------------------
048300 2000-LOAD-CHANGES.
048400     MOVE SPACE TO WS-HISTORY-FILE-NAME.
048500     STRING "phonchg."           DELIMITED BY SIZE
048600         WS-ARCHIVE-PERIOD        DELIMITED BY SIZE
048700         INTO WS-HISTORY-FILE-NAME
048800     END-STRING.
048900     PERFORM 2100-LOAD-ONE-FILE THRU 2100-EXIT.
049000     MOVE "phonchg.dat" TO WS-HISTORY-FILE-NAME.
049100     PERFORM 2100-LOAD-ONE-FILE THRU 2100-EXIT.
049200
049300 2100-LOAD-ONE-FILE.
049400     MOVE "N" TO WS-CHG-EOF.
049500     OPEN INPUT CHANGE-HISTORY-FILE.
049600     IF WS-CHG-STATUS NOT = "00" AND NOT = "05"
049700         GO TO 2100-EXIT
049800     END-IF.
049900     PERFORM 2200-RELEASE-NEXT THRU 2200-EXIT
050000         UNTIL END-OF-HISTORY.
050100     CLOSE CHANGE-HISTORY-FILE.
050200 2100-EXIT.
050300     EXIT.
050400
050500 2200-RELEASE-NEXT.
050600     READ CHANGE-HISTORY-FILE
050700         AT END
050800             MOVE "Y" TO WS-CHG-EOF
050900             GO TO 2200-EXIT
051000     END-READ.
051100     IF CH-DATE > WS-RUN-DATE
051200         GO TO 2200-EXIT
051300     END-IF.
051400     IF NOT CH-IMAGE-CURRENT
051500         ADD 1 TO WS-OLD-LAYOUT-COUNT
051600         GO TO 2200-EXIT
051700     END-IF.
051800     ADD 1 TO WS-IMAGE-COUNT.
051900     MOVE CH-OLD-VALUES TO WS-OLD-IMAGE.
052000     MOVE CH-NEW-VALUES TO WS-NEW-IMAGE.
052100     MOVE CH-DIRECTORY TO SR-DIRECTORY.
052200     IF CH-DIRECTORY = SPACE
052300         MOVE "phone.csv" TO SR-DIRECTORY
052400     END-IF.
052500     IF CH-NEW-VALUES = SPACE
052600         MOVE WSOLD-NUMBER TO SR-NUMBER
052700     ELSE
052800         MOVE WSNEW-NUMBER TO SR-NUMBER
052900     END-IF.
053000     MOVE CH-DATE TO SR-DATE.
053100     MOVE CH-TIME TO SR-TIME.
053200     MOVE ZERO TO SR-SEQUENCE.
053300     IF CH-SEQUENCE NUMERIC
053400         MOVE CH-SEQUENCE TO SR-SEQUENCE
053500     END-IF.
053600     MOVE CH-OPERATOR-ID TO SR-OPERATOR-ID.
053700     MOVE CH-OLD-VALUES  TO SR-OLD-VALUES.
053800     MOVE CH-NEW-VALUES  TO SR-NEW-VALUES.
053900     RELEASE SORT-RECORD.
054000 2200-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------
054400* SORT OUTPUT - GATHERS EACH ENTRY'S IMAGES INTO THE GROUP
054500* TABLE AND EXAMINES THEM WHEN THE DIRECTORY OR NUMBER
054600* CHANGES.
054700*----------------------------------------------------------
054800 3000-EXAMINE-CHANGES.
054900     MOVE "N" TO WS-SORT-EOF.
055000     MOVE "N" TO WS-GROUP-SWITCH.
055100     PERFORM 3100-EXAMINE-NEXT THRU 3100-EXIT
055200         UNTIL END-OF-SORTED-CHANGES.
055300     IF GROUP-IN-PROGRESS
055400         PERFORM 4000-EXAMINE-GROUP THRU 4000-EXIT
055500     END-IF.
055600
055700 3100-EXAMINE-NEXT.
055800     RETURN SORT-WORK-FILE
055900         AT END
056000             MOVE "Y" TO WS-SORT-EOF
056100             GO TO 3100-EXIT
056200     END-RETURN.
056300     IF GROUP-IN-PROGRESS
056400             AND (SR-DIRECTORY NOT = WS-CURRENT-DIRECTORY
056500              OR SR-NUMBER NOT = WS-CURRENT-NUMBER)
056600         PERFORM 4000-EXAMINE-GROUP THRU 4000-EXIT
056700     END-IF.
056800     IF NOT GROUP-IN-PROGRESS
056900         MOVE "Y" TO WS-GROUP-SWITCH
057000         MOVE SR-DIRECTORY TO WS-CURRENT-DIRECTORY
057100         MOVE SR-NUMBER TO WS-CURRENT-NUMBER
057200         MOVE ZERO TO WS-GROUP-COUNT
057300     END-IF.
057400     IF WS-GROUP-COUNT NOT < WS-GROUP-MAX
057500         ADD 1 TO WS-OVERFLOW-COUNT
057600         GO TO 3100-EXIT
057700     END-IF.
057800     ADD 1 TO WS-GROUP-COUNT.
057900     MOVE WS-GROUP-COUNT TO WS-IX.
058000     MOVE SR-OLD-VALUES TO WS-OLD-IMAGE.
058100     MOVE SR-NEW-VALUES TO WS-NEW-IMAGE.
058200     MOVE SR-DATE        TO GI-DATE (WS-IX).
058300     MOVE SR-TIME        TO GI-TIME (WS-IX).
058400     MOVE SR-OPERATOR-ID TO GI-OPERATOR-ID (WS-IX).
058500     MOVE SR-SEQUENCE    TO GI-SEQUENCE (WS-IX).
058600     EVALUATE TRUE
058700         WHEN SR-OLD-VALUES = SPACE
058800             MOVE "A" TO GI-ACTION (WS-IX)
058900         WHEN SR-NEW-VALUES = SPACE
059000             MOVE "D" TO GI-ACTION (WS-IX)
059100         WHEN OTHER
059200             MOVE "C" TO GI-ACTION (WS-IX)
059300     END-EVALUATE.
059400     MOVE WSOLD-LAST-NAME    TO GI-OLD-LAST (WS-IX).
059500     MOVE WSOLD-FIRST-NAME   TO GI-OLD-FIRST (WS-IX).
059600     MOVE WSNEW-LAST-NAME    TO GI-NEW-LAST (WS-IX).
059700     MOVE WSNEW-FIRST-NAME   TO GI-NEW-FIRST (WS-IX).
059800     MOVE WSOLD-PRIVACY-FLAG TO GI-OLD-PRIVACY (WS-IX).
059900     MOVE WSNEW-PRIVACY-FLAG TO GI-NEW-PRIVACY (WS-IX).
060000     MOVE ZERO TO GI-DAY (WS-IX).
060100     IF GI-DATE-NUM (WS-IX) NUMERIC
060200             AND GI-DATE-NUM (WS-IX) > 16010100
060300         COMPUTE GI-DAY (WS-IX) =
060400             FUNCTION INTEGER-OF-DATE(GI-DATE-NUM (WS-IX))
060500     END-IF.
060600 3100-EXIT.
060700     EXIT.
060800
060900*----------------------------------------------------------
061000* ONE ENTRY'S IMAGES ARE IN THE TABLE - THE MONTHLY COUNT
061100* RUNS OVER EACH MONTH'S STRETCH OF IMAGES, THE OTHER
061200* CHECKS OVER EACH IMAGE OF THE WEEK BEING REPORTED.
061300*----------------------------------------------------------
061400 4000-EXAMINE-GROUP.
061500     MOVE "N" TO WS-GROUP-SWITCH.
061600     MOVE 1 TO WS-MONTH-START.
061700     PERFORM 4100-CHECK-MONTH THRU 4100-EXIT
061800         UNTIL WS-MONTH-START > WS-GROUP-COUNT.
061900     PERFORM 4200-CHECK-IMAGE THRU 4200-EXIT
062000         VARYING WS-IX FROM 1 BY 1
062100         UNTIL WS-IX > WS-GROUP-COUNT.
062200 4000-EXIT.
062300     EXIT.
062400
062500*    THE IMAGES ARE IN DATE ORDER, SO ONE MONTH'S ARE A RUN;
062600*    ITS LAST IMAGE IS THE LATEST, AND THE RUN IS REPORTED
062700*    ONLY WHEN THAT FALLS IN THE WEEK.
062800 4100-CHECK-MONTH.
062900     MOVE WS-MONTH-START TO WS-MONTH-END.
063000     MOVE "N" TO WS-MONTH-SWITCH.
063100     PERFORM 4110-EXTEND-MONTH THRU 4110-EXIT
063200         UNTIL MONTH-RUN-ENDED.
063300     COMPUTE WS-MONTH-CHANGES = WS-MONTH-END - WS-MONTH-START + 1.
063400     IF WS-MONTH-CHANGES > WS-MAX-CHANGES
063500             AND GI-DATE (WS-MONTH-END) NOT < WS-CUTOFF-DATE
063600         ADD 1 TO WS-MONTH-FINDINGS
063700         MOVE WS-MONTH-CHANGES TO WS-EDIT-COUNT
063800         MOVE WS-MAX-CHANGES TO WS-EDIT-LIMIT
063900         MOVE SPACE TO WS-FINDING-TEXT
064000         STRING "CHANGED "                  DELIMITED BY SIZE
064100             FUNCTION TRIM(WS-EDIT-COUNT)   DELIMITED BY SIZE
064200             " TIMES IN "                   DELIMITED BY SIZE
064300             GI-DATE (WS-MONTH-START) (1:4) DELIMITED BY SIZE
064400             "/"                            DELIMITED BY SIZE
064500             GI-DATE (WS-MONTH-START) (5:2) DELIMITED BY SIZE
064600             " - THE MONTHLY LIMIT IS "     DELIMITED BY SIZE
064700             FUNCTION TRIM(WS-EDIT-LIMIT)   DELIMITED BY SIZE
064800             INTO WS-FINDING-TEXT
064900         END-STRING
065000         MOVE WS-MONTH-START TO WS-FIRST-IX
065100         MOVE WS-MONTH-END TO WS-LAST-IX
065200         PERFORM 5000-WRITE-FINDING THRU 5000-EXIT
065300     END-IF.
065400     COMPUTE WS-MONTH-START = WS-MONTH-END + 1.
065500 4100-EXIT.
065600     EXIT.
065700
065800 4110-EXTEND-MONTH.
065900     IF WS-MONTH-END NOT < WS-GROUP-COUNT
066000         MOVE "Y" TO WS-MONTH-SWITCH
066100         GO TO 4110-EXIT
066200     END-IF.
066300     IF GI-DATE (WS-MONTH-END + 1) (1:6)
066400             NOT = GI-DATE (WS-MONTH-START) (1:6)
066500         MOVE "Y" TO WS-MONTH-SWITCH
066600         GO TO 4110-EXIT
066700     END-IF.
066800     ADD 1 TO WS-MONTH-END.
066900 4110-EXIT.
067000     EXIT.
067100
067200 4200-CHECK-IMAGE.
067300     IF GI-DATE (WS-IX) < WS-CUTOFF-DATE
067400         GO TO 4200-EXIT
067500     END-IF.
067600     PERFORM 4300-CHECK-HOURS THRU 4300-EXIT.
067700     PERFORM 4400-CHECK-OWN-ENTRY THRU 4400-EXIT.
067800     IF GI-ADD (WS-IX)
067900         PERFORM 4500-CHECK-READD THRU 4500-EXIT
068000     END-IF.
068100     IF GI-NEW-PRIVACY (WS-IX) = "Y"
068200             AND GI-OLD-PRIVACY (WS-IX) NOT = "Y"
068300         PERFORM 4600-CHECK-PRIVACY-RESET THRU 4600-EXIT
068400     END-IF.
068500 4200-EXIT.
068600     EXIT.
068700
068800*    A HOLIDAY OUTRANKS A WEEKEND, WHICH OUTRANKS THE HOUR;
068900*    ONE FINDING PER IMAGE, NAMING THE STRONGEST REASON.
069000 4300-CHECK-HOURS.
069100     MOVE SPACE TO WS-FINDING-TEXT.
069200     MOVE GI-TIME (WS-IX) (1:4) TO WS-KEYED-TIME.
069300     IF WS-KEYED-HHMM NUMERIC
069400         IF WS-KEYED-HHMM < WS-DAY-START
069500                 OR WS-KEYED-HHMM NOT < WS-DAY-END
069600             MOVE "KEYED OUTSIDE BUSINESS HOURS"
069700                 TO WS-FINDING-TEXT
069800         END-IF
069900     END-IF.
070000     IF GI-DAY (WS-IX) > ZERO
070100         COMPUTE WS-WEEKDAY = FUNCTION MOD(GI-DAY (WS-IX), 7)
070200         IF WS-WEEKDAY = 6
070300             MOVE "KEYED ON A SATURDAY" TO WS-FINDING-TEXT
070400         END-IF
070500         IF WS-WEEKDAY = 0
070600             MOVE "KEYED ON A SUNDAY" TO WS-FINDING-TEXT
070700         END-IF
070800     END-IF.
070900     PERFORM 4310-LOOK-UP-CALENDAR THRU 4310-EXIT.
071000     IF KEYED-ON-HOLIDAY
071100         MOVE SPACE TO WS-FINDING-TEXT
071200         STRING "KEYED ON A HOLIDAY - "     DELIMITED BY SIZE
071300             WS-HOLIDAY-NOTE                DELIMITED BY SIZE
071400             INTO WS-FINDING-TEXT
071500         END-STRING
071600     END-IF.
071700     IF WS-FINDING-TEXT = SPACE
071800         GO TO 4300-EXIT
071900     END-IF.
072000     ADD 1 TO WS-HOURS-FINDINGS.
072100     MOVE WS-IX TO WS-FIRST-IX.
072200     MOVE WS-IX TO WS-LAST-IX.
072300     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
072400 4300-EXIT.
072500     EXIT.
072600
072700 4310-LOOK-UP-CALENDAR.
072800     IF GI-DATE (WS-IX) = WS-LAST-CALENDAR-DATE
072900         GO TO 4310-EXIT
073000     END-IF.
073100     MOVE GI-DATE (WS-IX) TO WS-LAST-CALENDAR-DATE.
073200     MOVE "N" TO WS-HOLIDAY-SWITCH.
073300     MOVE SPACE TO WS-HOLIDAY-NOTE.
073400     IF NOT SCHEDULE-FILE-OPEN
073500         GO TO 4310-EXIT
073600     END-IF.
073700     MOVE GI-DATE (WS-IX) TO SC-DATE.
073800     READ SCHEDULE-FILE
073900         INVALID KEY
074000             GO TO 4310-EXIT
074100     END-READ.
074200     IF SC-HOLIDAY
074300         MOVE "Y" TO WS-HOLIDAY-SWITCH
074400         MOVE SC-NOTE TO WS-HOLIDAY-NOTE
074500     END-IF.
074600 4310-EXIT.
074700     EXIT.
074800
074900*    THE OPERATOR IS LISTED UNDER THE ENTRY WHEN THEIR
075000*    opermast.dat NAME HOLDS BOTH THE ENTRY'S LAST NAME AND
075100*    ITS FIRST NAME, BEFORE OR AFTER THE CHANGE.
075200 4400-CHECK-OWN-ENTRY.
075300     IF NOT OPERATOR-FILE-OPEN
075400             OR GI-OPERATOR-ID (WS-IX) = SPACE
075500         GO TO 4400-EXIT
075600     END-IF.
075700     IF GI-OPERATOR-ID (WS-IX) NOT = WS-LAST-OPERATOR-ID
075800         MOVE GI-OPERATOR-ID (WS-IX) TO WS-LAST-OPERATOR-ID
075900         MOVE GI-OPERATOR-ID (WS-IX) TO OP-ID
076000         MOVE SPACE TO WS-OPERATOR-NAME
076100         READ OPERATOR-FILE
076200             INVALID KEY
076300                 CONTINUE
076400             NOT INVALID KEY
076500                 MOVE FUNCTION UPPER-CASE(OP-NAME)
076600                     TO WS-OPERATOR-NAME
076700         END-READ
076800     END-IF.
076900     IF WS-OPERATOR-NAME = SPACE
077000         GO TO 4400-EXIT
077100     END-IF.
077200     MOVE "N" TO WS-SELF-SWITCH.
077300     MOVE GI-NEW-LAST (WS-IX)  TO WS-MATCH-LAST.
077400     MOVE GI-NEW-FIRST (WS-IX) TO WS-MATCH-FIRST.
077500     PERFORM 4410-MATCH-OPERATOR-NAME THRU 4410-EXIT.
077600     IF NOT OPERATOR-IS-LISTED
077700         MOVE GI-OLD-LAST (WS-IX)  TO WS-MATCH-LAST
077800         MOVE GI-OLD-FIRST (WS-IX) TO WS-MATCH-FIRST
077900         PERFORM 4410-MATCH-OPERATOR-NAME THRU 4410-EXIT
078000     END-IF.
078100     IF NOT OPERATOR-IS-LISTED
078200         GO TO 4400-EXIT
078300     END-IF.
078400     ADD 1 TO WS-SELF-FINDINGS.
078500     MOVE SPACE TO WS-FINDING-TEXT.
078600     STRING "OPERATOR "                     DELIMITED BY SIZE
078700         GI-OPERATOR-ID (WS-IX)             DELIMITED BY SPACE
078800         " ("                               DELIMITED BY SIZE
078900         FUNCTION TRIM(WS-OPERATOR-NAME)    DELIMITED BY SIZE
079000         ") CHANGED THEIR OWN ENTRY"        DELIMITED BY SIZE
079100         INTO WS-FINDING-TEXT
079200     END-STRING.
079300     MOVE WS-IX TO WS-FIRST-IX.
079400     MOVE WS-IX TO WS-LAST-IX.
079500     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
079600 4400-EXIT.
079700     EXIT.
079800
079900*    EACH NAME IS MATCHED ON ITS FIRST WORD.
080000 4410-MATCH-OPERATOR-NAME.
080100     IF WS-MATCH-LAST = SPACE
080200         GO TO 4410-EXIT
080300     END-IF.
080400     MOVE FUNCTION UPPER-CASE(WS-MATCH-LAST) TO WS-MATCH-LAST.
080500     MOVE FUNCTION UPPER-CASE(WS-MATCH-FIRST) TO WS-MATCH-FIRST.
080600     MOVE ZERO TO WS-MATCH-LENGTH.
080700     INSPECT WS-MATCH-LAST TALLYING WS-MATCH-LENGTH
080800         FOR CHARACTERS BEFORE INITIAL SPACE.
080900     IF WS-MATCH-LENGTH = ZERO
081000         GO TO 4410-EXIT
081100     END-IF.
081200     MOVE ZERO TO WS-MATCH-TALLY.
081300     INSPECT WS-OPERATOR-NAME TALLYING WS-MATCH-TALLY
081400         FOR ALL WS-MATCH-LAST (1:WS-MATCH-LENGTH).
081500     IF WS-MATCH-TALLY = ZERO
081600         GO TO 4410-EXIT
081700     END-IF.
081800     MOVE ZERO TO WS-MATCH-LENGTH.
081900     INSPECT WS-MATCH-FIRST TALLYING WS-MATCH-LENGTH
082000         FOR CHARACTERS BEFORE INITIAL SPACE.
082100     IF WS-MATCH-LENGTH = ZERO
082200         GO TO 4410-EXIT
082300     END-IF.
082400     MOVE ZERO TO WS-MATCH-TALLY.
082500     INSPECT WS-OPERATOR-NAME TALLYING WS-MATCH-TALLY
082600         FOR ALL WS-MATCH-FIRST (1:WS-MATCH-LENGTH).
082700     IF WS-MATCH-TALLY = ZERO
082800         GO TO 4410-EXIT
082900     END-IF.
083000     MOVE "Y" TO WS-SELF-SWITCH.
083100 4410-EXIT.
083200     EXIT.
083300
083400*    AN ADD IS PAIRED WITH THE LATEST DELETE BEFORE IT; THE
083500*    FINDING LISTS EVERY IMAGE FROM THE DELETE TO THE ADD.
083600 4500-CHECK-READD.
083700     MOVE ZERO TO WS-PAIR-IX.
083800     MOVE WS-IX TO WS-JX.
083900     PERFORM 4510-FIND-DELETE THRU 4510-EXIT
084000         UNTIL WS-JX = 1 OR WS-PAIR-IX NOT = ZERO.
084100     IF WS-PAIR-IX = ZERO
084200         GO TO 4500-EXIT
084300     END-IF.
084400     COMPUTE WS-DAY-GAP = GI-DAY (WS-IX) - GI-DAY (WS-PAIR-IX).
084500     IF WS-DAY-GAP > WS-READD-DAYS
084600         GO TO 4500-EXIT
084700     END-IF.
084800     IF GI-NEW-LAST (WS-IX) = GI-OLD-LAST (WS-PAIR-IX)
084900             AND GI-NEW-FIRST (WS-IX) = GI-OLD-FIRST (WS-PAIR-IX)
085000         GO TO 4500-EXIT
085100     END-IF.
085200     ADD 1 TO WS-READD-FINDINGS.
085300     MOVE WS-DAY-GAP TO WS-EDIT-COUNT.
085400     MOVE SPACE TO WS-FINDING-TEXT.
085500     STRING "DELETED ON "                   DELIMITED BY SIZE
085600         GI-DATE (WS-PAIR-IX)               DELIMITED BY SIZE
085700         " AND ADDED BACK UNDER ANOTHER NAME " DELIMITED BY SIZE
085800         FUNCTION TRIM(WS-EDIT-COUNT)       DELIMITED BY SIZE
085900         " DAY(S) LATER"                    DELIMITED BY SIZE
086000         INTO WS-FINDING-TEXT
086100     END-STRING.
086200     MOVE WS-PAIR-IX TO WS-FIRST-IX.
086300     MOVE WS-IX TO WS-LAST-IX.
086400     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
086500 4500-EXIT.
086600     EXIT.
086700
086800 4510-FIND-DELETE.
086900     SUBTRACT 1 FROM WS-JX.
087000     IF GI-DELETE (WS-JX)
087100         MOVE WS-JX TO WS-PAIR-IX
087200     END-IF.
087300 4510-EXIT.
087400     EXIT.
087500
087600*    THE FLAG HAS JUST BEEN SET; LOOKING BACK, A CHANGE THAT
087700*    CLEARED IT BEFORE ANY EARLIER SETTING MAKES A FINDING
087800*    LISTING EVERY IMAGE FROM THE CLEARING TO THE SETTING.
087900 4600-CHECK-PRIVACY-RESET.
088000     MOVE ZERO TO WS-PAIR-IX.
088100     MOVE "N" TO WS-SEARCH-SWITCH.
088200     MOVE WS-IX TO WS-JX.
088300     PERFORM 4610-FIND-CLEARING THRU 4610-EXIT
088400         UNTIL WS-JX = 1 OR SEARCH-ENDED.
088500     IF WS-PAIR-IX = ZERO
088600         GO TO 4600-EXIT
088700     END-IF.
088800     ADD 1 TO WS-PRIVACY-FINDINGS.
088900     MOVE SPACE TO WS-FINDING-TEXT.
089000     STRING "PRIVACY FLAG CLEARED ON "      DELIMITED BY SIZE
089100         GI-DATE (WS-PAIR-IX)               DELIMITED BY SIZE
089200         " AND SET AGAIN ON "               DELIMITED BY SIZE
089300         GI-DATE (WS-IX)                    DELIMITED BY SIZE
089400         INTO WS-FINDING-TEXT
089500     END-STRING.
089600     MOVE WS-PAIR-IX TO WS-FIRST-IX.
089700     MOVE WS-IX TO WS-LAST-IX.
089800     PERFORM 5000-WRITE-FINDING THRU 5000-EXIT.
089900 4600-EXIT.
090000     EXIT.
090100
090200 4610-FIND-CLEARING.
090300     SUBTRACT 1 FROM WS-JX.
090400     IF GI-CHANGE (WS-JX)
090500             AND GI-OLD-PRIVACY (WS-JX) = "Y"
090600             AND GI-NEW-PRIVACY (WS-JX) NOT = "Y"
090700         MOVE WS-JX TO WS-PAIR-IX
090800         MOVE "Y" TO WS-SEARCH-SWITCH
090900         GO TO 4610-EXIT
091000     END-IF.
091100     IF GI-NEW-PRIVACY (WS-JX) = "Y"
091200             AND GI-OLD-PRIVACY (WS-JX) NOT = "Y"
091300         MOVE "Y" TO WS-SEARCH-SWITCH
091400     END-IF.
091500 4610-EXIT.
091600     EXIT.
091700
091800*----------------------------------------------------------
091900* ONE FINDING - THE ENTRY, WHAT WAS SEEN, AND THE IMAGES
092000* WS-FIRST-IX THROUGH WS-LAST-IX BEHIND IT.
092100*----------------------------------------------------------
092200 5000-WRITE-FINDING.
092300     ADD 1 TO WS-FINDING-COUNT.
092400     MOVE SPACE TO REPORT-LINE.
092500     WRITE REPORT-LINE.
092600     MOVE WS-FINDING-COUNT     TO FL-FINDING-NO.
092700     MOVE WS-CURRENT-DIRECTORY TO FL-DIRECTORY.
092800     MOVE WS-CURRENT-NUMBER    TO FL-NUMBER.
092900     WRITE REPORT-LINE FROM FINDING-LINE.
093000     MOVE WS-FINDING-TEXT TO RL-TEXT.
093100     WRITE REPORT-LINE FROM REASON-LINE.
093200     WRITE REPORT-LINE FROM IMAGE-HEADING-LINE.
093300     PERFORM 5100-WRITE-IMAGE THRU 5100-EXIT
093400         VARYING WS-KX FROM WS-FIRST-IX BY 1
093500         UNTIL WS-KX > WS-LAST-IX.
093600 5000-EXIT.
093700     EXIT.
093800
093900 5100-WRITE-IMAGE.
094000     MOVE GI-DATE (WS-KX)        TO IL-DATE.
094100     MOVE GI-TIME (WS-KX) (1:2)  TO IL-HOUR.
094200     MOVE GI-TIME (WS-KX) (3:2)  TO IL-MINUTE.
094300     MOVE GI-OPERATOR-ID (WS-KX) TO IL-OPERATOR-ID.
094400     MOVE GI-OLD-PRIVACY (WS-KX) TO IL-OLD-PRIVACY.
094500     MOVE GI-NEW-PRIVACY (WS-KX) TO IL-NEW-PRIVACY.
094600     MOVE GI-SEQUENCE (WS-KX)    TO IL-SEQUENCE.
094700     MOVE SPACE TO IL-NAME.
094800     EVALUATE TRUE
094900         WHEN GI-ADD (WS-KX)
095000             MOVE "ADD"    TO IL-ACTION
095100         WHEN GI-DELETE (WS-KX)
095200             MOVE "DELETE" TO IL-ACTION
095300         WHEN OTHER
095400             MOVE "CHANGE" TO IL-ACTION
095500     END-EVALUATE.
095600     IF GI-DELETE (WS-KX)
095700         STRING FUNCTION TRIM(GI-OLD-LAST (WS-KX)) ", "
095800             FUNCTION TRIM(GI-OLD-FIRST (WS-KX))
095900             DELIMITED BY SIZE INTO IL-NAME
096000         END-STRING
096100     ELSE
096200         STRING FUNCTION TRIM(GI-NEW-LAST (WS-KX)) ", "
096300             FUNCTION TRIM(GI-NEW-FIRST (WS-KX))
096400             DELIMITED BY SIZE INTO IL-NAME
096500         END-STRING
096600     END-IF.
096700     WRITE REPORT-LINE FROM IMAGE-LINE.
096800     IF GI-CHANGE (WS-KX)
096900         IF GI-OLD-LAST (WS-KX) NOT = GI-NEW-LAST (WS-KX)
097000                 OR GI-OLD-FIRST (WS-KX)
097100                     NOT = GI-NEW-FIRST (WS-KX)
097200             MOVE SPACE TO WL-NAME
097300             STRING FUNCTION TRIM(GI-OLD-LAST (WS-KX)) ", "
097400                 FUNCTION TRIM(GI-OLD-FIRST (WS-KX))
097500                 DELIMITED BY SIZE INTO WL-NAME
097600             END-STRING
097700             WRITE REPORT-LINE FROM WAS-NAME-LINE
097800         END-IF
097900     END-IF.
098000 5100-EXIT.
098100     EXIT.
098200
098300 8000-WRITE-SUMMARY.
098400     IF WS-FINDING-COUNT = ZERO
098500         MOVE SPACE TO REPORT-LINE
098600         WRITE REPORT-LINE
098700         MOVE "  NO SUSPICIOUS-EDIT PATTERN FOUND THIS WEEK."
098800             TO REPORT-LINE
098900         WRITE REPORT-LINE
099000     END-IF.
099100     MOVE SPACE TO REPORT-LINE.
099200     WRITE REPORT-LINE.
099300     MOVE "CHANGE IMAGES EXAMINED" TO TL-LABEL.
099400     MOVE WS-IMAGE-COUNT TO TL-COUNT.
099500     WRITE REPORT-LINE FROM TOTAL-LINE.
099600     IF WS-OLD-LAYOUT-COUNT > ZERO
099700         MOVE "IMAGES WITHOUT THE CURRENT LAYOUT (SKIPPED)"
099800             TO TL-LABEL
099900         MOVE WS-OLD-LAYOUT-COUNT TO TL-COUNT
100000         WRITE REPORT-LINE FROM TOTAL-LINE
100100     END-IF.
100200     IF WS-OVERFLOW-COUNT > ZERO
100300         MOVE "IMAGES PAST 300 ON ONE ENTRY (NOT EXAMINED)"
100400             TO TL-LABEL
100500         MOVE WS-OVERFLOW-COUNT TO TL-COUNT
100600         WRITE REPORT-LINE FROM TOTAL-LINE
100700     END-IF.
100800     MOVE "ENTRIES OVER THE MONTHLY CHANGE LIMIT" TO TL-LABEL.
100900     MOVE WS-MONTH-FINDINGS TO TL-COUNT.
101000     WRITE REPORT-LINE FROM TOTAL-LINE.
101100     MOVE "OPERATORS CHANGING THEIR OWN ENTRY" TO TL-LABEL.
101200     MOVE WS-SELF-FINDINGS TO TL-COUNT.
101300     WRITE REPORT-LINE FROM TOTAL-LINE.
101400     MOVE "CHANGES KEYED OUT OF HOURS OR ON A HOLIDAY"
101500         TO TL-LABEL.
101600     MOVE WS-HOURS-FINDINGS TO TL-COUNT.
101700     WRITE REPORT-LINE FROM TOTAL-LINE.
101800     MOVE "NUMBERS RE-ADDED UNDER ANOTHER NAME" TO TL-LABEL.
101900     MOVE WS-READD-FINDINGS TO TL-COUNT.
102000     WRITE REPORT-LINE FROM TOTAL-LINE.
102100     MOVE "PRIVACY FLAGS CLEARED AND SET AGAIN" TO TL-LABEL.
102200     MOVE WS-PRIVACY-FINDINGS TO TL-COUNT.
102300     WRITE REPORT-LINE FROM TOTAL-LINE.
102400     MOVE "FINDINGS TO REVIEW" TO TL-LABEL.
102500     MOVE WS-FINDING-COUNT TO TL-COUNT.
102600     WRITE REPORT-LINE FROM TOTAL-LINE.
102700     IF WS-FINDING-COUNT > ZERO
102800         PERFORM 8100-POST-FINDING-ALERT THRU 8100-EXIT
102900     END-IF.
103000 8000-EXIT.
103100     EXIT.
103200
103300 8100-POST-FINDING-ALERT.
103400     MOVE WS-FINDING-COUNT TO WS-ALERT-FINDINGS.
103500     MOVE SPACE TO WS-ALERT-TEXT.
103600     STRING FUNCTION TRIM(WS-ALERT-FINDINGS) DELIMITED BY SIZE
103700         " SUSPICIOUS-EDIT FINDING(S) - SEE phonsusp.lst"
103800                                             DELIMITED BY SIZE
103900         INTO WS-ALERT-TEXT
104000     END-STRING.
104100     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
104200         WS-ALERT-DIRECTORY WS-ALERT-TEXT WS-ALERT-RESULT.
104300 8100-EXIT.
104400     EXIT.
104500
104600 8900-CLOSE-FILES.
104700     CLOSE REPORT-FILE.
104800     IF OPERATOR-FILE-OPEN
104900         CLOSE OPERATOR-FILE
105000     END-IF.
105100     IF SCHEDULE-FILE-OPEN
105200         CLOSE SCHEDULE-FILE
105300     END-IF.
105400 8900-EXIT.
105500     EXIT.
