000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONPRVR.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: WEEKLY PRIVACY ACCESS REPORT OVER THE privlog.dat
000900*       LOG (PRVLREC) THAT PHONINQ AND PHONBINQ APPEND EACH
001000*       TIME A PRIVACY-FLAGGED ENTRY IS SHOWN. SORTS THE LOG
001100*       BY VIEWER AND LISTS THE LOOKUPS IN THE SEVEN DAYS TO
001150*       THE RUNDATE AS-OF DATE, WHICH THE HEADING SHOWS,
001200*       UNDER EACH VIEWER - WHEN, FROM WHICH PROGRAM AND
001300*       DIRECTORY, WHICH NUMBER, AND THE SEARCH THAT FOUND
001400*       IT - WITH A TOTAL OF LOOKUPS AND OF DIFFERENT
001500*       FLAGGED ENTRIES PULLED. A VIEWER WHO PULLED MORE
001600*       DIFFERENT ENTRIES THAN THE privrpt.cfg MAXFLAG ROW
001700*       (KEYWORD IN COLUMNS 1-10, COUNT IN COLUMNS 11-14,
001800*       DEFAULT 0010) IS MARKED ON THE REPORT AND POSTED AS
001900*       A WARNING TO THE ALERT OUTBOX (ALRTPOST). REPORT
002000*       GOES TO phonprvr.lst. RUN WEEKLY BY SCHEDDRV; ENDS 0
002100*       SO A MARKED VIEWER NEVER STOPS THE NIGHT CHAIN.
002200*----------------------------------------------------------
002300* MOD LOG:
002400*  OCT 2026  DCG  ORIGINAL PROGRAM.
002425*  OCT 2026  DCG  THE SEVEN DAYS RUN TO THE RUNDATE AS-OF DATE,
002450*                 SO A CATCH-UP NIGHT REPORTS ITS OWN WEEK; THE
002475*                 HEADING SHOWS THAT DATE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LIMIT-CONFIG-FILE
003000         ASSIGN TO "privrpt.cfg"
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-LIMIT-STATUS.
003300
003400     SELECT PRIVACY-LOG-FILE
003500         ASSIGN TO "privlog.dat"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-LOG-STATUS.
003800
003900     SELECT SORT-WORK-FILE
004000         ASSIGN TO "phonwork.srt".
004100
004200     SELECT SORTED-LOG-FILE
004300         ASSIGN TO "privlog.srt"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SORTED-STATUS.
004600
004700     SELECT REPORT-FILE
004800         ASSIGN TO "phonprvr.lst"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  LIMIT-CONFIG-FILE.
005400 01  LIMIT-CONFIG-RECORD.
005500     05  PC-KEYWORD              PIC X(10).
005600     05  PC-VALUE                PIC 9(04).
005700
005800 FD  PRIVACY-LOG-FILE.
005900 01  PRIVACY-LOG-RECORD          PIC X(88).
006000
006100 SD  SORT-WORK-FILE.
006200     COPY PRVLREC REPLACING
006300         PRIVACY-ACCESS-RECORD BY SORT-RECORD
006400         PV-DATE               BY PQ-DATE
006500         PV-TIME               BY PQ-TIME
006600         PV-VIEWER-ID          BY PQ-VIEWER-ID
006700         PV-PROGRAM            BY PQ-PROGRAM
006800         PV-DIRECTORY          BY PQ-DIRECTORY
006900         PV-NUMBER             BY PQ-NUMBER
007000         PV-SEARCH-TYPE        BY PQ-SEARCH-TYPE
007100         PV-BY-NAME            BY PQ-BY-NAME
007200         PV-BY-NUMBER          BY PQ-BY-NUMBER
007300         PV-BY-FRAGMENT        BY PQ-BY-FRAGMENT
007400         PV-BY-NEAR-NAME       BY PQ-BY-NEAR-NAME
007500         PV-SEARCH-VALUE       BY PQ-SEARCH-VALUE.
007600
007700 FD  SORTED-LOG-FILE.
007800     COPY PRVLREC.
007900
008000 FD  REPORT-FILE.
008100 01  REPORT-LINE                 PIC X(100).
008200
008300 WORKING-STORAGE SECTION.
008400
008500 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONPRVR".
008600 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
008700 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
008800
008900 01  WS-LIMIT-STATUS             PIC X(02) VALUE "00".
009000 01  WS-LOG-STATUS               PIC X(02) VALUE "00".
009100 01  WS-SORTED-STATUS            PIC X(02) VALUE "00".
009200 01  WS-LIMIT-EOF                PIC X(01).
009300 01  WS-SORTED-EOF               PIC X(01).
009400     88  END-OF-SORTED-LOG               VALUE "Y".
009500
009600 01  WS-MAX-FLAGGED              PIC 9(04) VALUE 0010.
009700
009800 01  WS-RD-FUNCTION              PIC X(01).
009810 01  WS-RD-DATE                  PIC X(08).
009820 01  WS-RD-CATCH-UP              PIC X(01).
009830 01  WS-RUN-DATE                 PIC X(08).
009840 01  WS-RUN-NUM REDEFINES WS-RUN-DATE
009850                                 PIC 9(08).
009900 01  WS-DAY-NUMBER               PIC 9(08) COMP.
010000 01  WS-CUTOFF-NUM               PIC 9(08).
010100 01  WS-CUTOFF-DATE              PIC X(08).
010200
010300 01  WS-CURRENT-VIEWER           PIC X(08).
010400 01  WS-LAST-NUMBER              PIC X(15).
010500 01  WS-VIEWER-OPEN              PIC X(01) VALUE "N".
010600     88  VIEWER-IN-PROGRESS              VALUE "Y".
010700 01  WS-VIEWER-LOOKUPS           PIC 9(05) COMP VALUE ZERO.
010800 01  WS-VIEWER-ENTRIES           PIC 9(05) COMP VALUE ZERO.
010900
011000 01  WS-VIEWER-COUNT             PIC 9(05) COMP VALUE ZERO.
011100 01  WS-LOOKUP-COUNT             PIC 9(06) COMP VALUE ZERO.
011200 01  WS-OVER-COUNT               PIC 9(05) COMP VALUE ZERO.
011300
011400 01  WS-ALERT-SEVERITY           PIC X(01) VALUE "W".
011500 01  WS-ALERT-DIRECTORY          PIC X(20) VALUE "privlog.dat".
011600 01  WS-ALERT-TEXT               PIC X(60).
011700 01  WS-ALERT-RESULT             PIC X(01).
011800 01  WS-ALERT-ENTRIES            PIC ZZZZ9.
011900 01  WS-ALERT-LIMIT              PIC ZZZ9.
012000
012100 01  WS-HEADING-1.
012200     05  FILLER                  PIC X(36)
012300             VALUE "PRIVACY-FLAGGED ENTRY LOOKUPS SINCE ".
012400     05  HL1-CUTOFF              PIC X(08).
012433     05  FILLER                  PIC X(04) VALUE " TO ".
012466     05  HL1-AS-OF               PIC X(08).
012500     05  FILLER                  PIC X(09) VALUE " - LIMIT ".
012600     05  HL1-LIMIT               PIC ZZZ9.
012700     05  FILLER                  PIC X(20)
012800             VALUE " ENTRIES PER VIEWER".
012900
013000 01  WS-HEADING-2.
013100     05  FILLER                  PIC X(06) VALUE SPACE.
013200     05  FILLER                  PIC X(09) VALUE "DATE".
013300     05  FILLER                  PIC X(06) VALUE "TIME".
013400     05  FILLER                  PIC X(09) VALUE "PROGRAM".
013500     05  FILLER                  PIC X(21) VALUE "DIRECTORY".
013600     05  FILLER                  PIC X(16) VALUE "NUMBER".
013700     05  FILLER                  PIC X(06) VALUE "SEARCH".
013800
013900 01  WS-VIEWER-LINE.
014000     05  FILLER                  PIC X(03) VALUE SPACE.
014100     05  FILLER                  PIC X(08) VALUE "VIEWER ".
014200     05  VL-VIEWER-ID            PIC X(08).
014300
014400 01  WS-DETAIL-LINE.
014500     05  FILLER                  PIC X(06) VALUE SPACE.
014600     05  DL-DATE                 PIC X(08).
014700     05  FILLER                  PIC X(01) VALUE SPACE.
014800     05  DL-HOUR                 PIC X(02).
014900     05  FILLER                  PIC X(01) VALUE ":".
015000     05  DL-MINUTE               PIC X(02).
015100     05  FILLER                  PIC X(01) VALUE SPACE.
015200     05  DL-PROGRAM              PIC X(08).
015300     05  FILLER                  PIC X(01) VALUE SPACE.
015400     05  DL-DIRECTORY            PIC X(20).
015500     05  FILLER                  PIC X(01) VALUE SPACE.
015600     05  DL-NUMBER               PIC X(15).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  DL-SEARCH-NAME          PIC X(09).
015900     05  FILLER                  PIC X(01) VALUE SPACE.
016000     05  DL-SEARCH-VALUE         PIC X(20).
016100
016200 01  WS-TOTAL-LINE.
016300     05  FILLER                  PIC X(06) VALUE SPACE.
016400     05  FILLER                  PIC X(09) VALUE "LOOKUPS ".
016500     05  TL-LOOKUPS              PIC ZZ,ZZ9.
016600     05  FILLER                  PIC X(21)
016700             VALUE "   DIFFERENT ENTRIES ".
016800     05  TL-ENTRIES              PIC ZZ,ZZ9.
016900     05  FILLER                  PIC X(03) VALUE SPACE.
017000     05  TL-FLAG                 PIC X(22).
017100
017200 01  WS-SUMMARY-LINE.
017300     05  FILLER                  PIC X(03) VALUE SPACE.
017400     05  FILLER                  PIC X(09) VALUE "VIEWERS ".
017500     05  SL-VIEWERS              PIC ZZ,ZZ9.
017600     05  FILLER                  PIC X(11) VALUE "   LOOKUPS ".
017700     05  SL-LOOKUPS              PIC ZZZ,ZZ9.
017800     05  FILLER                  PIC X(18)
017900             VALUE "   OVER THE LIMIT ".
018000     05  SL-OVER                 PIC ZZ,ZZ9.
018100
018200 PROCEDURE DIVISION.
018300
018400 0000-MAINLINE.
018500     CALL "JOBHDR" USING WS-JOB-NAME.
018600     MOVE ZERO TO WS-END-CODE.
018700     MOVE "G" TO WS-RD-FUNCTION.
018720     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
018740         WS-RD-CATCH-UP.
018760     MOVE WS-RD-DATE TO WS-RUN-DATE.
018800     COMPUTE WS-DAY-NUMBER =
018900         FUNCTION INTEGER-OF-DATE(WS-RUN-NUM) - 7.
019000     COMPUTE WS-CUTOFF-NUM =
019100         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
019200     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
019300     PERFORM 1000-READ-LIMIT-CONFIG THRU 1000-EXIT.
019400     OPEN OUTPUT REPORT-FILE.
019500     MOVE WS-CUTOFF-DATE TO HL1-CUTOFF.
019550     MOVE WS-RUN-DATE TO HL1-AS-OF.
019600     MOVE WS-MAX-FLAGGED TO HL1-LIMIT.
019700     WRITE REPORT-LINE FROM WS-HEADING-1.
019800     WRITE REPORT-LINE FROM SPACE.
019900*    NO LOG ON HAND MEANS NOBODY HAS PULLED A FLAGGED ENTRY
020000*    SINCE THE LOG WAS STARTED - NOTHING TO SORT.
020100     OPEN INPUT PRIVACY-LOG-FILE.
020200     IF WS-LOG-STATUS NOT = "00"
020300         GO TO 0000-REPORT-DONE
020400     END-IF.
020500     CLOSE PRIVACY-LOG-FILE.
020600     SORT SORT-WORK-FILE
020700         ON ASCENDING KEY PQ-VIEWER-ID PQ-NUMBER
020800             PQ-DATE PQ-TIME
020900         USING PRIVACY-LOG-FILE
021000         GIVING SORTED-LOG-FILE.
021100     WRITE REPORT-LINE FROM WS-HEADING-2.
021200     PERFORM 2000-LIST-THE-LOG THRU 2000-EXIT.
021300 0000-REPORT-DONE.
021400     IF WS-VIEWER-COUNT = ZERO
021500         MOVE "   (NO PRIVACY-FLAGGED ENTRY LOOKED UP THIS WEEK)"
021600             TO REPORT-LINE
021700         WRITE REPORT-LINE
021800     END-IF.
021900     WRITE REPORT-LINE FROM SPACE.
022000     MOVE WS-VIEWER-COUNT TO SL-VIEWERS.
022100     MOVE WS-LOOKUP-COUNT TO SL-LOOKUPS.
022200     MOVE WS-OVER-COUNT   TO SL-OVER.
022300     WRITE REPORT-LINE FROM WS-SUMMARY-LINE.
022400     CLOSE REPORT-FILE.
022500     DISPLAY "PHONPRVR - " WS-LOOKUP-COUNT " LOOKUP(S) BY "
022600         WS-VIEWER-COUNT " VIEWER(S), " WS-OVER-COUNT
022700         " OVER THE LIMIT - REPORT IS ON phonprvr.lst.".
022800     MOVE WS-LOOKUP-COUNT TO WS-JOURNAL-COUNT.
022900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
023000         WS-END-CODE.
023100     GOBACK.
023200
023300*    privrpt.cfg KEYWORD ROWS - MAXFLAG, THE MOST DIFFERENT
023400*    FLAGGED ENTRIES ONE VIEWER MAY PULL IN A WEEK BEFORE
023500*    BEING MARKED. NO FILE KEEPS THE DEFAULT.
023600 1000-READ-LIMIT-CONFIG.
023700     MOVE "N" TO WS-LIMIT-EOF.
023800     OPEN INPUT LIMIT-CONFIG-FILE.
023900     IF WS-LIMIT-STATUS NOT = "00"
024000         GO TO 1000-EXIT
024100     END-IF.
024200     PERFORM 1100-APPLY-LIMIT-CONFIG THRU 1100-EXIT
024300         UNTIL WS-LIMIT-EOF = "Y".
024400     CLOSE LIMIT-CONFIG-FILE.
024500 1000-EXIT.
024600     EXIT.
024700
024800 1100-APPLY-LIMIT-CONFIG.
024900     READ LIMIT-CONFIG-FILE
025000         AT END
025100             MOVE "Y" TO WS-LIMIT-EOF
025200             GO TO 1100-EXIT
025300     END-READ.
025400     IF PC-VALUE NOT NUMERIC
025500         GO TO 1100-EXIT
025600     END-IF.
025700     EVALUATE PC-KEYWORD
025800         WHEN "MAXFLAG"
025900             MOVE PC-VALUE TO WS-MAX-FLAGGED
026000         WHEN OTHER
026100             CONTINUE
026200     END-EVALUATE.
026300 1100-EXIT.
026400     EXIT.
026500
026600 2000-LIST-THE-LOG.
026700     MOVE "N" TO WS-SORTED-EOF.
026800     OPEN INPUT SORTED-LOG-FILE.
026900     IF WS-SORTED-STATUS NOT = "00"
027000         GO TO 2000-EXIT
027100     END-IF.
027200     PERFORM 2100-LIST-NEXT THRU 2100-EXIT
027300         UNTIL END-OF-SORTED-LOG.
027400     CLOSE SORTED-LOG-FILE.
027500     IF VIEWER-IN-PROGRESS
027600         PERFORM 2300-CLOSE-VIEWER THRU 2300-EXIT
027700     END-IF.
027800 2000-EXIT.
027900     EXIT.
028000
028100 2100-LIST-NEXT.
028200     READ SORTED-LOG-FILE
028300         AT END
028400             MOVE "Y" TO WS-SORTED-EOF
028500             GO TO 2100-EXIT
028600     END-READ.
028700     IF PV-DATE < WS-CUTOFF-DATE
028750             OR PV-DATE > WS-RUN-DATE
028800         GO TO 2100-EXIT
028900     END-IF.
029000     IF VIEWER-IN-PROGRESS
029100             AND PV-VIEWER-ID NOT = WS-CURRENT-VIEWER
029200         PERFORM 2300-CLOSE-VIEWER THRU 2300-EXIT
029300     END-IF.
029400     IF NOT VIEWER-IN-PROGRESS
029500         PERFORM 2200-OPEN-VIEWER THRU 2200-EXIT
029600     END-IF.
029700     ADD 1 TO WS-VIEWER-LOOKUPS.
029800     ADD 1 TO WS-LOOKUP-COUNT.
029900     IF PV-NUMBER NOT = WS-LAST-NUMBER
030000         ADD 1 TO WS-VIEWER-ENTRIES
030100         MOVE PV-NUMBER TO WS-LAST-NUMBER
030200     END-IF.
030300     MOVE PV-DATE          TO DL-DATE.
030400     MOVE PV-TIME (1:2)    TO DL-HOUR.
030500     MOVE PV-TIME (3:2)    TO DL-MINUTE.
030600     MOVE PV-PROGRAM       TO DL-PROGRAM.
030700     MOVE PV-DIRECTORY     TO DL-DIRECTORY.
030800     MOVE PV-NUMBER        TO DL-NUMBER.
030900     MOVE PV-SEARCH-VALUE  TO DL-SEARCH-VALUE.
031000     EVALUATE TRUE
031100         WHEN PV-BY-NAME
031200             MOVE "NAME"      TO DL-SEARCH-NAME
031300         WHEN PV-BY-NUMBER
031400             MOVE "NUMBER"    TO DL-SEARCH-NAME
031500         WHEN PV-BY-FRAGMENT
031600             MOVE "FRAGMENT"  TO DL-SEARCH-NAME
031700         WHEN PV-BY-NEAR-NAME
031800             MOVE "NEAR NAME" TO DL-SEARCH-NAME
031900         WHEN OTHER
032000             MOVE PV-SEARCH-TYPE TO DL-SEARCH-NAME
032100     END-EVALUATE.
032200     WRITE REPORT-LINE FROM WS-DETAIL-LINE.
032300 2100-EXIT.
032400     EXIT.
032500
032600 2200-OPEN-VIEWER.
032700     MOVE "Y" TO WS-VIEWER-OPEN.
032800     MOVE PV-VIEWER-ID TO WS-CURRENT-VIEWER.
032900     MOVE SPACE TO WS-LAST-NUMBER.
033000     MOVE ZERO TO WS-VIEWER-LOOKUPS.
033100     MOVE ZERO TO WS-VIEWER-ENTRIES.
033200     ADD 1 TO WS-VIEWER-COUNT.
033300     WRITE REPORT-LINE FROM SPACE.
033400     MOVE PV-VIEWER-ID TO VL-VIEWER-ID.
033500     IF PV-VIEWER-ID = SPACE
033600         MOVE "(NONE)" TO VL-VIEWER-ID
033700     END-IF.
033800     WRITE REPORT-LINE FROM WS-VIEWER-LINE.
033900 2200-EXIT.
034000     EXIT.
034100
034200 2300-CLOSE-VIEWER.
034300     MOVE "N" TO WS-VIEWER-OPEN.
034400     MOVE WS-VIEWER-LOOKUPS TO TL-LOOKUPS.
034500     MOVE WS-VIEWER-ENTRIES TO TL-ENTRIES.
034600     MOVE SPACE TO TL-FLAG.
034700     IF WS-VIEWER-ENTRIES > WS-MAX-FLAGGED
034800         MOVE "** OVER THE LIMIT **" TO TL-FLAG
034900         ADD 1 TO WS-OVER-COUNT
035000         PERFORM 2400-POST-OVER-ALERT THRU 2400-EXIT
035100     END-IF.
035200     WRITE REPORT-LINE FROM WS-TOTAL-LINE.
035300 2300-EXIT.
035400     EXIT.
035500
035600 2400-POST-OVER-ALERT.
035700     MOVE WS-VIEWER-ENTRIES TO WS-ALERT-ENTRIES.
035800     MOVE WS-MAX-FLAGGED TO WS-ALERT-LIMIT.
035900     MOVE SPACE TO WS-ALERT-TEXT.
036000     STRING "VIEWER "                        DELIMITED BY SIZE
036100         WS-CURRENT-VIEWER                   DELIMITED BY SPACE
036200         " PULLED "                          DELIMITED BY SIZE
036300         FUNCTION TRIM(WS-ALERT-ENTRIES)     DELIMITED BY SIZE
036400         " PRIVATE ENTRIES, LIMIT "          DELIMITED BY SIZE
036500         FUNCTION TRIM(WS-ALERT-LIMIT)       DELIMITED BY SIZE
036600         INTO WS-ALERT-TEXT
036700     END-STRING.
036800     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
036900         WS-ALERT-DIRECTORY WS-ALERT-TEXT WS-ALERT-RESULT.
037000 2400-EXIT.
037100     EXIT.
