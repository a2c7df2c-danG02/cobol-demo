000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONQUAL.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: WEEKLY DATA-QUALITY SCORECARD. PHONSWPV LISTS THE
000900*       RECORDS THAT BREAK A RULE; THIS RUN SCORES EVERY
001000*       RECORD OF EVERY REGISTERED DIRECTORY FOR HOW
001100*       COMPLETE IT IS, 20 POINTS FOR EACH OF FIVE ITEMS:
001200*         CAT - A PHONE-CATEGORY IS SET
001300*         ADR - AN ADDRESS IS ON phonaddr.dat
001400*         VRF - A VERIFICATION IS ON phonverf.dat
001500*         DTE - THE ENTRY DATE IS FILLED IN
001600*         PRS - A PERSON LINK IS ON phonpers.dat
001700*       A VERIFICATION OR PERSON LINK FILED FOR A DIFFERENT
001800*       DIRECTORY DOES NOT COUNT. THE SCORECARD (phonqual.lst)
001900*       LEADS WITH ONE OVERALL NUMBER - THE AVERAGE SCORE OF
002000*       EVERY RECORD - BESIDE THE PREVIOUS RUN'S FROM THE
002100*       phonqhst.dat TREND FILE, THEN HOW MANY RECORDS HAVE
002200*       EACH ITEM, THE AVERAGE BY DIRECTORY, BY CATEGORY, AND
002300*       BY KEYING OPERATOR, AND THE 50 WEAKEST RECORDS WITH
002400*       WHAT EACH ONE LACKS. A MISSING COMPANION FILE SIMPLY
002500*       SCORES ITS ITEM AS ABSENT. RUN WEEKLY BY SCHEDDRV;
002600*       ENDS 0.
002700*----------------------------------------------------------
002800* MOD LOG:
002900*  OCT 2026  DCG  ORIGINAL PROGRAM.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT PHONE-BOOK
003500         ASSIGN TO WS-DIRECTORY-FILE
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS PHONE-NUMBER
003900         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004000             WITH DUPLICATES
004100         FILE STATUS IS WS-PHONE-STATUS.
004200
004300     SELECT OPTIONAL ADDRESS-FILE
004400         ASSIGN TO "phonaddr.dat"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS ADR-PHONE-NUMBER
004800         FILE STATUS IS WS-ADDR-STATUS.
004900
005000     SELECT OPTIONAL VERIFICATION-FILE
005100         ASSIGN TO "phonverf.dat"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS VF-PHONE-NUMBER
005500         FILE STATUS IS WS-VERF-STATUS.
005600
005700     SELECT OPTIONAL PERSON-LINK-FILE
005800         ASSIGN TO "phonpers.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS PL-PHONE-NUMBER
006200         FILE STATUS IS WS-LINK-STATUS.
006300
006400     SELECT OPTIONAL TREND-FILE
006500         ASSIGN TO "phonqhst.dat"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS WS-TREND-STATUS.
006800
006900     SELECT SORT-WORK-FILE
007000         ASSIGN TO "phonwork.srt".
007100
007200     SELECT REPORT-FILE
007300         ASSIGN TO "phonqual.lst"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  PHONE-BOOK.
007900     COPY PHONEREC.
008000
008100 FD  ADDRESS-FILE.
008200     COPY PHONADDR.
008300
008400 FD  VERIFICATION-FILE.
008500     COPY VERFREC.
008600
008700 FD  PERSON-LINK-FILE.
008800     COPY PERSLNK.
008900
009000*    ONE ROW PER DIRECTORY PER RUN, PLUS AN "*ALL" ROW
009100*    CARRYING THE OVERALL NUMBER.
009200 FD  TREND-FILE.
009300 01  TREND-RECORD.
009400     05  QH-RUN-DATE             PIC X(08).
009500     05  QH-DIRECTORY            PIC X(20).
009600     05  QH-RECORD-COUNT         PIC 9(07).
009700     05  QH-AVERAGE-SCORE        PIC 9(03)V9.
009800
009900 SD  SORT-WORK-FILE.
010000 01  SORT-RECORD.
010100     05  SR-SCORE                PIC 9(03).
010200     05  SR-DIRECTORY            PIC X(20).
010300     05  SR-NUMBER               PIC X(15).
010400     05  SR-LAST-NAME            PIC X(20).
010500     05  SR-FIRST-NAME           PIC X(20).
010600     05  SR-MISSING.
010700         10  SR-MISS-CATEGORY    PIC X(04).
010800         10  SR-MISS-ADDRESS     PIC X(04).
010900         10  SR-MISS-VERIFIED    PIC X(04).
011000         10  SR-MISS-ENTRY-DATE  PIC X(04).
011100         10  SR-MISS-PERSON      PIC X(04).
011200
011300 FD  REPORT-FILE.
011400 01  REPORT-LINE                 PIC X(80).
011500
011600 WORKING-STORAGE SECTION.
011700
011800 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONQUAL".
011900 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
012000 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
012100
012200 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
012300 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
012400 01  WS-VERF-STATUS              PIC X(02) VALUE "00".
012500 01  WS-LINK-STATUS              PIC X(02) VALUE "00".
012600 01  WS-TREND-STATUS             PIC X(02) VALUE "00".
012700
012800 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
012900 01  WS-REG-FUNCTION             PIC X(01).
013000 01  WS-REG-CHOICE               PIC X(01).
013100 01  WS-REG-DIRECTORY            PIC X(20).
013200 01  WS-REG-PREFIX               PIC X(04).
013300 01  WS-REG-DESCRIPTION          PIC X(30).
013400 01  WS-REG-RESULT               PIC X(01).
013500 01  WS-REG-DIGIT                PIC 9(02).
013600
013700 01  WS-TODAY.
013800     05  WS-TODAY-YYYY           PIC 9(04).
013900     05  WS-TODAY-MM             PIC 9(02).
014000     05  WS-TODAY-DD             PIC 9(02).
014100
014200 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
014300     88  END-OF-PHONE-BOOK               VALUE "Y".
014400 01  WS-SORT-EOF                 PIC X(01) VALUE "N".
014500     88  END-OF-SORT-FILE                VALUE "Y".
014600 01  WS-TREND-EOF                PIC X(01) VALUE "N".
014700 01  WS-ADDR-FILE-SWITCH         PIC X(01) VALUE "N".
014800     88  ADDRESS-FILE-ON-HAND            VALUE "Y".
014900 01  WS-VERF-FILE-SWITCH         PIC X(01) VALUE "N".
015000     88  VERIFICATION-FILE-ON-HAND       VALUE "Y".
015100 01  WS-LINK-FILE-SWITCH         PIC X(01) VALUE "N".
015200     88  PERSON-LINK-FILE-ON-HAND        VALUE "Y".
015300 01  WS-ITEM-FOUND               PIC X(01).
015400
015500 01  WS-RECORD-SCORE             PIC 9(03) COMP.
015600 01  WS-TOTAL-RECORDS            PIC 9(07) COMP VALUE ZERO.
015700 01  WS-TOTAL-SCORE              PIC 9(09) COMP VALUE ZERO.
015800 01  WS-HAVE-CATEGORY            PIC 9(07) COMP VALUE ZERO.
015900 01  WS-HAVE-ADDRESS             PIC 9(07) COMP VALUE ZERO.
016000 01  WS-HAVE-VERIFIED            PIC 9(07) COMP VALUE ZERO.
016100 01  WS-HAVE-ENTRY-DATE          PIC 9(07) COMP VALUE ZERO.
016200 01  WS-HAVE-PERSON              PIC 9(07) COMP VALUE ZERO.
016300 01  WS-WEAK-PRINTED             PIC 9(03) COMP VALUE ZERO.
016400 01  WS-WEAK-LIMIT               PIC 9(03) COMP VALUE 50.
016500
016600 01  WS-OVERALL-AVERAGE          PIC 9(03)V9 VALUE ZERO.
016700 01  WS-PREVIOUS-AVERAGE         PIC 9(03)V9 VALUE ZERO.
016800 01  WS-PREVIOUS-DATE            PIC X(08) VALUE SPACE.
016900 01  WS-AVERAGE-DIFFERENCE       PIC S9(03)V9.
017000 01  WS-PERCENT                  PIC 9(03)V9.
017100 01  WS-ITEM-COUNT               PIC 9(07) COMP.
017200
017300*    AVERAGE-SCORE TALLIES. THE LAST SLOT OF THE CATEGORY AND
017400*    OPERATOR TABLES IS KEPT FOR "(OTHER)" IF THEY FILL UP.
017500 01  WS-DIR-TABLE.
017600     05  WS-DIR-USED             PIC 9(03) COMP VALUE ZERO.
017700     05  WS-DIR-ENTRY OCCURS 9 TIMES.
017800         10  WS-DT-NAME          PIC X(20).
017900         10  WS-DT-COUNT         PIC 9(07) COMP.
018000         10  WS-DT-SCORE         PIC 9(09) COMP.
018100 01  WS-CAT-TABLE.
018200     05  WS-CAT-USED             PIC 9(03) COMP VALUE ZERO.
018300     05  WS-CAT-ENTRY OCCURS 100 TIMES.
018400         10  WS-CT-CODE          PIC X(08).
018500         10  WS-CT-COUNT         PIC 9(07) COMP.
018600         10  WS-CT-SCORE         PIC 9(09) COMP.
018700 01  WS-OPR-TABLE.
018800     05  WS-OPR-USED             PIC 9(03) COMP VALUE ZERO.
018900     05  WS-OPR-ENTRY OCCURS 200 TIMES.
019000         10  WS-OT-ID            PIC X(08).
019100         10  WS-OT-COUNT         PIC 9(07) COMP.
019200         10  WS-OT-SCORE         PIC 9(09) COMP.
019300 01  WS-TABLE-INDEX              PIC 9(03) COMP.
019400 01  WS-FOUND-SWITCH             PIC X(01).
019500 01  WS-LOOKUP-KEY               PIC X(08).
019600
019700 01  WS-PRINT-LAST               PIC X(20).
019800 01  WS-PRINT-FIRST              PIC X(20).
019900
020000 01  HEADING-LINE-1.
020100     05  FILLER                  PIC X(48)
020200             VALUE "DIRECTORY DATA-QUALITY SCORECARD".
020300     05  FILLER                  PIC X(14) VALUE "WEEK ENDING ".
020400     05  HL1-MM                  PIC 99.
020500     05  FILLER                  PIC X(01) VALUE "/".
020600     05  HL1-DD                  PIC 99.
020700     05  FILLER                  PIC X(01) VALUE "/".
020800     05  HL1-YYYY                PIC 9999.
020900
021000 01  OVERALL-LINE.
021100     05  FILLER                  PIC X(24)
021200             VALUE "OVERALL QUALITY SCORE: ".
021300     05  OL-AVERAGE              PIC ZZ9.9.
021400     05  FILLER                  PIC X(11) VALUE " OF 100.0 (".
021500     05  OL-RECORDS              PIC ZZZ,ZZ9.
021600     05  FILLER                  PIC X(10) VALUE " RECORDS)".
021700
021800 01  PREVIOUS-LINE.
021900     05  FILLER                  PIC X(24)
022000             VALUE "PREVIOUS RUN SCORE:    ".
022100     05  PL-AVERAGE              PIC ZZ9.9.
022200     05  FILLER                  PIC X(04) VALUE " ON ".
022300     05  PL-DATE                 PIC X(08).
022400     05  FILLER                  PIC X(10) VALUE "  CHANGE ".
022500     05  PL-DIFFERENCE           PIC +ZZ9.9.
022600
022700 01  ITEM-LINE.
022800     05  FILLER                  PIC X(02) VALUE SPACE.
022900     05  IL-CODE                 PIC X(04).
023000     05  IL-LABEL                PIC X(30).
023100     05  IL-COUNT                PIC ZZZ,ZZ9.
023200     05  FILLER                  PIC X(02) VALUE SPACE.
023300     05  IL-PERCENT              PIC ZZ9.9.
023400     05  FILLER                  PIC X(01) VALUE "%".
023500
023600 01  GROUP-HEADING.
023700     05  FILLER                  PIC X(02) VALUE SPACE.
023800     05  GH-TITLE                PIC X(20).
023900     05  FILLER                  PIC X(23)
024000             VALUE "    RECORDS  AVG SCORE".
024100
024200 01  GROUP-LINE.
024300     05  FILLER                  PIC X(02) VALUE SPACE.
024400     05  GL-NAME                 PIC X(20).
024500     05  FILLER                  PIC X(04) VALUE SPACE.
024600     05  GL-COUNT                PIC ZZZ,ZZ9.
024700     05  FILLER                  PIC X(06) VALUE SPACE.
024800     05  GL-AVERAGE              PIC ZZ9.9.
024900
025000 01  WEAK-HEADING.
025100     05  FILLER                  PIC X(40)
025200             VALUE "SCORE DIRECTORY    NUMBER          NAME".
025300     05  FILLER                  PIC X(15) VALUE SPACE.
025400     05  FILLER                  PIC X(07) VALUE "LACKING".
025500
025600 01  WEAK-LINE.
025700     05  FILLER                  PIC X(02) VALUE SPACE.
025800     05  WK-SCORE                PIC ZZ9.
025900     05  FILLER                  PIC X(01) VALUE SPACE.
026000     05  WK-DIRECTORY            PIC X(12).
026100     05  FILLER                  PIC X(01) VALUE SPACE.
026200     05  WK-NUMBER               PIC X(15).
026300     05  FILLER                  PIC X(01) VALUE SPACE.
026400     05  WK-NAME                 PIC X(24).
026500     05  FILLER                  PIC X(01) VALUE SPACE.
026600     05  WK-MISSING              PIC X(20).
026700
026800 PROCEDURE DIVISION.
026900
027000 0000-MAINLINE.
027100     CALL "JOBHDR" USING WS-JOB-NAME.
027200     MOVE ZERO TO WS-END-CODE.
027300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
027400     MOVE WS-TODAY-MM   TO HL1-MM.
027500     MOVE WS-TODAY-DD   TO HL1-DD.
027600     MOVE WS-TODAY-YYYY TO HL1-YYYY.
027700     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
027800     PERFORM 1500-FIND-PREVIOUS-SCORE THRU 1500-EXIT.
027900     SORT SORT-WORK-FILE
028000         ON ASCENDING KEY SR-SCORE SR-DIRECTORY SR-NUMBER
028100         INPUT PROCEDURE IS 2000-SCORE-DIRECTORIES
028200         OUTPUT PROCEDURE IS 3000-PRINT-SCORECARD.
028300     PERFORM 4000-RECORD-TREND THRU 4000-EXIT.
028400     PERFORM 4900-CLOSE-FILES THRU 4900-EXIT.
028500     DISPLAY "PHONQUAL - " WS-TOTAL-RECORDS " RECORD(S) SCORED, "
028600         "OVERALL QUALITY SCORE " OL-AVERAGE
028700         " - SCORECARD IS ON phonqual.lst.".
028800     MOVE WS-TOTAL-RECORDS TO WS-JOURNAL-COUNT.
028900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
029000         WS-END-CODE.
029100     GOBACK.
029200
029300 1000-OPEN-FILES.
029400     MOVE "N" TO WS-ADDR-FILE-SWITCH.
029500     OPEN INPUT ADDRESS-FILE.
029600     IF WS-ADDR-STATUS = "00"
029700         MOVE "Y" TO WS-ADDR-FILE-SWITCH
029800     ELSE
029900         DISPLAY "NO ADDRESS FILE phonaddr.dat ON HAND - "
030000             "NO RECORD EARNS THE ADDRESS POINTS."
030100     END-IF.
030200     MOVE "N" TO WS-VERF-FILE-SWITCH.
030300     OPEN INPUT VERIFICATION-FILE.
030400     IF WS-VERF-STATUS = "00"
030500         MOVE "Y" TO WS-VERF-FILE-SWITCH
030600     ELSE
030700         DISPLAY "NO VERIFICATION FILE phonverf.dat ON HAND - "
030800             "NO RECORD EARNS THE VERIFIED POINTS."
030900     END-IF.
031000     MOVE "N" TO WS-LINK-FILE-SWITCH.
031100     OPEN INPUT PERSON-LINK-FILE.
031200     IF WS-LINK-STATUS = "00"
031300         MOVE "Y" TO WS-LINK-FILE-SWITCH
031400     ELSE
031500         DISPLAY "NO PERSON LINK FILE phonpers.dat ON HAND - "
031600             "NO RECORD EARNS THE PERSON-LINK POINTS."
031700     END-IF.
031800     OPEN OUTPUT REPORT-FILE.
031900 1000-EXIT.
032000     EXIT.
032100
032200*    THE LAST "*ALL" ROW ON THE TREND FILE FROM BEFORE TODAY.
032300 1500-FIND-PREVIOUS-SCORE.
032400     OPEN INPUT TREND-FILE.
032500     IF WS-TREND-STATUS NOT = "00"
032600         GO TO 1500-EXIT
032700     END-IF.
032800     MOVE "N" TO WS-TREND-EOF.
032900     PERFORM 1600-READ-TREND-ROW THRU 1600-EXIT
033000         UNTIL WS-TREND-EOF = "Y".
033100     CLOSE TREND-FILE.
033200 1500-EXIT.
033300     EXIT.
033400
033500 1600-READ-TREND-ROW.
033600     READ TREND-FILE
033700         AT END
033800             MOVE "Y" TO WS-TREND-EOF
033900             GO TO 1600-EXIT
034000     END-READ.
034100     IF QH-DIRECTORY = "*ALL"
034200             AND QH-RUN-DATE < WS-TODAY
034300             AND QH-AVERAGE-SCORE NUMERIC
034400         MOVE QH-RUN-DATE      TO WS-PREVIOUS-DATE
034500         MOVE QH-AVERAGE-SCORE TO WS-PREVIOUS-AVERAGE
034600     END-IF.
034700 1600-EXIT.
034800     EXIT.
034900
035000 2000-SCORE-DIRECTORIES.
035100     MOVE 1 TO WS-REG-DIGIT.
035200     PERFORM 2100-SCORE-ONE-DIRECTORY THRU 2100-EXIT
035300         UNTIL WS-REG-DIGIT > 9.
035400 2000-EXIT.
035500     EXIT.
035600
035700 2100-SCORE-ONE-DIRECTORY.
035800     MOVE "C" TO WS-REG-FUNCTION.
035900     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
036000     ADD 1 TO WS-REG-DIGIT.
036100     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
036200         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
036300         WS-REG-RESULT.
036400     IF WS-REG-RESULT NOT = "Y"
036500         GO TO 2100-EXIT
036600     END-IF.
036700     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
036800     OPEN INPUT PHONE-BOOK.
036900     IF WS-PHONE-STATUS NOT = "00"
037000         DISPLAY "PHONQUAL - " FUNCTION TRIM(WS-DIRECTORY-FILE)
037100             " NOT SCORED - FILE STATUS " WS-PHONE-STATUS
037200         GO TO 2100-EXIT
037300     END-IF.
037400     ADD 1 TO WS-DIR-USED.
037500     MOVE WS-DIRECTORY-FILE TO WS-DT-NAME (WS-DIR-USED).
037600     MOVE ZERO TO WS-DT-COUNT (WS-DIR-USED).
037700     MOVE ZERO TO WS-DT-SCORE (WS-DIR-USED).
037800     MOVE "N" TO WS-EOF-SWITCH.
037900     READ PHONE-BOOK NEXT RECORD
038000         AT END MOVE "Y" TO WS-EOF-SWITCH
038100     END-READ.
038200     PERFORM 2200-SCORE-NEXT-RECORD THRU 2200-EXIT
038300         UNTIL END-OF-PHONE-BOOK.
038400     CLOSE PHONE-BOOK.
038500 2100-EXIT.
038600     EXIT.
038700
038800 2200-SCORE-NEXT-RECORD.
038900     MOVE ZERO  TO WS-RECORD-SCORE.
039000     MOVE SPACE TO SORT-RECORD.
039100     IF PHONE-CATEGORY NOT = SPACE
039200         ADD 20 TO WS-RECORD-SCORE
039300         ADD 1 TO WS-HAVE-CATEGORY
039400     ELSE
039500         MOVE "CAT" TO SR-MISS-CATEGORY
039600     END-IF.
039700     PERFORM 2300-CHECK-ADDRESS THRU 2300-EXIT.
039800     IF WS-ITEM-FOUND = "Y"
039900         ADD 20 TO WS-RECORD-SCORE
040000         ADD 1 TO WS-HAVE-ADDRESS
040100     ELSE
040200         MOVE "ADR" TO SR-MISS-ADDRESS
040300     END-IF.
040400     PERFORM 2400-CHECK-VERIFIED THRU 2400-EXIT.
040500     IF WS-ITEM-FOUND = "Y"
040600         ADD 20 TO WS-RECORD-SCORE
040700         ADD 1 TO WS-HAVE-VERIFIED
040800     ELSE
040900         MOVE "VRF" TO SR-MISS-VERIFIED
041000     END-IF.
041100     IF PHONE-ENTRY-DATE NUMERIC
041200             AND PHONE-ENTRY-DATE NOT = ZERO
041300         ADD 20 TO WS-RECORD-SCORE
041400         ADD 1 TO WS-HAVE-ENTRY-DATE
041500     ELSE
041600         MOVE "DTE" TO SR-MISS-ENTRY-DATE
041700     END-IF.
041800     PERFORM 2500-CHECK-PERSON-LINK THRU 2500-EXIT.
041900     IF WS-ITEM-FOUND = "Y"
042000         ADD 20 TO WS-RECORD-SCORE
042100         ADD 1 TO WS-HAVE-PERSON
042200     ELSE
042300         MOVE "PRS" TO SR-MISS-PERSON
042400     END-IF.
042500     ADD 1 TO WS-TOTAL-RECORDS.
042600     ADD WS-RECORD-SCORE TO WS-TOTAL-SCORE.
042700     ADD 1 TO WS-DT-COUNT (WS-DIR-USED).
042800     ADD WS-RECORD-SCORE TO WS-DT-SCORE (WS-DIR-USED).
042900     PERFORM 2600-TALLY-CATEGORY THRU 2600-EXIT.
043000     PERFORM 2700-TALLY-OPERATOR THRU 2700-EXIT.
043100     MOVE WS-RECORD-SCORE   TO SR-SCORE.
043200     MOVE WS-DIRECTORY-FILE TO SR-DIRECTORY.
043300     MOVE PHONE-NUMBER      TO SR-NUMBER.
043400     MOVE PHONE-LAST-NAME   TO SR-LAST-NAME.
043500     MOVE PHONE-FIRST-NAME  TO SR-FIRST-NAME.
043600     RELEASE SORT-RECORD.
043700     READ PHONE-BOOK NEXT RECORD
043800         AT END MOVE "Y" TO WS-EOF-SWITCH
043900     END-READ.
044000 2200-EXIT.
044100     EXIT.
044200
044300 2300-CHECK-ADDRESS.
044400     MOVE "N" TO WS-ITEM-FOUND.
044500     IF NOT ADDRESS-FILE-ON-HAND
044600         GO TO 2300-EXIT
044700     END-IF.
044800     MOVE PHONE-NUMBER TO ADR-PHONE-NUMBER.
044900     READ ADDRESS-FILE
045000         INVALID KEY
045100             GO TO 2300-EXIT
045200     END-READ.
045300     IF ADR-STREET NOT = SPACE OR ADR-CITY NOT = SPACE
045400         MOVE "Y" TO WS-ITEM-FOUND
045500     END-IF.
045600 2300-EXIT.
045700     EXIT.
045800
045900 2400-CHECK-VERIFIED.
046000     MOVE "N" TO WS-ITEM-FOUND.
046100     IF NOT VERIFICATION-FILE-ON-HAND
046200         GO TO 2400-EXIT
046300     END-IF.
046400     MOVE PHONE-NUMBER TO VF-PHONE-NUMBER.
046500     READ VERIFICATION-FILE
046600         INVALID KEY
046700             GO TO 2400-EXIT
046800     END-READ.
046900     IF VF-LAST-VERIFIED-DATE NOT = SPACE
047000             AND (VF-DIRECTORY = SPACE
047100             OR VF-DIRECTORY = WS-DIRECTORY-FILE)
047200         MOVE "Y" TO WS-ITEM-FOUND
047300     END-IF.
047400 2400-EXIT.
047500     EXIT.
047600
047700 2500-CHECK-PERSON-LINK.
047800     MOVE "N" TO WS-ITEM-FOUND.
047900     IF NOT PERSON-LINK-FILE-ON-HAND
048000         GO TO 2500-EXIT
048100     END-IF.
048200     MOVE PHONE-NUMBER TO PL-PHONE-NUMBER.
048300     READ PERSON-LINK-FILE
048400         INVALID KEY
048500             GO TO 2500-EXIT
048600     END-READ.
048700     IF PL-DIRECTORY = SPACE
048800             OR PL-DIRECTORY = WS-DIRECTORY-FILE
048900         MOVE "Y" TO WS-ITEM-FOUND
049000     END-IF.
049100 2500-EXIT.
049200     EXIT.
049300
049400 2600-TALLY-CATEGORY.
049500     MOVE SPACE TO WS-LOOKUP-KEY.
049600     MOVE PHONE-CATEGORY TO WS-LOOKUP-KEY.
049700     IF PHONE-CATEGORY = SPACE
049800         MOVE "(NONE)" TO WS-LOOKUP-KEY
049900     END-IF.
050000     MOVE "N" TO WS-FOUND-SWITCH.
050100     MOVE ZERO TO WS-TABLE-INDEX.
050200     PERFORM 2610-FIND-CATEGORY THRU 2610-EXIT
050300         UNTIL WS-TABLE-INDEX >= WS-CAT-USED
050400             OR WS-FOUND-SWITCH = "Y".
050500     IF WS-FOUND-SWITCH = "N"
050600         IF WS-CAT-USED < 100
050700             ADD 1 TO WS-CAT-USED
050800         END-IF
050900         MOVE WS-CAT-USED TO WS-TABLE-INDEX
051000         IF WS-CAT-USED = 100
051100             MOVE "(OTHER)" TO WS-LOOKUP-KEY
051200         END-IF
051300         IF WS-CT-CODE (WS-TABLE-INDEX) NOT = WS-LOOKUP-KEY
051400             MOVE WS-LOOKUP-KEY TO WS-CT-CODE (WS-TABLE-INDEX)
051500             MOVE ZERO TO WS-CT-COUNT (WS-TABLE-INDEX)
051600             MOVE ZERO TO WS-CT-SCORE (WS-TABLE-INDEX)
051700         END-IF
051800     END-IF.
051900     ADD 1 TO WS-CT-COUNT (WS-TABLE-INDEX).
052000     ADD WS-RECORD-SCORE TO WS-CT-SCORE (WS-TABLE-INDEX).
052100 2600-EXIT.
052200     EXIT.
052300
052400 2610-FIND-CATEGORY.
052500     ADD 1 TO WS-TABLE-INDEX.
052600     IF WS-CT-CODE (WS-TABLE-INDEX) = WS-LOOKUP-KEY
052700         MOVE "Y" TO WS-FOUND-SWITCH
052800     END-IF.
052900 2610-EXIT.
053000     EXIT.
053100
053200 2700-TALLY-OPERATOR.
053300     MOVE PHONE-OPERATOR-ID TO WS-LOOKUP-KEY.
053400     IF PHONE-OPERATOR-ID = SPACE
053500         MOVE "(NONE)" TO WS-LOOKUP-KEY
053600     END-IF.
053700     MOVE "N" TO WS-FOUND-SWITCH.
053800     MOVE ZERO TO WS-TABLE-INDEX.
053900     PERFORM 2710-FIND-OPERATOR THRU 2710-EXIT
054000         UNTIL WS-TABLE-INDEX >= WS-OPR-USED
054100             OR WS-FOUND-SWITCH = "Y".
054200     IF WS-FOUND-SWITCH = "N"
054300         IF WS-OPR-USED < 200
054400             ADD 1 TO WS-OPR-USED
054500         END-IF
054600         MOVE WS-OPR-USED TO WS-TABLE-INDEX
054700         IF WS-OPR-USED = 200
054800             MOVE "(OTHER)" TO WS-LOOKUP-KEY
054900         END-IF
055000         IF WS-OT-ID (WS-TABLE-INDEX) NOT = WS-LOOKUP-KEY
055100             MOVE WS-LOOKUP-KEY TO WS-OT-ID (WS-TABLE-INDEX)
055200             MOVE ZERO TO WS-OT-COUNT (WS-TABLE-INDEX)
055300             MOVE ZERO TO WS-OT-SCORE (WS-TABLE-INDEX)
055400         END-IF
055500     END-IF.
055600     ADD 1 TO WS-OT-COUNT (WS-TABLE-INDEX).
055700     ADD WS-RECORD-SCORE TO WS-OT-SCORE (WS-TABLE-INDEX).
055800 2700-EXIT.
055900     EXIT.
056000
056100 2710-FIND-OPERATOR.
056200     ADD 1 TO WS-TABLE-INDEX.
056300     IF WS-OT-ID (WS-TABLE-INDEX) = WS-LOOKUP-KEY
056400         MOVE "Y" TO WS-FOUND-SWITCH
056500     END-IF.
056600 2710-EXIT.
056700     EXIT.
056800
056900 3000-PRINT-SCORECARD.
057000     PERFORM 3100-PRINT-SUMMARY THRU 3100-EXIT.
057100     PERFORM 3500-PRINT-GROUPS THRU 3500-EXIT.
057200     WRITE REPORT-LINE FROM SPACE BEFORE ADVANCING PAGE.
057300     WRITE REPORT-LINE FROM HEADING-LINE-1.
057400     WRITE REPORT-LINE FROM SPACE.
057500     MOVE "THE 50 WEAKEST RECORDS" TO REPORT-LINE.
057600     WRITE REPORT-LINE.
057700     WRITE REPORT-LINE FROM SPACE.
057800     WRITE REPORT-LINE FROM WEAK-HEADING.
057900     MOVE ZERO TO WS-WEAK-PRINTED.
058000     MOVE "N" TO WS-SORT-EOF.
058100     PERFORM 3800-RETURN-NEXT THRU 3800-EXIT
058200         UNTIL END-OF-SORT-FILE.
058300     IF WS-WEAK-PRINTED = ZERO
058400         MOVE "  NO RECORDS WERE SCORED." TO REPORT-LINE
058500         WRITE REPORT-LINE
058600     END-IF.
058700 3000-EXIT.
058800     EXIT.
058900
059000 3100-PRINT-SUMMARY.
059100     WRITE REPORT-LINE FROM HEADING-LINE-1.
059200     WRITE REPORT-LINE FROM SPACE.
059300     MOVE ZERO TO WS-OVERALL-AVERAGE.
059400     IF WS-TOTAL-RECORDS > ZERO
059500         COMPUTE WS-OVERALL-AVERAGE ROUNDED =
059600             WS-TOTAL-SCORE / WS-TOTAL-RECORDS
059700     END-IF.
059800     MOVE WS-OVERALL-AVERAGE TO OL-AVERAGE.
059900     MOVE WS-TOTAL-RECORDS   TO OL-RECORDS.
060000     WRITE REPORT-LINE FROM OVERALL-LINE.
060100     IF WS-PREVIOUS-DATE = SPACE
060200         MOVE "PREVIOUS RUN SCORE:     NONE ON FILE"
060300             TO REPORT-LINE
060400         WRITE REPORT-LINE
060500     ELSE
060600         MOVE WS-PREVIOUS-AVERAGE TO PL-AVERAGE
060700         MOVE WS-PREVIOUS-DATE    TO PL-DATE
060800         COMPUTE WS-AVERAGE-DIFFERENCE =
060900             WS-OVERALL-AVERAGE - WS-PREVIOUS-AVERAGE
061000         MOVE WS-AVERAGE-DIFFERENCE TO PL-DIFFERENCE
061100         WRITE REPORT-LINE FROM PREVIOUS-LINE
061200     END-IF.
061300     WRITE REPORT-LINE FROM SPACE.
061400     MOVE "EACH ITEM IS WORTH 20 POINTS - RECORDS THAT HAVE IT:"
061500         TO REPORT-LINE.
061600     WRITE REPORT-LINE.
061700     MOVE "CAT"                TO IL-CODE.
061800     MOVE "CATEGORY SET"       TO IL-LABEL.
061900     MOVE WS-HAVE-CATEGORY     TO WS-ITEM-COUNT.
062000     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
062100     MOVE "ADR"                TO IL-CODE.
062200     MOVE "ADDRESS ON FILE"    TO IL-LABEL.
062300     MOVE WS-HAVE-ADDRESS      TO WS-ITEM-COUNT.
062400     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
062500     MOVE "VRF"                TO IL-CODE.
062600     MOVE "NUMBER VERIFIED"    TO IL-LABEL.
062700     MOVE WS-HAVE-VERIFIED     TO WS-ITEM-COUNT.
062800     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
062900     MOVE "DTE"                TO IL-CODE.
063000     MOVE "ENTRY DATE PRESENT" TO IL-LABEL.
063100     MOVE WS-HAVE-ENTRY-DATE   TO WS-ITEM-COUNT.
063200     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
063300     MOVE "PRS"                TO IL-CODE.
063400     MOVE "LINKED TO A PERSON" TO IL-LABEL.
063500     MOVE WS-HAVE-PERSON       TO WS-ITEM-COUNT.
063600     PERFORM 3200-PRINT-ITEM THRU 3200-EXIT.
063700 3100-EXIT.
063800     EXIT.
063900
064000 3200-PRINT-ITEM.
064100     MOVE ZERO TO WS-PERCENT.
064200     IF WS-TOTAL-RECORDS > ZERO
064300         COMPUTE WS-PERCENT ROUNDED =
064400             WS-ITEM-COUNT * 100 / WS-TOTAL-RECORDS
064500     END-IF.
064600     MOVE WS-ITEM-COUNT TO IL-COUNT.
064700     MOVE WS-PERCENT    TO IL-PERCENT.
064800     WRITE REPORT-LINE FROM ITEM-LINE.
064900 3200-EXIT.
065000     EXIT.
065100
065200 3500-PRINT-GROUPS.
065300     WRITE REPORT-LINE FROM SPACE.
065400     MOVE "DIRECTORY" TO GH-TITLE.
065500     WRITE REPORT-LINE FROM GROUP-HEADING.
065600     MOVE ZERO TO WS-TABLE-INDEX.
065700     PERFORM 3510-PRINT-DIRECTORY THRU 3510-EXIT
065800         UNTIL WS-TABLE-INDEX >= WS-DIR-USED.
065900     WRITE REPORT-LINE FROM SPACE.
066000     MOVE "CATEGORY" TO GH-TITLE.
066100     WRITE REPORT-LINE FROM GROUP-HEADING.
066200     MOVE ZERO TO WS-TABLE-INDEX.
066300     PERFORM 3520-PRINT-CATEGORY THRU 3520-EXIT
066400         UNTIL WS-TABLE-INDEX >= WS-CAT-USED.
066500     WRITE REPORT-LINE FROM SPACE.
066600     MOVE "KEYING OPERATOR" TO GH-TITLE.
066700     WRITE REPORT-LINE FROM GROUP-HEADING.
066800     MOVE ZERO TO WS-TABLE-INDEX.
066900     PERFORM 3530-PRINT-OPERATOR THRU 3530-EXIT
067000         UNTIL WS-TABLE-INDEX >= WS-OPR-USED.
067100 3500-EXIT.
067200     EXIT.
067300
067400 3510-PRINT-DIRECTORY.
067500     ADD 1 TO WS-TABLE-INDEX.
067600     MOVE WS-DT-NAME (WS-TABLE-INDEX) TO GL-NAME.
067700     MOVE WS-DT-COUNT (WS-TABLE-INDEX) TO GL-COUNT.
067800     MOVE ZERO TO GL-AVERAGE.
067900     IF WS-DT-COUNT (WS-TABLE-INDEX) > ZERO
068000         COMPUTE GL-AVERAGE ROUNDED = WS-DT-SCORE (WS-TABLE-INDEX)
068100             / WS-DT-COUNT (WS-TABLE-INDEX)
068200     END-IF.
068300     WRITE REPORT-LINE FROM GROUP-LINE.
068400 3510-EXIT.
068500     EXIT.
068600
068700 3520-PRINT-CATEGORY.
068800     ADD 1 TO WS-TABLE-INDEX.
068900     MOVE WS-CT-CODE (WS-TABLE-INDEX) TO GL-NAME.
069000     MOVE WS-CT-COUNT (WS-TABLE-INDEX) TO GL-COUNT.
069100     COMPUTE GL-AVERAGE ROUNDED = WS-CT-SCORE (WS-TABLE-INDEX)
069200         / WS-CT-COUNT (WS-TABLE-INDEX).
069300     WRITE REPORT-LINE FROM GROUP-LINE.
069400 3520-EXIT.
069500     EXIT.
069600
069700 3530-PRINT-OPERATOR.
069800     ADD 1 TO WS-TABLE-INDEX.
069900     MOVE WS-OT-ID (WS-TABLE-INDEX) TO GL-NAME.
070000     MOVE WS-OT-COUNT (WS-TABLE-INDEX) TO GL-COUNT.
070100     COMPUTE GL-AVERAGE ROUNDED = WS-OT-SCORE (WS-TABLE-INDEX)
070200         / WS-OT-COUNT (WS-TABLE-INDEX).
070300     WRITE REPORT-LINE FROM GROUP-LINE.
070400 3530-EXIT.
070500     EXIT.
070600
070700*    THE SORT HANDS BACK THE LOWEST SCORES FIRST; ONLY THE
070800*    FIRST 50 ARE PRINTED, THE REST ARE READ OFF AND DROPPED.
070900 3800-RETURN-NEXT.
071000     RETURN SORT-WORK-FILE
071100         AT END
071200             MOVE "Y" TO WS-SORT-EOF
071300             GO TO 3800-EXIT
071400     END-RETURN.
071500     IF WS-WEAK-PRINTED >= WS-WEAK-LIMIT
071600         GO TO 3800-EXIT
071700     END-IF.
071800     ADD 1 TO WS-WEAK-PRINTED.
071900     CALL "NAMEDISP" USING SR-LAST-NAME WS-PRINT-LAST.
072000     CALL "NAMEDISP" USING SR-FIRST-NAME WS-PRINT-FIRST.
072100     MOVE SPACE TO WK-NAME.
072200     STRING FUNCTION TRIM(WS-PRINT-FIRST) DELIMITED BY SIZE
072300         " "                              DELIMITED BY SIZE
072400         FUNCTION TRIM(WS-PRINT-LAST)     DELIMITED BY SIZE
072500         INTO WK-NAME
072600     END-STRING.
072700     MOVE SR-SCORE     TO WK-SCORE.
072800     MOVE SR-DIRECTORY TO WK-DIRECTORY.
072900     MOVE SR-NUMBER    TO WK-NUMBER.
073000     MOVE SR-MISSING   TO WK-MISSING.
073100     WRITE REPORT-LINE FROM WEAK-LINE.
073200 3800-EXIT.
073300     EXIT.
073400
073500 4000-RECORD-TREND.
073600     OPEN EXTEND TREND-FILE.
073700     IF WS-TREND-STATUS NOT = "00"
073800         OPEN OUTPUT TREND-FILE
073900     END-IF.
074000     MOVE ZERO TO WS-TABLE-INDEX.
074100     PERFORM 4100-WRITE-DIRECTORY-TREND THRU 4100-EXIT
074200         UNTIL WS-TABLE-INDEX >= WS-DIR-USED.
074300     MOVE SPACE              TO TREND-RECORD.
074400     MOVE WS-TODAY           TO QH-RUN-DATE.
074500     MOVE "*ALL"             TO QH-DIRECTORY.
074600     MOVE WS-TOTAL-RECORDS   TO QH-RECORD-COUNT.
074700     MOVE WS-OVERALL-AVERAGE TO QH-AVERAGE-SCORE.
074800     WRITE TREND-RECORD.
074900     CLOSE TREND-FILE.
075000 4000-EXIT.
075100     EXIT.
075200
075300 4100-WRITE-DIRECTORY-TREND.
075400     ADD 1 TO WS-TABLE-INDEX.
075500     MOVE SPACE TO TREND-RECORD.
075600     MOVE WS-TODAY TO QH-RUN-DATE.
075700     MOVE WS-DT-NAME (WS-TABLE-INDEX) TO QH-DIRECTORY.
075800     MOVE WS-DT-COUNT (WS-TABLE-INDEX) TO QH-RECORD-COUNT.
075900     MOVE ZERO TO QH-AVERAGE-SCORE.
076000     IF WS-DT-COUNT (WS-TABLE-INDEX) > ZERO
076100         COMPUTE QH-AVERAGE-SCORE ROUNDED =
076200             WS-DT-SCORE (WS-TABLE-INDEX)
076300             / WS-DT-COUNT (WS-TABLE-INDEX)
076400     END-IF.
076500     WRITE TREND-RECORD.
076600 4100-EXIT.
076700     EXIT.
076800
076900 4900-CLOSE-FILES.
077000     IF ADDRESS-FILE-ON-HAND
077100         CLOSE ADDRESS-FILE
077200     END-IF.
077300     IF VERIFICATION-FILE-ON-HAND
077400         CLOSE VERIFICATION-FILE
077500     END-IF.
077600     IF PERSON-LINK-FILE-ON-HAND
077700         CLOSE PERSON-LINK-FILE
077800     END-IF.
077900     CLOSE REPORT-FILE.
078000 4900-EXIT.
078100     EXIT.
