000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONPRFS.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: BOOK PROOF STATUS REPORT. READS THE phonprf.dat
000900*       TRACKING FILE (PROOFREC) THAT PHONPRUF WRITES AND
001000*       PHONPRFC STAMPS, AND LISTS BY PHONE-CATEGORY EVERY
001100*       PROOF STILL OUTSTANDING - REFERENCE, LISTING AS
001200*       SENT, DATE PROOFED AND DAYS OUT - WITH EACH
001300*       CATEGORY'S OUTSTANDING, APPROVED AND CORRECTED
001400*       COUNTS AND A GRAND TOTAL, SO THE CHASING CAN BE
001500*       SHARED OUT BEFORE THE BOOK GOES TO PRINT. REPORT
001600*       GOES TO phonprfs.lst.
001700*----------------------------------------------------------
001800* MOD LOG:
001900*  OCT 2026  DCG  ORIGINAL PROGRAM.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL PROOF-FILE
002500         ASSIGN TO "phonprf.dat"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS SEQUENTIAL
002800         RECORD KEY IS PRF-KEY
002900         FILE STATUS IS WS-PROOF-STATUS.
003000
003100     SELECT OPTIONAL CATEGORY-MASTER-FILE
003200         ASSIGN TO "catmast.dat"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS CAT-CODE
003600         FILE STATUS IS WS-CAT-STATUS.
003700
003800     SELECT SORT-WORK-FILE
003900         ASSIGN TO "phonwork.srt".
004000
004100     SELECT REPORT-FILE
004200         ASSIGN TO "phonprfs.lst"
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  PROOF-FILE.
004800     COPY PROOFREC.
004900
005000 FD  CATEGORY-MASTER-FILE.
005100     COPY CATREC.
005200
005300 SD  SORT-WORK-FILE.
005400 01  SORT-RECORD.
005500     05  SR-CATEGORY             PIC X(02).
005600     05  SR-LAST-NAME            PIC X(20).
005700     05  SR-FIRST-NAME           PIC X(20).
005800     05  SR-SOURCE-TAG           PIC X(01).
005900     05  SR-NUMBER               PIC X(15).
006000     05  SR-LISTING              PIC X(38).
006100     05  SR-PROOF-DATE           PIC X(08).
006200     05  SR-BOOK-YEAR            PIC X(04).
006300     05  SR-STATUS               PIC X(01).
006400         88  SR-OUTSTANDING              VALUE "O".
006500         88  SR-APPROVED                 VALUE "A".
006600         88  SR-CORRECTED                VALUE "C".
006700
006800 FD  REPORT-FILE.
006900 01  REPORT-LINE                 PIC X(80).
007000
007100 WORKING-STORAGE SECTION.
007200
007300 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONPRFS".
007400 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007500 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007600
007700 01  WS-PROOF-STATUS             PIC X(02) VALUE "00".
007800 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
007900
008000 01  WS-PROOF-EOF                PIC X(01).
008100 01  WS-SORT-EOF                 PIC X(01).
008200     88  END-OF-SORT-FILE                VALUE "Y".
008300 01  WS-CAT-AVAILABLE            PIC X(01) VALUE "N".
008400 01  WS-CATEGORY-OPEN            PIC X(01) VALUE "N".
008500
008600 01  WS-TODAY-DATE               PIC X(08).
008700 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
008800                                 PIC 9(08).
008900 01  WS-PROOF-DATE-NUM           PIC 9(08).
009000 01  WS-DAYS-OUT                 PIC 9(05).
009100 01  WS-CURRENT-CATEGORY         PIC X(02).
009200 01  WS-CATEGORY-NAME            PIC X(30).
009300
009400 01  WS-CAT-OUTSTANDING          PIC 9(06) COMP VALUE ZERO.
009500 01  WS-CAT-APPROVED             PIC 9(06) COMP VALUE ZERO.
009600 01  WS-CAT-CORRECTED            PIC 9(06) COMP VALUE ZERO.
009700 01  WS-TOTAL-OUTSTANDING        PIC 9(06) COMP VALUE ZERO.
009800 01  WS-TOTAL-APPROVED           PIC 9(06) COMP VALUE ZERO.
009900 01  WS-TOTAL-CORRECTED          PIC 9(06) COMP VALUE ZERO.
010000
010100 01  HEADING-LINE-1.
010200     05  FILLER                  PIC X(10) VALUE "PHONPRFS".
010300     05  FILLER                  PIC X(50)
010400             VALUE "BOOK PROOFS OUTSTANDING BY CATEGORY".
010500     05  FILLER                  PIC X(06) VALUE "DATE: ".
010600     05  HL1-MM                  PIC 99.
010700     05  FILLER                  PIC X(01) VALUE "/".
010800     05  HL1-DD                  PIC 99.
010900     05  FILLER                  PIC X(01) VALUE "/".
011000     05  HL1-YYYY                PIC 9999.
011100
011200 01  HEADING-LINE-2.
011300     05  FILLER                  PIC X(19)
011400             VALUE "  REFERENCE".
011500     05  FILLER                  PIC X(40)
011600             VALUE "LISTING AS PROOFED".
011700     05  FILLER                  PIC X(21)
011800             VALUE "PROOFED     DAYS OUT".
011900
012000 01  CATEGORY-LINE.
012100     05  FILLER                  PIC X(09) VALUE "CATEGORY ".
012200     05  CL-CODE                 PIC X(02).
012300     05  FILLER                  PIC X(03) VALUE " - ".
012400     05  CL-NAME                 PIC X(30).
012500
012600 01  DETAIL-LINE.
012700     05  FILLER                  PIC X(02) VALUE SPACE.
012800     05  DL-SOURCE-TAG           PIC X(01).
012900     05  DL-NUMBER               PIC X(15).
013000     05  FILLER                  PIC X(01) VALUE SPACE.
013100     05  DL-LISTING              PIC X(38).
013200     05  FILLER                  PIC X(02) VALUE SPACE.
013300     05  DL-MM                   PIC 99.
013400     05  FILLER                  PIC X(01) VALUE "/".
013500     05  DL-DD                   PIC 99.
013600     05  FILLER                  PIC X(01) VALUE "/".
013700     05  DL-YYYY                 PIC 9999.
013800     05  FILLER                  PIC X(03) VALUE SPACE.
013900     05  DL-DAYS-OUT             PIC ZZZZ9.
014000
014100 01  COUNT-LINE.
014200     05  CT-LABEL                PIC X(16).
014300     05  FILLER                  PIC X(13) VALUE "OUTSTANDING: ".
014400     05  CT-OUTSTANDING          PIC ZZZZZ9.
014500     05  FILLER                  PIC X(13) VALUE "   APPROVED: ".
014600     05  CT-APPROVED             PIC ZZZZZ9.
014700     05  FILLER                  PIC X(14) VALUE "   CORRECTED: ".
014800     05  CT-CORRECTED            PIC ZZZZZ9.
014900
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015300     CALL "JOBHDR" USING WS-JOB-NAME.
015400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015500     OPEN INPUT CATEGORY-MASTER-FILE.
015600     IF WS-CAT-STATUS = "00"
015700         MOVE "Y" TO WS-CAT-AVAILABLE
015800     END-IF.
015900     OPEN OUTPUT REPORT-FILE.
016000     MOVE WS-TODAY-DATE (5:2) TO HL1-MM.
016100     MOVE WS-TODAY-DATE (7:2) TO HL1-DD.
016200     MOVE WS-TODAY-DATE (1:4) TO HL1-YYYY.
016300     WRITE REPORT-LINE FROM HEADING-LINE-1.
016400     WRITE REPORT-LINE FROM SPACE.
016500     SORT SORT-WORK-FILE
016600         ON ASCENDING KEY SR-CATEGORY SR-LAST-NAME SR-FIRST-NAME
016700         INPUT PROCEDURE IS 1000-RELEASE-PROOFS
016800         OUTPUT PROCEDURE IS 2000-REPORT-PROOFS.
016900     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
017000     IF WS-CAT-AVAILABLE = "Y"
017100         CLOSE CATEGORY-MASTER-FILE
017200     END-IF.
017300     CLOSE REPORT-FILE.
017400     DISPLAY "PHONPRFS - " WS-TOTAL-OUTSTANDING " PROOF(S) "
017500         "OUTSTANDING, " WS-TOTAL-APPROVED " APPROVED, "
017600         WS-TOTAL-CORRECTED " CORRECTED - REPORT IS ON "
017700         "phonprfs.lst.".
017800     MOVE WS-TOTAL-OUTSTANDING TO WS-JOURNAL-COUNT.
017900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018000         WS-END-CODE.
018100     GOBACK.
018200
018300 1000-RELEASE-PROOFS.
018400     MOVE "N" TO WS-PROOF-EOF.
018500     OPEN INPUT PROOF-FILE.
018600     IF WS-PROOF-STATUS NOT = "00"
018700         MOVE "NO PROOF RUN ON FILE." TO REPORT-LINE
018800         WRITE REPORT-LINE
018900         GO TO 1000-EXIT
019000     END-IF.
019100     READ PROOF-FILE NEXT RECORD
019200         AT END MOVE "Y" TO WS-PROOF-EOF
019300     END-READ.
019400     PERFORM 1100-RELEASE-ONE THRU 1100-EXIT
019500         UNTIL WS-PROOF-EOF = "Y".
019600     CLOSE PROOF-FILE.
019700 1000-EXIT.
019800     EXIT.
019900
020000 1100-RELEASE-ONE.
020100     MOVE PRF-CATEGORY      TO SR-CATEGORY.
020200     MOVE PRF-LAST-NAME     TO SR-LAST-NAME.
020300     MOVE PRF-FIRST-NAME    TO SR-FIRST-NAME.
020400     MOVE PRF-SOURCE-TAG    TO SR-SOURCE-TAG.
020500     MOVE PRF-PHONE-NUMBER  TO SR-NUMBER.
020600     MOVE PRF-LISTING       TO SR-LISTING.
020700     MOVE PRF-PROOF-DATE    TO SR-PROOF-DATE.
020800     MOVE PRF-BOOK-YEAR     TO SR-BOOK-YEAR.
020900     MOVE PRF-STATUS        TO SR-STATUS.
021000     RELEASE SORT-RECORD.
021100     READ PROOF-FILE NEXT RECORD
021200         AT END MOVE "Y" TO WS-PROOF-EOF
021300     END-READ.
021400 1100-EXIT.
021500     EXIT.
021600
021700 2000-REPORT-PROOFS.
021800     MOVE "N" TO WS-SORT-EOF.
021900     PERFORM 2100-RETURN-NEXT THRU 2100-EXIT
022000         UNTIL END-OF-SORT-FILE.
022100     IF WS-CATEGORY-OPEN = "Y"
022200         PERFORM 3000-CLOSE-CATEGORY THRU 3000-EXIT
022300     END-IF.
022400 2000-EXIT.
022500     EXIT.
022600
022700 2100-RETURN-NEXT.
022800     RETURN SORT-WORK-FILE
022900         AT END
023000             MOVE "Y" TO WS-SORT-EOF
023100         NOT AT END
023200             PERFORM 2200-REPORT-ONE THRU 2200-EXIT
023300     END-RETURN.
023400 2100-EXIT.
023500     EXIT.
023600
023700 2200-REPORT-ONE.
023800     IF WS-CATEGORY-OPEN = "Y"
023900             AND SR-CATEGORY NOT = WS-CURRENT-CATEGORY
024000         PERFORM 3000-CLOSE-CATEGORY THRU 3000-EXIT
024100     END-IF.
024200     IF WS-CATEGORY-OPEN NOT = "Y"
024300         PERFORM 2300-OPEN-CATEGORY THRU 2300-EXIT
024400     END-IF.
024500     EVALUATE TRUE
024600         WHEN SR-APPROVED
024700             ADD 1 TO WS-CAT-APPROVED
024800             GO TO 2200-EXIT
024900         WHEN SR-CORRECTED
025000             ADD 1 TO WS-CAT-CORRECTED
025100             GO TO 2200-EXIT
025200         WHEN OTHER
025300             ADD 1 TO WS-CAT-OUTSTANDING
025400     END-EVALUATE.
025500     MOVE SR-SOURCE-TAG      TO DL-SOURCE-TAG.
025600     MOVE SR-NUMBER          TO DL-NUMBER.
025700     MOVE SR-LISTING         TO DL-LISTING.
025800     MOVE SR-PROOF-DATE (5:2) TO DL-MM.
025900     MOVE SR-PROOF-DATE (7:2) TO DL-DD.
026000     MOVE SR-PROOF-DATE (1:4) TO DL-YYYY.
026100     MOVE SR-PROOF-DATE      TO WS-PROOF-DATE-NUM.
026200     MOVE ZERO TO WS-DAYS-OUT.
026300     IF WS-PROOF-DATE-NUM < WS-TODAY-NUM
026400         COMPUTE WS-DAYS-OUT =
026500             FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
026600             - FUNCTION INTEGER-OF-DATE(WS-PROOF-DATE-NUM)
026700     END-IF.
026800     MOVE WS-DAYS-OUT TO DL-DAYS-OUT.
026900     WRITE REPORT-LINE FROM DETAIL-LINE.
027000 2200-EXIT.
027100     EXIT.
027200
027300 2300-OPEN-CATEGORY.
027400     MOVE "Y" TO WS-CATEGORY-OPEN.
027500     MOVE SR-CATEGORY TO WS-CURRENT-CATEGORY.
027600     MOVE ZERO TO WS-CAT-OUTSTANDING WS-CAT-APPROVED
027700         WS-CAT-CORRECTED.
027800     IF SR-CATEGORY = SPACE
027900         MOVE "(NO CATEGORY)" TO WS-CATEGORY-NAME
028000     ELSE
028100         MOVE "(NOT ON THE CATEGORY MASTER)" TO WS-CATEGORY-NAME
028200         IF WS-CAT-AVAILABLE = "Y"
028300             MOVE SR-CATEGORY TO CAT-CODE
028400             READ CATEGORY-MASTER-FILE
028500                 NOT INVALID KEY
028600                     MOVE CAT-DESCRIPTION TO WS-CATEGORY-NAME
028700             END-READ
028800         END-IF
028900     END-IF.
029000     MOVE SR-CATEGORY      TO CL-CODE.
029100     MOVE WS-CATEGORY-NAME TO CL-NAME.
029200     WRITE REPORT-LINE FROM CATEGORY-LINE.
029300     WRITE REPORT-LINE FROM HEADING-LINE-2.
029400 2300-EXIT.
029500     EXIT.
029600
029700 3000-CLOSE-CATEGORY.
029800     IF WS-CAT-OUTSTANDING = ZERO
029900         MOVE "  NONE OUTSTANDING" TO REPORT-LINE
030000         WRITE REPORT-LINE
030100     END-IF.
030200     MOVE "  CATEGORY" TO CT-LABEL.
030300     MOVE WS-CAT-OUTSTANDING TO CT-OUTSTANDING.
030400     MOVE WS-CAT-APPROVED    TO CT-APPROVED.
030500     MOVE WS-CAT-CORRECTED   TO CT-CORRECTED.
030600     WRITE REPORT-LINE FROM COUNT-LINE.
030700     WRITE REPORT-LINE FROM SPACE.
030800     ADD WS-CAT-OUTSTANDING TO WS-TOTAL-OUTSTANDING.
030900     ADD WS-CAT-APPROVED    TO WS-TOTAL-APPROVED.
031000     ADD WS-CAT-CORRECTED   TO WS-TOTAL-CORRECTED.
031100     MOVE "N" TO WS-CATEGORY-OPEN.
031200 3000-EXIT.
031300     EXIT.
031400
031500 4000-WRITE-TOTALS.
031600     MOVE "ALL CATEGORIES" TO CT-LABEL.
031700     MOVE WS-TOTAL-OUTSTANDING TO CT-OUTSTANDING.
031800     MOVE WS-TOTAL-APPROVED    TO CT-APPROVED.
031900     MOVE WS-TOTAL-CORRECTED   TO CT-CORRECTED.
032000     WRITE REPORT-LINE FROM COUNT-LINE.
032100 4000-EXIT.
032200     EXIT.
