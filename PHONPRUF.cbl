000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONPRUF.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: PRE-PUBLICATION PROOF RUN FOR PHONBOOK'S ANNUAL
000900*       PRINTED DIRECTORY. READS THE PERSONAL AND BUSINESS
001000*       DIRECTORIES THE WAY PHONBOOK DOES (PRIVACY-FLAGGED
001100*       ENTRIES ARE NOT IN THE BOOK AND GET NO PROOF), SORTS
001200*       BY PHONE-CATEGORY THEN NAME, AND WRITES ONE PROOF
001300*       SHEET PER PERSON TO phonprf.lst SHOWING THE LISTING
001400*       CELL EXACTLY AS THE BOOK WILL PRINT IT (THE SHARED
001500*       BOOKCELL ROUTINE), WITH A PROOF REFERENCE AND A
001600*       RETURN-BY DATE. EACH PROOF IS LOGGED OUTSTANDING ON
001700*       THE phonprf.dat TRACKING FILE (PROOFREC) FOR
001800*       PHONPRFC'S RETURNS SCREEN.
001900*       THE RUN MAY BE REPEATED AFTER CORRECTIONS HAVE GONE
002000*       THROUGH THE NIGHT LOAD: A LISTING ALREADY PROOFED
002100*       FOR THE SAME BOOK YEAR IN THE SAME PRINTED FORM KEEPS
002200*       ITS ROW AND GETS NO NEW SHEET; A NEW OR CHANGED
002300*       LISTING IS PROOFED AGAIN; ROWS FOR ENTRIES NO LONGER
002400*       IN THE BOOK ARE DROPPED. THE BOOK YEAR IS THE RUN
002500*       DATE'S YEAR UNLESS A FOUR-DIGIT YEAR IS GIVEN ON THE
002600*       RUN PARAMETER. A SUMMARY PAGE OF SHEETS ISSUED BY
002700*       CATEGORY CLOSES THE LISTING.
002800*----------------------------------------------------------
002900* MOD LOG:
003000*  OCT 2026  DCG  ORIGINAL PROGRAM.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL PHONE-BOOK
003600         ASSIGN TO "phone.csv"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS PHONE-NUMBER
004000         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-PHONE-STATUS.
004300
004400     SELECT OPTIONAL VENDOR-BOOK
004500         ASSIGN TO "vendors.csv"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS VN-NUMBER
004900         ALTERNATE RECORD KEY IS VN-LAST-NAME
005000             WITH DUPLICATES
005100         FILE STATUS IS WS-VENDOR-STATUS.
005200
005300     SELECT OPTIONAL CATEGORY-MASTER-FILE
005400         ASSIGN TO "catmast.dat"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CAT-CODE
005800         FILE STATUS IS WS-CAT-STATUS.
005900
006000     SELECT OPTIONAL PROOF-FILE
006100         ASSIGN TO "phonprf.dat"
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS DYNAMIC
006400         RECORD KEY IS PRF-KEY
006500         FILE STATUS IS WS-PROOF-STATUS.
006600
006700     SELECT SORT-WORK-FILE
006800         ASSIGN TO "phonwork.srt".
006900
007000     SELECT SHEET-FILE
007100         ASSIGN TO "phonprf.lst"
007200         ORGANIZATION IS LINE SEQUENTIAL.
007300
007400 DATA DIVISION.
007500 FILE SECTION.
007600 FD  PHONE-BOOK.
007700     COPY PHONEREC.
007800
007900 FD  VENDOR-BOOK.
008000     COPY PHONEREC REPLACING
008100         PHONE-RECORD      BY VENDOR-RECORD
008200         PHONE-LAST-NAME   BY VN-LAST-NAME
008300         PHONE-FIRST-NAME  BY VN-FIRST-NAME
008400         PHONE-NUMBER        BY VN-NUMBER
008500         PHONE-COUNTRY-CODE  BY VN-COUNTRY-CODE
008600         PHONE-EXTENSION     BY VN-EXTENSION
008700         PHONE-CATEGORY      BY VN-CATEGORY
008800         PHONE-PRIVACY-FLAG  BY VN-PRIVACY-FLAG
008900         PHONE-OPERATOR-ID   BY VN-OPERATOR-ID
009000         PHONE-ENTRY-DATE    BY VN-ENTRY-DATE.
009100
009200 FD  CATEGORY-MASTER-FILE.
009300     COPY CATREC.
009400
009500 FD  PROOF-FILE.
009600     COPY PROOFREC.
009700
009800 SD  SORT-WORK-FILE.
009900 01  SORT-RECORD.
010000     05  SR-CATEGORY             PIC X(02).
010100     05  SR-LAST-NAME            PIC X(20).
010200     05  SR-FIRST-NAME           PIC X(20).
010300     05  SR-NUMBER               PIC X(15).
010400     05  SR-COUNTRY-CODE         PIC X(03).
010500     05  SR-EXTENSION            PIC X(05).
010600     05  SR-SOURCE-TAG           PIC X(01).
010700     05  SR-DIRECTORY            PIC X(20).
010800
010900 FD  SHEET-FILE.
011000 01  SHEET-LINE                  PIC X(80).
011100
011200 WORKING-STORAGE SECTION.
011300
011400 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONPRUF".
011500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
011600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
011700
011800 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
011900 01  WS-VENDOR-STATUS            PIC X(02) VALUE "00".
012000 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
012100 01  WS-PROOF-STATUS             PIC X(02) VALUE "00".
012200
012300 01  WS-PHONE-EOF                PIC X(01).
012400 01  WS-VENDOR-EOF               PIC X(01).
012500 01  WS-SORT-EOF                 PIC X(01).
012600     88  END-OF-SORT-FILE                VALUE "Y".
012700 01  WS-PROOF-EOF                PIC X(01).
012800 01  WS-BOOKS-READ-OK            PIC X(01) VALUE "Y".
012900 01  WS-CAT-AVAILABLE            PIC X(01) VALUE "N".
013000 01  WS-PROOF-FOUND              PIC X(01).
013100
013200 01  WS-RUN-PARM                 PIC X(20).
013300 01  WS-BOOK-YEAR                PIC X(04).
013400 01  WS-TODAY-DATE               PIC X(08).
013500 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
013600                                 PIC 9(08).
013700 01  WS-RETURN-BY-NUM            PIC 9(08).
013800 01  WS-RETURN-BY-DATE REDEFINES WS-RETURN-BY-NUM
013900                                 PIC X(08).
014000 01  WS-RETURN-DAYS              PIC 9(03) VALUE 14.
014100
014200 01  WS-ENTRY-COUNT              PIC 9(06) COMP VALUE ZERO.
014300 01  WS-SHEET-COUNT              PIC 9(06) COMP VALUE ZERO.
014400 01  WS-CARRIED-COUNT            PIC 9(06) COMP VALUE ZERO.
014500 01  WS-SUPPRESSED-COUNT         PIC 9(06) COMP VALUE ZERO.
014600 01  WS-DROPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
014700
014800 01  WS-CELL-WORK                PIC X(38).
014900 01  WS-PRINT-LAST               PIC X(20).
015000 01  WS-PRINT-FIRST              PIC X(20).
015100 01  WS-NAME-WORK                PIC X(41).
015200
015300*    ONE ROW PER CATEGORY MET ON THE SORTED FILE, FOR THE
015400*    CLOSING SUMMARY PAGE.
015500 01  WS-CATEGORY-TABLE.
015600     05  WS-CATEGORY-USED        PIC 9(03) COMP VALUE ZERO.
015700     05  WS-CATEGORY-ENTRY OCCURS 100 TIMES.
015800         10  WS-CT-CODE          PIC X(02).
015900         10  WS-CT-NAME          PIC X(30).
016000         10  WS-CT-ISSUED        PIC 9(05) COMP.
016100         10  WS-CT-CARRIED       PIC 9(05) COMP.
016200 01  WS-TABLE-INDEX              PIC 9(03) COMP VALUE ZERO.
016300 01  WS-CURRENT-CATEGORY         PIC X(02).
016400 01  WS-CATEGORY-NAME            PIC X(30).
016500
016600 01  SHEET-HEADING-1.
016700     05  FILLER                  PIC X(10) VALUE "PHONPRUF".
016800     05  FILLER                  PIC X(40)
016900             VALUE "ANNUAL DIRECTORY PROOF".
017000     05  FILLER                  PIC X(11) VALUE "BOOK YEAR: ".
017100     05  SH1-BOOK-YEAR           PIC X(04).
017200
017300 01  SHEET-HEADING-2.
017400     05  FILLER                  PIC X(10) VALUE "CATEGORY: ".
017500     05  SH2-CATEGORY            PIC X(02).
017600     05  FILLER                  PIC X(03) VALUE " - ".
017700     05  SH2-CATEGORY-NAME       PIC X(35).
017800     05  FILLER                  PIC X(06) VALUE "DATE: ".
017900     05  SH2-MM                  PIC 99.
018000     05  FILLER                  PIC X(01) VALUE "/".
018100     05  SH2-DD                  PIC 99.
018200     05  FILLER                  PIC X(01) VALUE "/".
018300     05  SH2-YYYY                PIC 9999.
018400
018500 01  SHEET-REFERENCE-LINE.
018600     05  FILLER                  PIC X(17)
018700             VALUE "PROOF REFERENCE: ".
018800     05  SHR-SOURCE-TAG          PIC X(01).
018900     05  SHR-NUMBER              PIC X(15).
019000
019100 01  SHEET-ADDRESS-LINE.
019200     05  FILLER                  PIC X(04) VALUE "TO: ".
019300     05  SHA-NAME                PIC X(41).
019400
019500 01  SHEET-RULE-LINE.
019600     05  FILLER                  PIC X(05) VALUE SPACE.
019700     05  FILLER                  PIC X(40)
019800             VALUE "+--------------------------------------+".
019900
020000 01  SHEET-CELL-LINE.
020100     05  FILLER                  PIC X(05) VALUE SPACE.
020200     05  FILLER                  PIC X(01) VALUE "|".
020300     05  SHC-CELL                PIC X(38).
020400     05  FILLER                  PIC X(01) VALUE "|".
020500
020600 01  SHEET-RETURN-LINE.
020700     05  FILLER                  PIC X(37)
020800             VALUE "PLEASE TICK ONE, SIGN, AND RETURN BY ".
020900     05  SRL-MM                  PIC 99.
021000     05  FILLER                  PIC X(01) VALUE "/".
021100     05  SRL-DD                  PIC 99.
021200     05  FILLER                  PIC X(01) VALUE "/".
021300     05  SRL-YYYY                PIC 9999.
021400     05  FILLER                  PIC X(01) VALUE ":".
021500
021600 01  SUMMARY-HEADING-1.
021700     05  FILLER                  PIC X(10) VALUE "PHONPRUF".
021800     05  FILLER                  PIC X(40)
021900             VALUE "PROOF RUN SUMMARY BY CATEGORY".
022000     05  FILLER                  PIC X(11) VALUE "BOOK YEAR: ".
022100     05  SM1-BOOK-YEAR           PIC X(04).
022200
022300 01  SUMMARY-HEADING-2.
022400     05  FILLER                  PIC X(36)
022500             VALUE "CAT  DESCRIPTION".
022600     05  FILLER                  PIC X(22)
022700             VALUE "SHEETS ISSUED  ALREADY".
022800     05  FILLER                  PIC X(08) VALUE " PROOFED".
022900
023000 01  SUMMARY-DETAIL-LINE.
023100     05  SMD-CODE                PIC X(02).
023200     05  FILLER                  PIC X(03) VALUE SPACE.
023300     05  SMD-NAME                PIC X(30).
023400     05  FILLER                  PIC X(09) VALUE SPACE.
023500     05  SMD-ISSUED              PIC ZZZZ9.
023600     05  FILLER                  PIC X(12) VALUE SPACE.
023700     05  SMD-CARRIED             PIC ZZZZ9.
023800
023900 PROCEDURE DIVISION.
024000
024100 0000-MAINLINE.
024200     CALL "JOBHDR" USING WS-JOB-NAME.
024300     PERFORM 0100-INITIALIZE THRU 0100-EXIT.
024400     SORT SORT-WORK-FILE
024500         ON ASCENDING KEY SR-CATEGORY SR-LAST-NAME SR-FIRST-NAME
024600         INPUT PROCEDURE IS 1000-RELEASE-BOTH-BOOKS
024700         OUTPUT PROCEDURE IS 2000-ISSUE-PROOFS.
024800     IF WS-BOOKS-READ-OK = "Y"
024900         PERFORM 3000-DROP-STALE-PROOFS THRU 3000-EXIT
025000     ELSE
025100         DISPLAY "PHONPRUF - A DIRECTORY COULD NOT BE READ; "
025200             "NO PROOF ROWS DROPPED THIS RUN."
025300         MOVE 4 TO WS-END-CODE
025400     END-IF.
025500     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT.
025600     CLOSE PROOF-FILE.
025700     IF WS-CAT-AVAILABLE = "Y"
025800         CLOSE CATEGORY-MASTER-FILE
025900     END-IF.
026000     CLOSE SHEET-FILE.
026100     DISPLAY "PHONPRUF - " WS-SHEET-COUNT " PROOF SHEET(S) "
026200         "ISSUED FOR BOOK YEAR " WS-BOOK-YEAR ", "
026300         WS-CARRIED-COUNT " LISTING(S) ALREADY PROOFED.".
026400     DISPLAY "PHONPRUF - " WS-SUPPRESSED-COUNT " PRIVATE "
026500         "ENTRY(S) LEFT OUT, " WS-DROPPED-COUNT " PROOF(S) "
026600         "DROPPED - SHEETS ARE ON phonprf.lst.".
026700     MOVE WS-SHEET-COUNT TO WS-JOURNAL-COUNT.
026800     MOVE WS-END-CODE TO RETURN-CODE.
026900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
027000         WS-END-CODE.
027100     GOBACK.
027200
027300 0100-INITIALIZE.
027400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027500     MOVE WS-TODAY-DATE (1:4) TO WS-BOOK-YEAR.
027600     MOVE SPACE TO WS-RUN-PARM.
027700     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
027800     IF WS-RUN-PARM (1:4) IS NUMERIC
027900             AND WS-RUN-PARM (5:1) = SPACE
028000         MOVE WS-RUN-PARM (1:4) TO WS-BOOK-YEAR
028100     END-IF.
028200     COMPUTE WS-RETURN-BY-NUM = FUNCTION DATE-OF-INTEGER(
028300         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
028400         + WS-RETURN-DAYS).
028500     OPEN INPUT CATEGORY-MASTER-FILE.
028600     IF WS-CAT-STATUS = "00"
028700         MOVE "Y" TO WS-CAT-AVAILABLE
028800     END-IF.
028900     OPEN I-O PROOF-FILE.
029000     IF WS-PROOF-STATUS = "35" OR WS-PROOF-STATUS = "05"
029100         IF WS-PROOF-STATUS = "05"
029200             CLOSE PROOF-FILE
029300         END-IF
029400         OPEN OUTPUT PROOF-FILE
029500         CLOSE PROOF-FILE
029600         OPEN I-O PROOF-FILE
029700     END-IF.
029800     IF WS-PROOF-STATUS NOT = "00"
029900         DISPLAY "UNABLE TO OPEN phonprf.dat - FILE STATUS "
030000             WS-PROOF-STATUS
030100         MOVE 12 TO RETURN-CODE
030200         MOVE 12 TO WS-END-CODE
030300         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
030400             WS-END-CODE
030500         GOBACK
030600     END-IF.
030700     OPEN OUTPUT SHEET-FILE.
030800     MOVE WS-BOOK-YEAR TO SH1-BOOK-YEAR SM1-BOOK-YEAR.
030900     MOVE WS-TODAY-DATE (5:2) TO SH2-MM.
031000     MOVE WS-TODAY-DATE (7:2) TO SH2-DD.
031100     MOVE WS-TODAY-DATE (1:4) TO SH2-YYYY.
031200     MOVE WS-RETURN-BY-DATE (5:2) TO SRL-MM.
031300     MOVE WS-RETURN-BY-DATE (7:2) TO SRL-DD.
031400     MOVE WS-RETURN-BY-DATE (1:4) TO SRL-YYYY.
031500 0100-EXIT.
031600     EXIT.
031700
031800*    THE SAME POPULATION PHONBOOK PRINTS: BOTH DIRECTORIES,
031900*    PRIVACY-FLAGGED ENTRIES LEFT OUT.
032000 1000-RELEASE-BOTH-BOOKS.
032100     MOVE "N" TO WS-PHONE-EOF.
032200     OPEN INPUT PHONE-BOOK.
032300     IF WS-PHONE-STATUS = "00"
032400         READ PHONE-BOOK NEXT RECORD
032500             AT END MOVE "Y" TO WS-PHONE-EOF
032600         END-READ
032700         PERFORM 1100-RELEASE-PERSONAL THRU 1100-EXIT
032800             UNTIL WS-PHONE-EOF = "Y"
032900         CLOSE PHONE-BOOK
033000     ELSE
033100         IF WS-PHONE-STATUS NOT = "05"
033200             MOVE "N" TO WS-BOOKS-READ-OK
033300         END-IF
033400     END-IF.
033500     MOVE "N" TO WS-VENDOR-EOF.
033600     OPEN INPUT VENDOR-BOOK.
033700     IF WS-VENDOR-STATUS = "00"
033800         READ VENDOR-BOOK NEXT RECORD
033900             AT END MOVE "Y" TO WS-VENDOR-EOF
034000         END-READ
034100         PERFORM 1200-RELEASE-BUSINESS THRU 1200-EXIT
034200             UNTIL WS-VENDOR-EOF = "Y"
034300         CLOSE VENDOR-BOOK
034400     ELSE
034500         IF WS-VENDOR-STATUS NOT = "05"
034600             MOVE "N" TO WS-BOOKS-READ-OK
034700         END-IF
034800     END-IF.
034900 1000-EXIT.
035000     EXIT.
035100
035200 1100-RELEASE-PERSONAL.
035300     IF PHONE-PRIVACY-FLAG = "Y"
035400         ADD 1 TO WS-SUPPRESSED-COUNT
035500     ELSE
035600         MOVE PHONE-CATEGORY     TO SR-CATEGORY
035700         MOVE PHONE-LAST-NAME    TO SR-LAST-NAME
035800         MOVE PHONE-FIRST-NAME   TO SR-FIRST-NAME
035900         MOVE PHONE-NUMBER       TO SR-NUMBER
036000         MOVE PHONE-COUNTRY-CODE TO SR-COUNTRY-CODE
036100         MOVE PHONE-EXTENSION    TO SR-EXTENSION
036200         MOVE "P"                TO SR-SOURCE-TAG
036300         MOVE "phone.csv"        TO SR-DIRECTORY
036400         RELEASE SORT-RECORD
036500     END-IF.
036600     READ PHONE-BOOK NEXT RECORD
036700         AT END MOVE "Y" TO WS-PHONE-EOF
036800     END-READ.
036900 1100-EXIT.
037000     EXIT.
037100
037200 1200-RELEASE-BUSINESS.
037300     IF VN-PRIVACY-FLAG = "Y"
037400         ADD 1 TO WS-SUPPRESSED-COUNT
037500     ELSE
037600         MOVE VN-CATEGORY        TO SR-CATEGORY
037700         MOVE VN-LAST-NAME       TO SR-LAST-NAME
037800         MOVE VN-FIRST-NAME      TO SR-FIRST-NAME
037900         MOVE VN-NUMBER          TO SR-NUMBER
038000         MOVE VN-COUNTRY-CODE    TO SR-COUNTRY-CODE
038100         MOVE VN-EXTENSION       TO SR-EXTENSION
038200         MOVE "B"                TO SR-SOURCE-TAG
038300         MOVE "vendors.csv"      TO SR-DIRECTORY
038400         RELEASE SORT-RECORD
038500     END-IF.
038600     READ VENDOR-BOOK NEXT RECORD
038700         AT END MOVE "Y" TO WS-VENDOR-EOF
038800     END-READ.
038900 1200-EXIT.
039000     EXIT.
039100
039200 2000-ISSUE-PROOFS.
039300     MOVE "N" TO WS-SORT-EOF.
039400     MOVE HIGH-VALUES TO WS-CURRENT-CATEGORY.
039500     PERFORM 2100-RETURN-NEXT THRU 2100-EXIT
039600         UNTIL END-OF-SORT-FILE.
039700 2000-EXIT.
039800     EXIT.
039900
040000 2100-RETURN-NEXT.
040100     RETURN SORT-WORK-FILE
040200         AT END
040300             MOVE "Y" TO WS-SORT-EOF
040400         NOT AT END
040500             PERFORM 2200-PROOF-ENTRY THRU 2200-EXIT
040600     END-RETURN.
040700 2100-EXIT.
040800     EXIT.
040900
041000 2200-PROOF-ENTRY.
041100     ADD 1 TO WS-ENTRY-COUNT.
041200     IF SR-CATEGORY NOT = WS-CURRENT-CATEGORY
041300         MOVE SR-CATEGORY TO WS-CURRENT-CATEGORY
041400         PERFORM 2300-START-CATEGORY THRU 2300-EXIT
041500     END-IF.
041600     CALL "BOOKCELL" USING SR-LAST-NAME SR-FIRST-NAME
041700         SR-NUMBER SR-COUNTRY-CODE SR-EXTENSION SR-SOURCE-TAG
041800         WS-CELL-WORK.
041900     PERFORM 2400-LOG-PROOF THRU 2400-EXIT.
042000 2200-EXIT.
042100     EXIT.
042200
042300 2300-START-CATEGORY.
042400     IF SR-CATEGORY = SPACE
042500         MOVE "(NO CATEGORY)" TO WS-CATEGORY-NAME
042600     ELSE
042700         MOVE "(NOT ON THE CATEGORY MASTER)" TO WS-CATEGORY-NAME
042800         IF WS-CAT-AVAILABLE = "Y"
042900             MOVE SR-CATEGORY TO CAT-CODE
043000             READ CATEGORY-MASTER-FILE
043100                 NOT INVALID KEY
043200                     MOVE CAT-DESCRIPTION TO WS-CATEGORY-NAME
043300             END-READ
043400         END-IF
043500     END-IF.
043600     IF WS-CATEGORY-USED < 100
043700         ADD 1 TO WS-CATEGORY-USED
043800         MOVE SR-CATEGORY TO WS-CT-CODE (WS-CATEGORY-USED)
043900         MOVE WS-CATEGORY-NAME TO WS-CT-NAME (WS-CATEGORY-USED)
044000         MOVE ZERO TO WS-CT-ISSUED (WS-CATEGORY-USED)
044100         MOVE ZERO TO WS-CT-CARRIED (WS-CATEGORY-USED)
044200     END-IF.
044300     MOVE SR-CATEGORY TO SH2-CATEGORY.
044400     MOVE WS-CATEGORY-NAME TO SH2-CATEGORY-NAME.
044500 2300-EXIT.
044600     EXIT.
044700
044800*    A LISTING ALREADY PROOFED FOR THIS BOOK YEAR IN THE SAME
044900*    PRINTED FORM KEEPS ITS ROW - WHETHER STILL OUT, APPROVED
045000*    OR CORRECTED - AND GETS NO NEW SHEET. ANYTHING ELSE IS A
045100*    FRESH PROOF, OUTSTANDING UNTIL PHONPRFC RECORDS IT.
045200 2400-LOG-PROOF.
045300     MOVE SR-SOURCE-TAG TO PRF-SOURCE-TAG.
045400     MOVE SR-NUMBER     TO PRF-PHONE-NUMBER.
045500     MOVE "N" TO WS-PROOF-FOUND.
045600     READ PROOF-FILE
045700         INVALID KEY
045800             CONTINUE
045900         NOT INVALID KEY
046000             MOVE "Y" TO WS-PROOF-FOUND
046100     END-READ.
046200     IF WS-PROOF-FOUND = "Y"
046300             AND PRF-BOOK-YEAR = WS-BOOK-YEAR
046400             AND PRF-LISTING = WS-CELL-WORK
046500         MOVE SR-CATEGORY   TO PRF-CATEGORY
046600         MOVE SR-LAST-NAME  TO PRF-LAST-NAME
046700         MOVE SR-FIRST-NAME TO PRF-FIRST-NAME
046800         MOVE WS-TODAY-DATE TO PRF-SEEN-DATE
046900         REWRITE PROOF-RECORD
047000         ADD 1 TO WS-CARRIED-COUNT
047100         IF WS-CATEGORY-USED > ZERO
047200             ADD 1 TO WS-CT-CARRIED (WS-CATEGORY-USED)
047300         END-IF
047400         GO TO 2400-EXIT
047500     END-IF.
047600     MOVE SPACE         TO PROOF-RECORD.
047700     MOVE SR-SOURCE-TAG TO PRF-SOURCE-TAG.
047800     MOVE SR-NUMBER     TO PRF-PHONE-NUMBER.
047900     MOVE SR-DIRECTORY  TO PRF-DIRECTORY.
048000     MOVE SR-CATEGORY   TO PRF-CATEGORY.
048100     MOVE SR-LAST-NAME  TO PRF-LAST-NAME.
048200     MOVE SR-FIRST-NAME TO PRF-FIRST-NAME.
048300     MOVE WS-CELL-WORK  TO PRF-LISTING.
048400     MOVE WS-BOOK-YEAR  TO PRF-BOOK-YEAR.
048500     MOVE WS-TODAY-DATE TO PRF-PROOF-DATE.
048600     MOVE WS-TODAY-DATE TO PRF-SEEN-DATE.
048700     MOVE "O"           TO PRF-STATUS.
048800     IF WS-PROOF-FOUND = "Y"
048900         REWRITE PROOF-RECORD
049000     ELSE
049100         WRITE PROOF-RECORD
049200     END-IF.
049300     PERFORM 2500-WRITE-PROOF-SHEET THRU 2500-EXIT.
049400     ADD 1 TO WS-SHEET-COUNT.
049500     IF WS-CATEGORY-USED > ZERO
049600         ADD 1 TO WS-CT-ISSUED (WS-CATEGORY-USED)
049700     END-IF.
049800 2400-EXIT.
049900     EXIT.
050000
050100 2500-WRITE-PROOF-SHEET.
050200     IF WS-SHEET-COUNT > ZERO
050300         WRITE SHEET-LINE FROM SPACE
050400             BEFORE ADVANCING PAGE
050500     END-IF.
050600     WRITE SHEET-LINE FROM SHEET-HEADING-1.
050700     WRITE SHEET-LINE FROM SHEET-HEADING-2.
050800     WRITE SHEET-LINE FROM SPACE.
050900     MOVE SR-SOURCE-TAG TO SHR-SOURCE-TAG.
051000     MOVE SR-NUMBER     TO SHR-NUMBER.
051100     WRITE SHEET-LINE FROM SHEET-REFERENCE-LINE.
051200     CALL "NAMEDISP" USING SR-LAST-NAME WS-PRINT-LAST.
051300     CALL "NAMEDISP" USING SR-FIRST-NAME WS-PRINT-FIRST.
051400     MOVE SPACE TO WS-NAME-WORK.
051500     IF SR-FIRST-NAME = SPACE
051600         MOVE WS-PRINT-LAST TO WS-NAME-WORK
051700     ELSE
051800         STRING FUNCTION TRIM(WS-PRINT-FIRST)  DELIMITED BY SIZE
051900             " "                               DELIMITED BY SIZE
052000             FUNCTION TRIM(WS-PRINT-LAST)      DELIMITED BY SIZE
052100             INTO WS-NAME-WORK
052200         END-STRING
052300     END-IF.
052400     MOVE WS-NAME-WORK TO SHA-NAME.
052500     WRITE SHEET-LINE FROM SHEET-ADDRESS-LINE.
052600     WRITE SHEET-LINE FROM SPACE.
052700     MOVE "YOUR LISTING WILL PRINT IN THE OFFICE TELEPHONE "
052800         TO SHEET-LINE.
052900     WRITE SHEET-LINE.
053000     MOVE "DIRECTORY EXACTLY AS SHOWN BETWEEN THE MARKS BELOW."
053100         TO SHEET-LINE.
053200     WRITE SHEET-LINE.
053300     WRITE SHEET-LINE FROM SPACE.
053400     WRITE SHEET-LINE FROM SHEET-RULE-LINE.
053500     MOVE WS-CELL-WORK TO SHC-CELL.
053600     WRITE SHEET-LINE FROM SHEET-CELL-LINE.
053700     WRITE SHEET-LINE FROM SHEET-RULE-LINE.
053800     WRITE SHEET-LINE FROM SPACE.
053900     WRITE SHEET-LINE FROM SHEET-RETURN-LINE.
054000     WRITE SHEET-LINE FROM SPACE.
054100     MOVE "     [ ]  APPROVED AS SHOWN" TO SHEET-LINE.
054200     WRITE SHEET-LINE.
054300     MOVE "     [ ]  CORRECTED AS MARKED BELOW" TO SHEET-LINE.
054400     WRITE SHEET-LINE.
054500     WRITE SHEET-LINE FROM SPACE.
054600     MOVE "     LAST NAME    ______________________________"
054700         TO SHEET-LINE.
054800     WRITE SHEET-LINE.
054900     MOVE "     FIRST NAME   ______________________________"
055000         TO SHEET-LINE.
055100     WRITE SHEET-LINE.
055200     MOVE "     NUMBER       ______________________________"
055300         TO SHEET-LINE.
055400     WRITE SHEET-LINE.
055500     MOVE "     EXTENSION    __________" TO SHEET-LINE.
055600     WRITE SHEET-LINE.
055700     WRITE SHEET-LINE FROM SPACE.
055800     MOVE "SIGNED _________________________   DATE __________"
055900         TO SHEET-LINE.
056000     WRITE SHEET-LINE.
056100 2500-EXIT.
056200     EXIT.
056300
056400*    A ROW THE RUN DID NOT MEET TODAY BELONGS TO AN ENTRY NO
056500*    LONGER IN THE BOOK (DELETED, MADE PRIVATE, OR RENUMBERED)
056600*    AND WOULD ONLY INFLATE THE OUTSTANDING COUNT.
056700 3000-DROP-STALE-PROOFS.
056800     MOVE LOW-VALUES TO PRF-KEY.
056900     START PROOF-FILE KEY IS NOT LESS THAN PRF-KEY
057000         INVALID KEY
057100             GO TO 3000-EXIT
057200     END-START.
057300     MOVE "N" TO WS-PROOF-EOF.
057400     PERFORM 3100-CHECK-ONE-ROW THRU 3100-EXIT
057500         UNTIL WS-PROOF-EOF = "Y".
057600 3000-EXIT.
057700     EXIT.
057800
057900 3100-CHECK-ONE-ROW.
058000     READ PROOF-FILE NEXT RECORD
058100         AT END
058200             MOVE "Y" TO WS-PROOF-EOF
058300             GO TO 3100-EXIT
058400     END-READ.
058500     IF PRF-SEEN-DATE NOT = WS-TODAY-DATE
058600         DELETE PROOF-FILE RECORD
058700         ADD 1 TO WS-DROPPED-COUNT
058800     END-IF.
058900 3100-EXIT.
059000     EXIT.
059100
059200 4000-WRITE-SUMMARY.
059300     IF WS-SHEET-COUNT > ZERO
059400         WRITE SHEET-LINE FROM SPACE
059500             BEFORE ADVANCING PAGE
059600     END-IF.
059700     WRITE SHEET-LINE FROM SUMMARY-HEADING-1.
059800     WRITE SHEET-LINE FROM SPACE.
059900     WRITE SHEET-LINE FROM SUMMARY-HEADING-2.
060000     MOVE ZERO TO WS-TABLE-INDEX.
060100     PERFORM 4100-WRITE-CATEGORY-LINE THRU 4100-EXIT
060200         UNTIL WS-TABLE-INDEX >= WS-CATEGORY-USED.
060300     WRITE SHEET-LINE FROM SPACE.
060400     MOVE SPACE TO SUMMARY-DETAIL-LINE.
060500     MOVE "TOTAL" TO SMD-NAME.
060600     MOVE WS-SHEET-COUNT   TO SMD-ISSUED.
060700     MOVE WS-CARRIED-COUNT TO SMD-CARRIED.
060800     WRITE SHEET-LINE FROM SUMMARY-DETAIL-LINE.
060900     IF WS-DROPPED-COUNT > ZERO
061000         MOVE WS-DROPPED-COUNT TO SMD-ISSUED
061100         MOVE SPACE TO SHEET-LINE
061200         STRING "PROOF ROWS DROPPED - NO LONGER IN THE BOOK: "
061300                                           DELIMITED BY SIZE
061400             SMD-ISSUED                    DELIMITED BY SIZE
061500             INTO SHEET-LINE
061600         END-STRING
061700         WRITE SHEET-LINE
061800     END-IF.
061900 4000-EXIT.
062000     EXIT.
062100
062200 4100-WRITE-CATEGORY-LINE.
062300     ADD 1 TO WS-TABLE-INDEX.
062400     MOVE SPACE TO SUMMARY-DETAIL-LINE.
062500     MOVE WS-CT-CODE (WS-TABLE-INDEX)    TO SMD-CODE.
062600     MOVE WS-CT-NAME (WS-TABLE-INDEX)    TO SMD-NAME.
062700     MOVE WS-CT-ISSUED (WS-TABLE-INDEX)  TO SMD-ISSUED.
062800     MOVE WS-CT-CARRIED (WS-TABLE-INDEX) TO SMD-CARRIED.
062900     WRITE SHEET-LINE FROM SUMMARY-DETAIL-LINE.
063000 4100-EXIT.
063100     EXIT.
