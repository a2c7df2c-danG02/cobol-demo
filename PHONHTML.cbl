000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONHTML.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: NIGHTLY INTRANET DIRECTORY PAGES. THE PRINTED BOOK
000900*       (PHONBOOK) IS ONCE A YEAR; THESE STATIC HTML PAGES
001000*       ARE REBUILT EVERY BUSINESS NIGHT SO THE INTRANET
001100*       NEVER LAGS THE FILES BY MORE THAN A DAY. EVERY
001200*       DIRECTORY ON THE dirreg.dat REGISTRY IS MERGED AND
001300*       SORTED BY LAST/FIRST NAME, AND EACH LETTER SECTION
001400*       OF PHONE-LAST-NAME GETS ITS OWN PAGE, dirpg-a.htm
001500*       THROUGH dirpg-z.htm (dirpg-0.htm FOR NAMES THAT DO
001600*       NOT START WITH A LETTER, PHONBOOK'S "#" SECTION).
001700*       EACH ROW SHOWS:
001800*         - THE NAME, "LAST, FIRST" IN NAMEDISP CASING
001900*         - THE NUMBER AS PHONFMT PRINTS IT
002000*         - THE CATEGORY DESCRIPTION FROM catmast.dat (THE
002100*           BARE CODE WHEN IT IS NOT ON THE TABLE)
002200*         - THE DIRECTORY'S REGISTRY DESCRIPTION
002300*       dirindex.htm LINKS THE SECTIONS WITH THEIR ENTRY
002400*       COUNTS. PRIVACY-FLAGGED ENTRIES ARE LEFT OUT
002500*       ENTIRELY, EXACTLY AS PHONBOOK LEAVES THEM OUT. LAST
002600*       NIGHT'S SECTION PAGES ARE REMOVED FIRST SO A LETTER
002700*       WITH NO ENTRIES LEFT DOES NOT LINGER ON THE SITE.
002800*       RUN NIGHTLY BY SCHEDDRV AFTER THE LAST DIRECTORY'S
002900*       PHONESRT SORT.
003000*----------------------------------------------------------
003100* MOD LOG:
003200*  OCT 2026  DCG  ORIGINAL PROGRAM.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT PHONE-BOOK
003800         ASSIGN TO WS-DIRECTORY-FILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS PHONE-NUMBER
004200         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-PHONE-STATUS.
004500
004600     SELECT OPTIONAL CATEGORY-FILE
004700         ASSIGN TO "catmast.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CAT-CODE
005100         FILE STATUS IS WS-CAT-STATUS.
005200
005300     SELECT SORT-WORK-FILE
005400         ASSIGN TO "phonhtml.srt".
005500
005600     SELECT PAGE-FILE
005700         ASSIGN TO WS-PAGE-FILE
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PHONE-BOOK.
006300     COPY PHONEREC.
006400
006500 FD  CATEGORY-FILE.
006600     COPY CATREC.
006700
006800 SD  SORT-WORK-FILE.
006900 01  SORT-RECORD.
007000     05  SR-LETTER               PIC X(01).
007100     05  SR-LAST-NAME            PIC X(20).
007200     05  SR-FIRST-NAME           PIC X(20).
007300     05  SR-NUMBER               PIC X(15).
007400     05  SR-COUNTRY-CODE         PIC X(03).
007500     05  SR-EXTENSION            PIC X(05).
007600     05  SR-CATEGORY             PIC X(02).
007700     05  SR-DIRECTORY-DESC       PIC X(30).
007800
007900 FD  PAGE-FILE.
008000 01  PAGE-LINE                   PIC X(600).
008100
008200 WORKING-STORAGE SECTION.
008300
008400 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONHTML".
008500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
008600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
008700
008800 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008900 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
009000
009100 01  WS-DIRECTORY-FILE           PIC X(20).
009200 01  WS-REG-FUNCTION             PIC X(01).
009300 01  WS-REG-CHOICE               PIC X(01).
009400 01  WS-REG-DIRECTORY            PIC X(20).
009500 01  WS-REG-PREFIX               PIC X(04).
009600 01  WS-REG-DESCRIPTION          PIC X(30).
009700 01  WS-REG-RESULT               PIC X(01).
009800 01  WS-REG-DIGIT                PIC 9(02).
009900
010000 01  WS-PAGE-FILE                PIC X(20).
010100 01  WS-COMMAND                  PIC X(80).
010200
010300 01  WS-CAT-FILE-SWITCH          PIC X(01) VALUE "N".
010400     88  CATEGORIES-ON-HAND              VALUE "Y".
010500 01  WS-BOOK-EOF                 PIC X(01).
010600     88  END-OF-PHONE-BOOK               VALUE "Y".
010700 01  WS-SORT-EOF                 PIC X(01).
010800     88  END-OF-SORT-FILE                VALUE "Y".
010900 01  WS-PAGE-OPEN                PIC X(01) VALUE "N".
011000     88  SECTION-PAGE-OPEN               VALUE "Y".
011100
011200 01  WS-TODAY-DATE               PIC X(08).
011300 01  WS-TODAY-DISPLAY            PIC X(10).
011400
011500 01  WS-ENTRY-COUNT              PIC 9(06) COMP VALUE ZERO.
011600 01  WS-SUPPRESSED-COUNT         PIC 9(06) COMP VALUE ZERO.
011700 01  WS-DIRECTORY-COUNT          PIC 9(03) COMP VALUE ZERO.
011800 01  WS-COUNT-DISP               PIC Z(05)9.
011900 01  WS-DIR-COUNT-DISP           PIC ZZ9.
012000
012100 01  WS-PRINT-LAST               PIC X(20).
012200 01  WS-PRINT-FIRST              PIC X(20).
012300 01  WS-DISPLAY-NUMBER           PIC X(30).
012400 01  WS-NAME-WORK                PIC X(42).
012500 01  WS-CATEGORY-TEXT            PIC X(30).
012600
012700 01  WS-CURRENT-LETTER           PIC X(01) VALUE SPACE.
012800 01  WS-PAGE-LETTER              PIC X(01).
012900
013000*    ONE ROW PER LETTER SECTION FOR THE INDEX PAGE.
013100 01  WS-SECTION-TABLE.
013200     05  WS-SECTION-USED         PIC 9(03) COMP VALUE ZERO.
013300     05  WS-SECTION-ENTRY OCCURS 30 TIMES.
013400         10  WS-SC-LETTER        PIC X(01).
013500         10  WS-SC-PAGE-FILE     PIC X(20).
013600         10  WS-SC-COUNT         PIC 9(06) COMP.
013700 01  WS-TABLE-INDEX              PIC 9(03) COMP VALUE ZERO.
013800
013900*    TEXT BOUND FOR THE PAGE HAS ITS &, <, > AND QUOTE
014000*    CHARACTERS WRITTEN AS HTML ENTITIES.
014100 01  WS-ESC-IN                   PIC X(42).
014200 01  WS-ESC-OUT                  PIC X(160).
014300 01  WS-ESC-POINTER              PIC 9(03) COMP.
014400 01  WS-ESC-INDEX                PIC 9(03) COMP.
014500 01  WS-ESC-CHAR                 PIC X(01).
014600 01  WS-HTML-NAME                PIC X(160).
014700 01  WS-HTML-CATEGORY            PIC X(160).
014800 01  WS-HTML-DIRECTORY           PIC X(160).
014900
015000 PROCEDURE DIVISION.
015100
015200 0000-MAINLINE.
015300     CALL "JOBHDR" USING WS-JOB-NAME.
015400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
015500     STRING WS-TODAY-DATE (1:4) "-" WS-TODAY-DATE (5:2) "-"
015600         WS-TODAY-DATE (7:2)
015700         DELIMITED BY SIZE INTO WS-TODAY-DISPLAY
015800     END-STRING.
015900     MOVE "rm -f dirpg-*.htm" TO WS-COMMAND.
016000     CALL "SYSTEM" USING WS-COMMAND.
016100     OPEN INPUT CATEGORY-FILE.
016200     IF WS-CAT-STATUS = "00"
016300         MOVE "Y" TO WS-CAT-FILE-SWITCH
016400     END-IF.
016500     SORT SORT-WORK-FILE
016600         ON ASCENDING KEY SR-LETTER SR-LAST-NAME SR-FIRST-NAME
016700         INPUT PROCEDURE IS 1000-RELEASE-ALL-DIRECTORIES
016800         OUTPUT PROCEDURE IS 2000-BUILD-PAGES.
016900     IF CATEGORIES-ON-HAND
017000         CLOSE CATEGORY-FILE
017100     END-IF.
017200     PERFORM 5000-WRITE-INDEX-PAGE THRU 5000-EXIT.
017300     DISPLAY "PHONHTML - " WS-ENTRY-COUNT " ENTRY(S) FROM "
017400         WS-DIRECTORY-COUNT " DIRECTORY(S) ON " WS-SECTION-USED
017500         " SECTION PAGE(S), " WS-SUPPRESSED-COUNT
017600         " PRIVATE ENTRY(S) LEFT OUT - INDEX IS dirindex.htm.".
017700     MOVE WS-ENTRY-COUNT TO WS-JOURNAL-COUNT.
017800     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
017900         WS-END-CODE.
018000     GOBACK.
018100
018200 1000-RELEASE-ALL-DIRECTORIES.
018300     MOVE 1 TO WS-REG-DIGIT.
018400     PERFORM 1100-RELEASE-ONE-DIRECTORY THRU 1100-EXIT
018500         UNTIL WS-REG-DIGIT > 9.
018600 1000-EXIT.
018700     EXIT.
018800
018900 1100-RELEASE-ONE-DIRECTORY.
019000     MOVE "C" TO WS-REG-FUNCTION.
019100     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
019200     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
019300         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
019400         WS-REG-RESULT.
019500     IF WS-REG-RESULT NOT = "Y"
019600         GO TO 1100-NEXT-CHOICE
019700     END-IF.
019800     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
019900     MOVE "N" TO WS-BOOK-EOF.
020000     OPEN INPUT PHONE-BOOK.
020100     IF WS-PHONE-STATUS NOT = "00"
020200         DISPLAY "DIRECTORY "
020300             FUNCTION TRIM(WS-DIRECTORY-FILE)
020400             " NOT ON HAND - NOT PUBLISHED."
020500         GO TO 1100-NEXT-CHOICE
020600     END-IF.
020700     ADD 1 TO WS-DIRECTORY-COUNT.
020800     READ PHONE-BOOK NEXT RECORD
020900         AT END MOVE "Y" TO WS-BOOK-EOF
021000     END-READ.
021100     PERFORM 1200-RELEASE-ENTRY THRU 1200-EXIT
021200         UNTIL END-OF-PHONE-BOOK.
021300     CLOSE PHONE-BOOK.
021400 1100-NEXT-CHOICE.
021500     ADD 1 TO WS-REG-DIGIT.
021600 1100-EXIT.
021700     EXIT.
021800
021900 1200-RELEASE-ENTRY.
022000     IF PHONE-PRIVACY-FLAG = "Y"
022100         ADD 1 TO WS-SUPPRESSED-COUNT
022200     ELSE
022300         MOVE PHONE-LAST-NAME (1:1) TO SR-LETTER
022400         IF SR-LETTER < "A" OR SR-LETTER > "Z"
022500             MOVE "#" TO SR-LETTER
022600         END-IF
022700         MOVE PHONE-LAST-NAME    TO SR-LAST-NAME
022800         MOVE PHONE-FIRST-NAME   TO SR-FIRST-NAME
022900         MOVE PHONE-NUMBER       TO SR-NUMBER
023000         MOVE PHONE-COUNTRY-CODE TO SR-COUNTRY-CODE
023100         MOVE PHONE-EXTENSION    TO SR-EXTENSION
023200         MOVE PHONE-CATEGORY     TO SR-CATEGORY
023300         MOVE WS-REG-DESCRIPTION TO SR-DIRECTORY-DESC
023400         RELEASE SORT-RECORD
023500     END-IF.
023600     READ PHONE-BOOK NEXT RECORD
023700         AT END MOVE "Y" TO WS-BOOK-EOF
023800     END-READ.
023900 1200-EXIT.
024000     EXIT.
024100
024200*    "#" SORTS AHEAD OF "A", SO THE NON-LETTER NAMES FORM ONE
024300*    SECTION AT THE FRONT INSTEAD OF BEING SPLIT AROUND THE
024400*    LETTERS.
024500 2000-BUILD-PAGES.
024600     MOVE "N" TO WS-SORT-EOF.
024700     PERFORM 2100-RETURN-NEXT THRU 2100-EXIT
024800         UNTIL END-OF-SORT-FILE.
024900     IF SECTION-PAGE-OPEN
025000         PERFORM 2400-END-SECTION THRU 2400-EXIT
025100     END-IF.
025200 2000-EXIT.
025300     EXIT.
025400
025500 2100-RETURN-NEXT.
025600     RETURN SORT-WORK-FILE
025700         AT END
025800             MOVE "Y" TO WS-SORT-EOF
025900         NOT AT END
026000             PERFORM 2200-PLACE-ENTRY THRU 2200-EXIT
026100     END-RETURN.
026200 2100-EXIT.
026300     EXIT.
026400
026500 2200-PLACE-ENTRY.
026600     IF SR-LETTER NOT = WS-CURRENT-LETTER
026700         IF SECTION-PAGE-OPEN
026800             PERFORM 2400-END-SECTION THRU 2400-EXIT
026900         END-IF
027000         MOVE SR-LETTER TO WS-CURRENT-LETTER
027100         PERFORM 2300-START-SECTION THRU 2300-EXIT
027200     END-IF.
027300     PERFORM 3000-WRITE-ENTRY-ROW THRU 3000-EXIT.
027400     ADD 1 TO WS-ENTRY-COUNT.
027500     IF WS-SECTION-USED > ZERO
027600         ADD 1 TO WS-SC-COUNT (WS-SECTION-USED)
027700     END-IF.
027800 2200-EXIT.
027900     EXIT.
028000
028100 2300-START-SECTION.
028200     IF WS-CURRENT-LETTER = "#"
028300         MOVE "0" TO WS-PAGE-LETTER
028400     ELSE
028500         MOVE WS-CURRENT-LETTER TO WS-PAGE-LETTER
028600         INSPECT WS-PAGE-LETTER CONVERTING
028700             "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
028800             TO "abcdefghijklmnopqrstuvwxyz"
028900     END-IF.
029000     MOVE SPACE TO WS-PAGE-FILE.
029100     STRING "dirpg-"                     DELIMITED BY SIZE
029200         WS-PAGE-LETTER                  DELIMITED BY SIZE
029300         ".htm"                          DELIMITED BY SIZE
029400         INTO WS-PAGE-FILE
029500     END-STRING.
029600     IF WS-SECTION-USED < 30
029700         ADD 1 TO WS-SECTION-USED
029800         MOVE WS-CURRENT-LETTER
029900             TO WS-SC-LETTER (WS-SECTION-USED)
030000         MOVE WS-PAGE-FILE
030100             TO WS-SC-PAGE-FILE (WS-SECTION-USED)
030200         MOVE ZERO TO WS-SC-COUNT (WS-SECTION-USED)
030300     END-IF.
030400     OPEN OUTPUT PAGE-FILE.
030500     MOVE "Y" TO WS-PAGE-OPEN.
030600     MOVE "<html>" TO PAGE-LINE.
030700     WRITE PAGE-LINE.
030800     MOVE SPACE TO PAGE-LINE.
030900     STRING "<head><title>Office Directory - "
031000                                         DELIMITED BY SIZE
031100         WS-CURRENT-LETTER               DELIMITED BY SIZE
031200         "</title></head>"               DELIMITED BY SIZE
031300         INTO PAGE-LINE
031400     END-STRING.
031500     WRITE PAGE-LINE.
031600     MOVE "<body>" TO PAGE-LINE.
031700     WRITE PAGE-LINE.
031800     MOVE SPACE TO PAGE-LINE.
031900     STRING "<h1>Office Directory - "    DELIMITED BY SIZE
032000         WS-CURRENT-LETTER               DELIMITED BY SIZE
032100         "</h1>"                         DELIMITED BY SIZE
032200         INTO PAGE-LINE
032300     END-STRING.
032400     WRITE PAGE-LINE.
032500     MOVE "<p><a href=""dirindex.htm"">All sections</a></p>"
032600         TO PAGE-LINE.
032700     WRITE PAGE-LINE.
032800     MOVE "<table border=""1"">" TO PAGE-LINE.
032900     WRITE PAGE-LINE.
033000     MOVE SPACE TO PAGE-LINE.
033100     STRING "<tr><th>Name</th><th>Number</th>"
033200                                         DELIMITED BY SIZE
033300         "<th>Category</th><th>Directory</th></tr>"
033400                                         DELIMITED BY SIZE
033500         INTO PAGE-LINE
033600     END-STRING.
033700     WRITE PAGE-LINE.
033800 2300-EXIT.
033900     EXIT.
034000
034100 2400-END-SECTION.
034200     MOVE "</table>" TO PAGE-LINE.
034300     WRITE PAGE-LINE.
034400     PERFORM 8200-WRITE-PAGE-FOOTER THRU 8200-EXIT.
034500     CLOSE PAGE-FILE.
034600     MOVE "N" TO WS-PAGE-OPEN.
034700 2400-EXIT.
034800     EXIT.
034900
035000 3000-WRITE-ENTRY-ROW.
035100     CALL "NAMEDISP" USING SR-LAST-NAME WS-PRINT-LAST.
035200     CALL "NAMEDISP" USING SR-FIRST-NAME WS-PRINT-FIRST.
035300     CALL "PHONFMT" USING SR-NUMBER SR-COUNTRY-CODE
035400         SR-EXTENSION WS-DISPLAY-NUMBER.
035500     MOVE SPACE TO WS-NAME-WORK.
035600     IF WS-PRINT-FIRST = SPACE
035700         MOVE WS-PRINT-LAST TO WS-NAME-WORK
035800     ELSE
035900         STRING FUNCTION TRIM(WS-PRINT-LAST) DELIMITED BY SIZE
036000             ", "                            DELIMITED BY SIZE
036100             FUNCTION TRIM(WS-PRINT-FIRST)   DELIMITED BY SIZE
036200             INTO WS-NAME-WORK
036300         END-STRING
036400     END-IF.
036500     MOVE WS-NAME-WORK TO WS-ESC-IN.
036600     PERFORM 8000-ESCAPE-TEXT THRU 8000-EXIT.
036700     MOVE WS-ESC-OUT TO WS-HTML-NAME.
036800     PERFORM 3100-CATEGORY-TEXT THRU 3100-EXIT.
036900     MOVE WS-CATEGORY-TEXT TO WS-ESC-IN.
037000     PERFORM 8000-ESCAPE-TEXT THRU 8000-EXIT.
037100     MOVE WS-ESC-OUT TO WS-HTML-CATEGORY.
037200     MOVE SR-DIRECTORY-DESC TO WS-ESC-IN.
037300     PERFORM 8000-ESCAPE-TEXT THRU 8000-EXIT.
037400     MOVE WS-ESC-OUT TO WS-HTML-DIRECTORY.
037500     MOVE SPACE TO PAGE-LINE.
037600     STRING "<tr><td>"                      DELIMITED BY SIZE
037700         FUNCTION TRIM(WS-HTML-NAME)        DELIMITED BY SIZE
037800         "</td><td>"                        DELIMITED BY SIZE
037900         FUNCTION TRIM(WS-DISPLAY-NUMBER)   DELIMITED BY SIZE
038000         "</td><td>"                        DELIMITED BY SIZE
038100         FUNCTION TRIM(WS-HTML-CATEGORY)    DELIMITED BY SIZE
038200         "</td><td>"                        DELIMITED BY SIZE
038300         FUNCTION TRIM(WS-HTML-DIRECTORY)   DELIMITED BY SIZE
038400         "</td></tr>"                       DELIMITED BY SIZE
038500         INTO PAGE-LINE
038600     END-STRING.
038700     WRITE PAGE-LINE.
038800 3000-EXIT.
038900     EXIT.
039000
039100*    A BLANK CATEGORY STAYS BLANK; A CODE NOT ON THE TABLE
039200*    (OR NO TABLE ON HAND) SHOWS AS THE BARE CODE.
039300 3100-CATEGORY-TEXT.
039400     MOVE SR-CATEGORY TO WS-CATEGORY-TEXT.
039500     IF NOT CATEGORIES-ON-HAND OR SR-CATEGORY = SPACE
039600         GO TO 3100-EXIT
039700     END-IF.
039800     MOVE SR-CATEGORY TO CAT-CODE.
039900     READ CATEGORY-FILE
040000         INVALID KEY
040100             GO TO 3100-EXIT
040200     END-READ.
040300     IF CAT-DESCRIPTION NOT = SPACE
040400         MOVE CAT-DESCRIPTION TO WS-CATEGORY-TEXT
040500     END-IF.
040600 3100-EXIT.
040700     EXIT.
040800
040900 5000-WRITE-INDEX-PAGE.
041000     MOVE "dirindex.htm" TO WS-PAGE-FILE.
041100     OPEN OUTPUT PAGE-FILE.
041200     MOVE "<html>" TO PAGE-LINE.
041300     WRITE PAGE-LINE.
041400     MOVE "<head><title>Office Directory</title></head>"
041500         TO PAGE-LINE.
041600     WRITE PAGE-LINE.
041700     MOVE "<body>" TO PAGE-LINE.
041800     WRITE PAGE-LINE.
041900     MOVE "<h1>Office Directory</h1>" TO PAGE-LINE.
042000     WRITE PAGE-LINE.
042100     MOVE WS-ENTRY-COUNT TO WS-COUNT-DISP.
042200     MOVE WS-DIRECTORY-COUNT TO WS-DIR-COUNT-DISP.
042300     MOVE SPACE TO PAGE-LINE.
042400     STRING "<p>"                           DELIMITED BY SIZE
042500         FUNCTION TRIM(WS-COUNT-DISP)       DELIMITED BY SIZE
042600         " entries from "                   DELIMITED BY SIZE
042700         FUNCTION TRIM(WS-DIR-COUNT-DISP)   DELIMITED BY SIZE
042800         " directories.</p>"                DELIMITED BY SIZE
042900         INTO PAGE-LINE
043000     END-STRING.
043100     WRITE PAGE-LINE.
043200     MOVE "<ul>" TO PAGE-LINE.
043300     WRITE PAGE-LINE.
043400     MOVE ZERO TO WS-TABLE-INDEX.
043500     PERFORM 5100-WRITE-INDEX-LINE THRU 5100-EXIT
043600         UNTIL WS-TABLE-INDEX >= WS-SECTION-USED.
043700     MOVE "</ul>" TO PAGE-LINE.
043800     WRITE PAGE-LINE.
043900     PERFORM 8200-WRITE-PAGE-FOOTER THRU 8200-EXIT.
044000     CLOSE PAGE-FILE.
044100 5000-EXIT.
044200     EXIT.
044300
044400 5100-WRITE-INDEX-LINE.
044500     ADD 1 TO WS-TABLE-INDEX.
044600     MOVE WS-SC-COUNT (WS-TABLE-INDEX) TO WS-COUNT-DISP.
044700     MOVE SPACE TO PAGE-LINE.
044800     STRING "<li><a href="""                DELIMITED BY SIZE
044900         FUNCTION TRIM(WS-SC-PAGE-FILE (WS-TABLE-INDEX))
045000                                            DELIMITED BY SIZE
045100         """>"                              DELIMITED BY SIZE
045200         WS-SC-LETTER (WS-TABLE-INDEX)      DELIMITED BY SIZE
045300         "</a> ("                           DELIMITED BY SIZE
045400         FUNCTION TRIM(WS-COUNT-DISP)       DELIMITED BY SIZE
045500         ")</li>"                           DELIMITED BY SIZE
045600         INTO PAGE-LINE
045700     END-STRING.
045800     WRITE PAGE-LINE.
045900 5100-EXIT.
046000     EXIT.
046100
046200 8000-ESCAPE-TEXT.
046300     MOVE SPACE TO WS-ESC-OUT.
046400     MOVE 1 TO WS-ESC-POINTER.
046500     PERFORM 8100-ESCAPE-CHAR THRU 8100-EXIT
046600         VARYING WS-ESC-INDEX FROM 1 BY 1
046700         UNTIL WS-ESC-INDEX > 42.
046800 8000-EXIT.
046900     EXIT.
047000
047100 8100-ESCAPE-CHAR.
047200     MOVE WS-ESC-IN (WS-ESC-INDEX:1) TO WS-ESC-CHAR.
047300     EVALUATE WS-ESC-CHAR
047400         WHEN "&"
047500             STRING "&amp;" DELIMITED BY SIZE
047600                 INTO WS-ESC-OUT WITH POINTER WS-ESC-POINTER
047700             END-STRING
047800         WHEN "<"
047900             STRING "&lt;" DELIMITED BY SIZE
048000                 INTO WS-ESC-OUT WITH POINTER WS-ESC-POINTER
048100             END-STRING
048200         WHEN ">"
048300             STRING "&gt;" DELIMITED BY SIZE
048400                 INTO WS-ESC-OUT WITH POINTER WS-ESC-POINTER
048500             END-STRING
048600         WHEN """"
048700             STRING "&quot;" DELIMITED BY SIZE
048800                 INTO WS-ESC-OUT WITH POINTER WS-ESC-POINTER
048900             END-STRING
049000         WHEN OTHER
049100             STRING WS-ESC-CHAR DELIMITED BY SIZE
049200                 INTO WS-ESC-OUT WITH POINTER WS-ESC-POINTER
049300             END-STRING
049400     END-EVALUATE.
049500 8100-EXIT.
049600     EXIT.
049700
049800 8200-WRITE-PAGE-FOOTER.
049900     MOVE SPACE TO PAGE-LINE.
050000     STRING "<p>Updated "                   DELIMITED BY SIZE
050100         WS-TODAY-DISPLAY                   DELIMITED BY SIZE
050200         ".</p>"                            DELIMITED BY SIZE
050300         INTO PAGE-LINE
050400     END-STRING.
050500     WRITE PAGE-LINE.
050600     MOVE "</body></html>" TO PAGE-LINE.
050700     WRITE PAGE-LINE.
050800 8200-EXIT.
050900     EXIT.
