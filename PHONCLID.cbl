000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONCLID.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: CALLER-ID NAME FEED FOR THE SWITCH. PHONPBX FEEDS
000900*       THE SWITCH WHAT TO DIAL OUT; THIS RUN FEEDS IT THE
001000*       NUMBER-TO-NAME TABLE IT SHOWS ON INBOUND CALLS.
001100*       EVERY DIRECTORY ON THE dirreg.dat REGISTRY IS READ
001200*       AND EACH ENTRY BECOMES ONE clidload.dat ROW:
001300*         - THE FULL NUMBER, COUNTRY CODE FIRST (A BLANK
001400*           COUNTRY CODE MEANS NORTH AMERICA, "1", AS
001500*           CTRYCHK AND PHONPBX TREAT IT)
001600*         - THE DISPLAY NAME, "LAST, FIRST" IN NAMEDISP
001700*           CASING, CUT TO THE SWITCH'S 15 CHARACTERS
001800*         - THE DIRECTORY TAG (THE REGISTRY PREFIX)
001900*       A PRIVACY-FLAGGED ENTRY SHOWS ONLY ITS CATEGORY
002000*       DESCRIPTION FROM catmast.dat ("PRIVATE" WHEN THE
002100*       CATEGORY IS BLANK OR UNKNOWN), NEVER THE NAME. THE
002200*       FEED ENDS WITH A "TRAILER" COUNT ROW, AS pbxload.dat
002300*       DOES, FOR THE SWITCH TECH TO BALANCE BEFORE LOADING.
002400*       RUN NIGHTLY BY SCHEDDRV AFTER THE LAST DIRECTORY.
002500*----------------------------------------------------------
002600* MOD LOG:
002700*  OCT 2026  DCG  ORIGINAL PROGRAM.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PHONE-BOOK
003300         ASSIGN TO WS-DIRECTORY-FILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS PHONE-NUMBER
003700         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-PHONE-STATUS.
004000
004100     SELECT OPTIONAL CATEGORY-FILE
004200         ASSIGN TO "catmast.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CAT-CODE
004600         FILE STATUS IS WS-CAT-STATUS.
004700
004800     SELECT FEED-FILE
004900         ASSIGN TO "clidload.dat"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PHONE-BOOK.
005500     COPY PHONEREC.
005600
005700 FD  CATEGORY-FILE.
005800     COPY CATREC.
005900
006000 FD  FEED-FILE.
006100 01  FEED-LINE                   PIC X(80).
006200
006300 WORKING-STORAGE SECTION.
006400
006500 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONCLID".
006600 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
006700 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
006800
006900 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007000 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
007100
007200 01  WS-DIRECTORY-FILE           PIC X(20).
007300 01  WS-REG-FUNCTION             PIC X(01).
007400 01  WS-REG-CHOICE               PIC X(01).
007500 01  WS-REG-DIRECTORY            PIC X(20).
007600 01  WS-REG-PREFIX               PIC X(04).
007700 01  WS-REG-DESCRIPTION          PIC X(30).
007800 01  WS-REG-RESULT               PIC X(01).
007900 01  WS-REG-DIGIT                PIC 9(02).
008000
008100 01  WS-CAT-FILE-SWITCH          PIC X(01) VALUE "N".
008200     88  CATEGORIES-ON-HAND              VALUE "Y".
008300 01  WS-BOOK-EOF                 PIC X(01).
008400     88  END-OF-PHONE-BOOK               VALUE "Y".
008500
008600 01  WS-RECORD-COUNTRY           PIC X(03).
008700 01  WS-PRINT-LAST               PIC X(20).
008800 01  WS-PRINT-FIRST              PIC X(20).
008900 01  WS-CALLER-NAME              PIC X(40).
009000
009100 01  WS-FED-COUNT                PIC 9(06) COMP VALUE ZERO.
009200 01  WS-PRIVATE-COUNT            PIC 9(06) COMP VALUE ZERO.
009300 01  WS-DIRECTORY-COUNT          PIC 9(03) COMP VALUE ZERO.
009400 01  WS-TRAILER-COUNT            PIC Z(05)9.
009500
009600 01  WS-FEED-DETAIL.
009700     05  CI-FULL-NUMBER          PIC X(18).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  CI-DISPLAY-NAME         PIC X(15).
010000     05  FILLER                  PIC X(01) VALUE SPACE.
010100     05  CI-DIRECTORY-TAG        PIC X(04).
010200
010300 PROCEDURE DIVISION.
010400
010500 0000-MAINLINE.
010600     CALL "JOBHDR" USING WS-JOB-NAME.
010700     OPEN INPUT CATEGORY-FILE.
010800     IF WS-CAT-STATUS = "00"
010900         MOVE "Y" TO WS-CAT-FILE-SWITCH
011000     END-IF.
011100     OPEN OUTPUT FEED-FILE.
011200     MOVE 1 TO WS-REG-DIGIT.
011300     PERFORM 1000-FEED-ONE-DIRECTORY THRU 1000-EXIT
011400         UNTIL WS-REG-DIGIT > 9.
011500     MOVE WS-FED-COUNT TO WS-TRAILER-COUNT.
011600     MOVE SPACE TO FEED-LINE.
011700     STRING "TRAILER,"                      DELIMITED BY SIZE
011800         FUNCTION TRIM(WS-TRAILER-COUNT)    DELIMITED BY SIZE
011900         INTO FEED-LINE
012000     END-STRING.
012100     WRITE FEED-LINE.
012200     CLOSE FEED-FILE.
012300     IF CATEGORIES-ON-HAND
012400         CLOSE CATEGORY-FILE
012500     END-IF.
012600     DISPLAY "PHONCLID - " WS-FED-COUNT " NUMBER(S) FROM "
012700         WS-DIRECTORY-COUNT " DIRECTORY(S) FED TO clidload.dat, "
012800         WS-PRIVATE-COUNT " SHOWN BY CATEGORY ONLY.".
012900     MOVE WS-FED-COUNT TO WS-JOURNAL-COUNT.
013000     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
013100         WS-END-CODE.
013200     GOBACK.
013300
013400 1000-FEED-ONE-DIRECTORY.
013500     MOVE "C" TO WS-REG-FUNCTION.
013600     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
013700     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
013800         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
013900         WS-REG-RESULT.
014000     IF WS-REG-RESULT NOT = "Y"
014100         GO TO 1000-NEXT-CHOICE
014200     END-IF.
014300     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
014400     MOVE "N" TO WS-BOOK-EOF.
014500     OPEN INPUT PHONE-BOOK.
014600     IF WS-PHONE-STATUS NOT = "00"
014700         DISPLAY "DIRECTORY "
014800             FUNCTION TRIM(WS-DIRECTORY-FILE)
014900             " NOT ON HAND - NOT FED."
015000         GO TO 1000-NEXT-CHOICE
015100     END-IF.
015200     ADD 1 TO WS-DIRECTORY-COUNT.
015300     READ PHONE-BOOK NEXT RECORD
015400         AT END MOVE "Y" TO WS-BOOK-EOF
015500     END-READ.
015600     PERFORM 2000-FEED-NEXT THRU 2000-EXIT
015700         UNTIL END-OF-PHONE-BOOK.
015800     CLOSE PHONE-BOOK.
015900 1000-NEXT-CHOICE.
016000     ADD 1 TO WS-REG-DIGIT.
016100 1000-EXIT.
016200     EXIT.
016300
016400 2000-FEED-NEXT.
016500     MOVE SPACE TO WS-FEED-DETAIL.
016600     MOVE PHONE-COUNTRY-CODE TO WS-RECORD-COUNTRY.
016700     IF WS-RECORD-COUNTRY = SPACE
016800         MOVE "1" TO WS-RECORD-COUNTRY
016900     END-IF.
017000     STRING FUNCTION TRIM(WS-RECORD-COUNTRY) DELIMITED BY SIZE
017100         FUNCTION TRIM(PHONE-NUMBER)         DELIMITED BY SIZE
017200         INTO CI-FULL-NUMBER
017300     END-STRING.
017400     IF PHONE-PRIVACY-FLAG = "Y"
017500         PERFORM 2200-CATEGORY-NAME THRU 2200-EXIT
017600         ADD 1 TO WS-PRIVATE-COUNT
017700     ELSE
017800         PERFORM 2100-CALLER-NAME THRU 2100-EXIT
017900     END-IF.
018000     MOVE WS-CALLER-NAME TO CI-DISPLAY-NAME.
018100     MOVE WS-REG-PREFIX TO CI-DIRECTORY-TAG.
018200     WRITE FEED-LINE FROM WS-FEED-DETAIL.
018300     ADD 1 TO WS-FED-COUNT.
018400     READ PHONE-BOOK NEXT RECORD
018500         AT END MOVE "Y" TO WS-BOOK-EOF
018600     END-READ.
018700 2000-EXIT.
018800     EXIT.
018900
019000*    "LAST, FIRST" - THE MOVE TO CI-DISPLAY-NAME CUTS IT TO
019100*    THE SWITCH'S 15 CHARACTERS.
019200 2100-CALLER-NAME.
019300     CALL "NAMEDISP" USING PHONE-LAST-NAME WS-PRINT-LAST.
019400     CALL "NAMEDISP" USING PHONE-FIRST-NAME WS-PRINT-FIRST.
019500     MOVE SPACE TO WS-CALLER-NAME.
019600     IF WS-PRINT-FIRST = SPACE
019700         MOVE WS-PRINT-LAST TO WS-CALLER-NAME
019800     ELSE
019900         STRING FUNCTION TRIM(WS-PRINT-LAST) DELIMITED BY SIZE
020000             ", "                            DELIMITED BY SIZE
020100             FUNCTION TRIM(WS-PRINT-FIRST)   DELIMITED BY SIZE
020200             INTO WS-CALLER-NAME
020300         END-STRING
020400     END-IF.
020500 2100-EXIT.
020600     EXIT.
020700
020800 2200-CATEGORY-NAME.
020900     MOVE "PRIVATE" TO WS-CALLER-NAME.
021000     IF NOT CATEGORIES-ON-HAND OR PHONE-CATEGORY = SPACE
021100         GO TO 2200-EXIT
021200     END-IF.
021300     MOVE PHONE-CATEGORY TO CAT-CODE.
021400     READ CATEGORY-FILE
021500         INVALID KEY
021600             GO TO 2200-EXIT
021700     END-READ.
021800     IF CAT-DESCRIPTION NOT = SPACE
021900         MOVE CAT-DESCRIPTION TO WS-CALLER-NAME
022000     END-IF.
022100 2200-EXIT.
022200     EXIT.
