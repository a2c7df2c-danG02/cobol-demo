000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PERSPREF.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED "HOW DO I REACH THIS PERSON" LOOKUP, A
000900*       SIBLING OF NAMEDISP AND PHONFMT. GIVEN A PERSON-ID
001000*       FROM THE PERSON MASTER (persmast.dat, PERSREC) IT
001100*       RETURNS THE DISPLAY NAME ("LAST, FIRST" THROUGH
001200*       NAMEDISP), THE PS-PREFERRED-NUMBER, THE DIRECTORY
001300*       THAT NUMBER LIVES ON (FROM THE phonpers.dat LINK,
001400*       PERSLNK), AND THE NUMBER AS PHONFMT SHOWS IT, READ
001500*       LIVE FROM THAT DIRECTORY. PP-RESULT SAYS HOW FAR
001600*       THE LOOKUP GOT:
001700*         Y = ACTIVE PERSON, NUMBER FOUND ON ITS DIRECTORY
001800*         G = PREFERRED NUMBER NO LONGER ON ITS DIRECTORY
001900*             (DELETED, ARCHIVED, OR NEVER LINKED) - THE
002000*             RAW NUMBER IS RETURNED FOR DISPLAY
002100*         P = PERSON HAS NO PREFERRED NUMBER
002200*         I = PERSON IS MARKED INACTIVE
002300*         N = PERSON-ID NOT ON THE PERSON MASTER
002400*       THE CALL-TREE PROGRAMS (CTREMNT, CTRERPT, CTREVNT,
002500*       CTREMISS) ALL COME HERE SO EACH SHOWS A PERSON THE
002600*       SAME WAY. FILES ARE OPENED AND CLOSED ON EVERY CALL,
002700*       THE WAY THE LOOKUP-BOOK PROGRAMS DO.
002800*----------------------------------------------------------
002900* MOD LOG:
003000*  OCT 2026  DCG  ORIGINAL PROGRAM.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL PERSON-MASTER-FILE
003600         ASSIGN TO "persmast.dat"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS PS-PERSON-ID
004000         FILE STATUS IS PP-PERS-STATUS.
004100
004200     SELECT OPTIONAL PERSON-LINK-FILE
004300         ASSIGN TO "phonpers.dat"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS PL-PHONE-NUMBER
004700         FILE STATUS IS PP-LINK-STATUS.
004800
004900     SELECT OPTIONAL LOOKUP-BOOK
005000         ASSIGN TO PP-LOOKUP-FILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS LU-NUMBER
005400         ALTERNATE RECORD KEY IS LU-LAST-NAME
005500             WITH DUPLICATES
005600         FILE STATUS IS PP-LOOKUP-STATUS.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PERSON-MASTER-FILE.
006100     COPY PERSREC.
006200
006300 FD  PERSON-LINK-FILE.
006400     COPY PERSLNK.
006500
006600 FD  LOOKUP-BOOK.
006700     COPY PHONEREC REPLACING
006800         PHONE-RECORD      BY LOOKUP-RECORD
006900         PHONE-LAST-NAME   BY LU-LAST-NAME
007000         PHONE-FIRST-NAME  BY LU-FIRST-NAME
007100         PHONE-NUMBER        BY LU-NUMBER
007200         PHONE-COUNTRY-CODE  BY LU-COUNTRY-CODE
007300         PHONE-EXTENSION     BY LU-EXTENSION
007400         PHONE-CATEGORY      BY LU-CATEGORY
007500         PHONE-PRIVACY-FLAG  BY LU-PRIVACY-FLAG
007600         PHONE-OPERATOR-ID   BY LU-OPERATOR-ID
007700         PHONE-ENTRY-DATE    BY LU-ENTRY-DATE.
007800
007900 WORKING-STORAGE SECTION.
008000 01  PP-PERS-STATUS          PIC X(02) VALUE "00".
008100 01  PP-LINK-STATUS          PIC X(02) VALUE "00".
008200 01  PP-LOOKUP-STATUS        PIC X(02) VALUE "00".
008300 01  PP-LOOKUP-FILE          PIC X(20).
008400 01  PP-PRINT-LAST           PIC X(20).
008500 01  PP-PRINT-FIRST          PIC X(20).
008600
008700 LINKAGE SECTION.
008800 01  PP-PERSON-ID            PIC 9(06).
008900 01  PP-NAME                 PIC X(30).
009000 01  PP-NUMBER               PIC X(15).
009100 01  PP-DIRECTORY            PIC X(20).
009200 01  PP-DISPLAY-NUMBER       PIC X(30).
009300 01  PP-RESULT               PIC X(01).
009400
009500 PROCEDURE DIVISION USING PP-PERSON-ID PP-NAME PP-NUMBER
009600     PP-DIRECTORY PP-DISPLAY-NUMBER PP-RESULT.
009700
009800 0000-MAINLINE.
009900     MOVE SPACE TO PP-NAME PP-NUMBER PP-DIRECTORY
010000         PP-DISPLAY-NUMBER.
010100     MOVE "N" TO PP-RESULT.
010200     PERFORM 1000-READ-PERSON THRU 1000-EXIT.
010300     IF PP-RESULT = "G"
010400         PERFORM 2000-READ-NUMBER THRU 2000-EXIT
010500     END-IF.
010600     GOBACK.
010700
010800 1000-READ-PERSON.
010900     OPEN INPUT PERSON-MASTER-FILE.
011000     IF PP-PERS-STATUS NOT = "00"
011100         GO TO 1000-EXIT
011200     END-IF.
011300     MOVE PP-PERSON-ID TO PS-PERSON-ID.
011400     READ PERSON-MASTER-FILE
011500         INVALID KEY
011600             CLOSE PERSON-MASTER-FILE
011700             GO TO 1000-EXIT
011800     END-READ.
011900     CLOSE PERSON-MASTER-FILE.
012000     CALL "NAMEDISP" USING PS-LAST-NAME PP-PRINT-LAST.
012100     CALL "NAMEDISP" USING PS-FIRST-NAME PP-PRINT-FIRST.
012200     STRING FUNCTION TRIM(PP-PRINT-LAST) DELIMITED BY SIZE
012300         ", "                            DELIMITED BY SIZE
012400         FUNCTION TRIM(PP-PRINT-FIRST)   DELIMITED BY SIZE
012500         INTO PP-NAME
012600     END-STRING.
012700     MOVE PS-PREFERRED-NUMBER TO PP-NUMBER PP-DISPLAY-NUMBER.
012800     IF PS-INACTIVE
012900         MOVE "I" TO PP-RESULT
013000         GO TO 1000-EXIT
013100     END-IF.
013200     IF PS-PREFERRED-NUMBER = SPACE
013300         MOVE "P" TO PP-RESULT
013400         GO TO 1000-EXIT
013500     END-IF.
013600     MOVE "G" TO PP-RESULT.
013700 1000-EXIT.
013800     EXIT.
013900
014000*    THE LINK SAYS WHICH DIRECTORY HOLDS THE NUMBER; THE
014100*    NUMBER IS THEN FORMATTED FROM THE LIVE DIRECTORY ROW
014200*    SO A DELETED OR ARCHIVED NUMBER SHOWS UP AS SUCH.
014300 2000-READ-NUMBER.
014400     OPEN INPUT PERSON-LINK-FILE.
014500     IF PP-LINK-STATUS NOT = "00"
014600         GO TO 2000-EXIT
014700     END-IF.
014800     MOVE PP-NUMBER TO PL-PHONE-NUMBER.
014900     READ PERSON-LINK-FILE
015000         INVALID KEY
015100             CLOSE PERSON-LINK-FILE
015200             GO TO 2000-EXIT
015300     END-READ.
015400     CLOSE PERSON-LINK-FILE.
015500     MOVE PL-DIRECTORY TO PP-DIRECTORY PP-LOOKUP-FILE.
015600     OPEN INPUT LOOKUP-BOOK.
015700     IF PP-LOOKUP-STATUS NOT = "00"
015800         GO TO 2000-EXIT
015900     END-IF.
016000     MOVE PP-NUMBER TO LU-NUMBER.
016100     READ LOOKUP-BOOK
016200         INVALID KEY
016300             CONTINUE
016400         NOT INVALID KEY
016500             CALL "PHONFMT" USING LU-NUMBER LU-COUNTRY-CODE
016600                 LU-EXTENSION PP-DISPLAY-NUMBER
016700             MOVE "Y" TO PP-RESULT
016800     END-READ.
016900     CLOSE LOOKUP-BOOK.
017000 2000-EXIT.
017100     EXIT.
