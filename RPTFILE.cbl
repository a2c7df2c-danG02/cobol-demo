000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTFILE.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED REPORT-LIBRARY FILING ROUTINE. EVERY RUN OF
000900*       A NIGHTLY REPORT OVERWRITES ITS LISTING, SO THE
001000*       CALLER HANDS THE LISTING OVER HERE AS SOON AS IT IS
001100*       CLOSED: THE LISTING IS READ ONCE TO COUNT ITS LINES
001200*       AND PAGES (ONE MORE THAN ITS FORM FEEDS), COPIED TO
001300*       A DATED LIBRARY FILE <LISTING>.<YYYYMMDD>.<HHMMSS>,
001400*       AND INDEXED ON rptindex.dat (RPTIDX) WITH THE JOB
001500*       NAME, DIRECTORY, RUN DATE, AND PAGE COUNT. RK-RESULT
001600*       COMES BACK "Y" WHEN FILED, "N" WHEN THERE WAS NO
001700*       LISTING OR IT WAS EMPTY, AND "E" WHEN THE COPY OR
001800*       THE INDEX WRITE FAILED. A FILING PROBLEM NEVER
001900*       CHANGES THE CALLER'S RETURN CODE.
002000*----------------------------------------------------------
002100* MOD LOG:
002200*  OCT 2026  DCG  ORIGINAL PROGRAM.
002220*  OCT 2026  DCG  THE LIBRARY COPY CARRIES THE RUNDATE AS-OF
002240*                 DATE, SO A LISTING FROM A NIGHT REPLAYED BY
002260*                 THE SCHEDDRV CATCH-UP FILES UNDER THAT
002280*                 NIGHT.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT LISTING-FILE
002800         ASSIGN TO RF-LISTING-NAME
002900         ORGANIZATION IS LINE SEQUENTIAL
003000         FILE STATUS IS RF-LIST-STATUS.
003100
003200     SELECT OPTIONAL REPORT-INDEX-FILE
003300         ASSIGN TO "rptindex.dat"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS RANDOM
003600         RECORD KEY IS RX-KEY
003700         FILE STATUS IS RF-INDEX-STATUS.
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  LISTING-FILE.
004200 01  LISTING-LINE                PIC X(200).
004300
004400 FD  REPORT-INDEX-FILE.
004500     COPY RPTIDX.
004600
004700 WORKING-STORAGE SECTION.
004800 01  RF-LIST-STATUS          PIC X(02) VALUE "00".
004900 01  RF-INDEX-STATUS         PIC X(02) VALUE "00".
005000 01  RF-LISTING-NAME         PIC X(20).
005100 01  RF-LIBRARY-NAME         PIC X(40).
005200 01  RF-COMMAND              PIC X(100).
005300 01  RF-EOF-SWITCH           PIC X(01).
005400 01  RF-LINE-COUNT           PIC 9(07) COMP.
005500 01  RF-FEED-COUNT           PIC 9(05) COMP.
005600 01  RF-LINE-FEEDS           PIC 9(03) COMP.
005700 01  RF-RUN-DATE             PIC X(08).
005800 01  RF-RUN-TIME             PIC X(08).
005825 01  RF-RD-FUNCTION          PIC X(01).
005850 01  RF-RD-DATE              PIC X(08).
005875 01  RF-RD-CATCH-UP          PIC X(01).
005900
006000 LINKAGE SECTION.
006100 01  RK-JOB-NAME             PIC X(08).
006200 01  RK-DIRECTORY            PIC X(20).
006300 01  RK-REPORT-NAME          PIC X(20).
006400 01  RK-RESULT               PIC X(01).
006500
006600 PROCEDURE DIVISION USING RK-JOB-NAME RK-DIRECTORY
006700     RK-REPORT-NAME RK-RESULT.
006800
006900 0000-MAINLINE.
007000     MOVE "N" TO RK-RESULT.
007100     MOVE RK-REPORT-NAME TO RF-LISTING-NAME.
007200     PERFORM 1000-COUNT-LISTING THRU 1000-EXIT.
007300     IF RF-LINE-COUNT = ZERO
007400         GO TO 0000-DONE
007500     END-IF.
007600     PERFORM 2000-COPY-TO-LIBRARY THRU 2000-EXIT.
007700     IF RK-RESULT = "E"
007800         GO TO 0000-DONE
007900     END-IF.
008000     PERFORM 3000-INDEX-THE-COPY THRU 3000-EXIT.
008100 0000-DONE.
008200     MOVE ZERO TO RETURN-CODE.
008300     GOBACK.
008400
008500 1000-COUNT-LISTING.
008600     MOVE ZERO TO RF-LINE-COUNT.
008700     MOVE ZERO TO RF-FEED-COUNT.
008800     MOVE "N" TO RF-EOF-SWITCH.
008900     OPEN INPUT LISTING-FILE.
009000     IF RF-LIST-STATUS NOT = "00"
009100         GO TO 1000-EXIT
009200     END-IF.
009300     PERFORM 1100-COUNT-NEXT-LINE THRU 1100-EXIT
009400         UNTIL RF-EOF-SWITCH = "Y".
009500     CLOSE LISTING-FILE.
009600 1000-EXIT.
009700     EXIT.
009800
009900 1100-COUNT-NEXT-LINE.
010000     MOVE SPACE TO LISTING-LINE.
010100     READ LISTING-FILE
010200         AT END
010300             MOVE "Y" TO RF-EOF-SWITCH
010400             GO TO 1100-EXIT
010500     END-READ.
010600     ADD 1 TO RF-LINE-COUNT.
010700     MOVE ZERO TO RF-LINE-FEEDS.
010800     INSPECT LISTING-LINE TALLYING RF-LINE-FEEDS FOR ALL X"0C".
010900     ADD RF-LINE-FEEDS TO RF-FEED-COUNT.
011000 1100-EXIT.
011100     EXIT.
011200
011300 2000-COPY-TO-LIBRARY.
011400     MOVE "G" TO RF-RD-FUNCTION.
011425     CALL "RUNDATE" USING RF-RD-FUNCTION RF-RD-DATE
011450         RF-RD-CATCH-UP.
011475     MOVE RF-RD-DATE TO RF-RUN-DATE.
011500     ACCEPT RF-RUN-TIME FROM TIME.
011600     MOVE SPACE TO RF-LIBRARY-NAME.
011700     STRING FUNCTION TRIM(RF-LISTING-NAME) DELIMITED BY SIZE
011800         "."                               DELIMITED BY SIZE
011900         RF-RUN-DATE                       DELIMITED BY SIZE
012000         "."                               DELIMITED BY SIZE
012100         RF-RUN-TIME (1:6)                 DELIMITED BY SIZE
012200         INTO RF-LIBRARY-NAME
012300     END-STRING.
012400     MOVE SPACE TO RF-COMMAND.
012500     STRING "cp "                          DELIMITED BY SIZE
012600         FUNCTION TRIM(RF-LISTING-NAME)    DELIMITED BY SIZE
012700         " "                               DELIMITED BY SIZE
012800         FUNCTION TRIM(RF-LIBRARY-NAME)    DELIMITED BY SIZE
012900         INTO RF-COMMAND
013000     END-STRING.
013100     CALL "SYSTEM" USING RF-COMMAND.
013200     IF RETURN-CODE NOT = ZERO
013300         DISPLAY "RPTFILE - " FUNCTION TRIM(RF-LISTING-NAME)
013400             " COULD NOT BE COPIED TO THE REPORT LIBRARY."
013500         MOVE "E" TO RK-RESULT
013600     END-IF.
013700 2000-EXIT.
013800     EXIT.
013900
014000 3000-INDEX-THE-COPY.
014100     OPEN I-O REPORT-INDEX-FILE.
014200     IF RF-INDEX-STATUS = "35"
014300         OPEN OUTPUT REPORT-INDEX-FILE
014400         CLOSE REPORT-INDEX-FILE
014500         OPEN I-O REPORT-INDEX-FILE
014600     END-IF.
014700     IF RF-INDEX-STATUS NOT = "00"
014800         DISPLAY "RPTFILE - UNABLE TO OPEN rptindex.dat - FILE "
014900             "STATUS " RF-INDEX-STATUS
015000         MOVE "E" TO RK-RESULT
015100         GO TO 3000-EXIT
015200     END-IF.
015300     MOVE SPACE               TO REPORT-INDEX-RECORD.
015400     MOVE RF-LISTING-NAME     TO RX-REPORT-NAME.
015500     MOVE RF-RUN-DATE         TO RX-RUN-DATE.
015600     MOVE RF-RUN-TIME (1:6)   TO RX-RUN-TIME.
015700     MOVE RK-JOB-NAME         TO RX-JOB-NAME.
015800     MOVE RK-DIRECTORY        TO RX-DIRECTORY.
015900     COMPUTE RX-PAGE-COUNT = RF-FEED-COUNT + 1.
016000     MOVE RF-LINE-COUNT       TO RX-LINE-COUNT.
016100     MOVE RF-LIBRARY-NAME     TO RX-LIBRARY-FILE.
016200     MOVE "F"                 TO RX-STATUS.
016300     WRITE REPORT-INDEX-RECORD
016400         INVALID KEY
016500             REWRITE REPORT-INDEX-RECORD
016600     END-WRITE.
016700     IF RF-INDEX-STATUS = "00"
016800         MOVE "Y" TO RK-RESULT
016900     ELSE
017000         DISPLAY "RPTFILE - INDEX ROW FOR "
017100             FUNCTION TRIM(RF-LISTING-NAME)
017200             " NOT WRITTEN - FILE STATUS " RF-INDEX-STATUS
017300         MOVE "E" TO RK-RESULT
017400     END-IF.
017500     CLOSE REPORT-INDEX-FILE.
017600 3000-EXIT.
017700     EXIT.
