000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTPURG.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: REPORT LIBRARY RETENTION SWEEP. WALKS THE
000900*       rptindex.dat INDEX (RPTIDX) AND, FOR EVERY FILED
001000*       COPY WHOSE REPORT TYPE HAS A ROW ON THE rptret.dat
001100*       RETENTION TABLE (RPTRET), DELETES THE DATED LIBRARY
001200*       FILE ONCE IT IS OLDER THAN THE TYPE'S RETAIN-DAYS.
001300*       THE INDEX ROW STAYS, MARKED PURGED WITH TODAY'S
001400*       DATE, SO RPTLIB CAN STILL SAY THE LISTING EXISTED.
001500*       A REPORT TYPE WITH NO RETENTION ROW IS KEPT. RUN
001600*       NIGHTLY BY SCHEDDRV AT THE END OF THE CHAIN; ENDS 0.
001700*----------------------------------------------------------
001800* MOD LOG:
001900*  OCT 2026  DCG  ORIGINAL PROGRAM.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL REPORT-INDEX-FILE
002500         ASSIGN TO "rptindex.dat"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS RX-KEY
002900         FILE STATUS IS WS-INDEX-STATUS.
003000
003100     SELECT OPTIONAL RETENTION-FILE
003200         ASSIGN TO "rptret.dat"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS RN-JOB-NAME
003600         FILE STATUS IS WS-RET-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  REPORT-INDEX-FILE.
004100     COPY RPTIDX.
004200
004300 FD  RETENTION-FILE.
004400     COPY RPTRET.
004500
004600 WORKING-STORAGE SECTION.
004700
004800 01  WS-JOB-NAME                 PIC X(08) VALUE "RPTPURG".
004900 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
005000 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
005100
005200 01  WS-INDEX-STATUS             PIC X(02) VALUE "00".
005300 01  WS-RET-STATUS               PIC X(02) VALUE "00".
005400 01  WS-INDEX-EOF                PIC X(01) VALUE "N".
005500     88  END-OF-INDEX                    VALUE "Y".
005600
005700 01  WS-TODAY                    PIC X(08).
005800 01  WS-TODAY-NUM                PIC 9(08).
005900 01  WS-DATE-NUM                 PIC 9(08).
006000 01  WS-TODAY-DAY                PIC 9(08) COMP.
006100 01  WS-RUN-DAY                  PIC 9(08) COMP.
006200 01  WS-AGE-DAYS                 PIC 9(08) COMP.
006300 01  WS-COMMAND                  PIC X(80).
006400
006500 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
006600 01  WS-PURGED-COUNT             PIC 9(06) COMP VALUE ZERO.
006700 01  WS-KEPT-COUNT               PIC 9(06) COMP VALUE ZERO.
006800
006900 PROCEDURE DIVISION.
007000
007100 0000-MAINLINE.
007200     CALL "JOBHDR" USING WS-JOB-NAME.
007300     MOVE ZERO TO WS-READ-COUNT.
007400     MOVE ZERO TO WS-PURGED-COUNT.
007500     MOVE ZERO TO WS-KEPT-COUNT.
007600     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
007700     MOVE WS-TODAY TO WS-TODAY-NUM.
007800     COMPUTE WS-TODAY-DAY =
007900         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
008000     OPEN INPUT RETENTION-FILE.
008100     IF WS-RET-STATUS NOT = "00"
008200         DISPLAY "RPTPURG - NO RETENTION TABLE rptret.dat ON "
008300             "HAND - EVERY LISTING IS KEPT."
008400         GO TO 0000-DONE
008500     END-IF.
008600     OPEN I-O REPORT-INDEX-FILE.
008700     IF WS-INDEX-STATUS NOT = "00"
008800         DISPLAY "RPTPURG - NO REPORT LIBRARY INDEX rptindex.dat"
008900             " ON HAND - NOTHING TO PURGE."
009000         CLOSE RETENTION-FILE
009100         GO TO 0000-DONE
009200     END-IF.
009300     MOVE "N" TO WS-INDEX-EOF.
009400     MOVE LOW-VALUES TO RX-KEY.
009500     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
009600         INVALID KEY
009700             MOVE "Y" TO WS-INDEX-EOF
009800     END-START.
009900     PERFORM 1000-JUDGE-NEXT-COPY THRU 1000-EXIT
010000         UNTIL END-OF-INDEX.
010100     CLOSE REPORT-INDEX-FILE.
010200     CLOSE RETENTION-FILE.
010300 0000-DONE.
010400     DISPLAY "RPTPURG - " WS-READ-COUNT " FILED COPY(S) READ, "
010500         WS-PURGED-COUNT " PURGED, " WS-KEPT-COUNT " KEPT.".
010600     MOVE WS-PURGED-COUNT TO WS-JOURNAL-COUNT.
010700     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
010800         WS-END-CODE.
010900     GOBACK.
011000
011100 1000-JUDGE-NEXT-COPY.
011200     READ REPORT-INDEX-FILE NEXT RECORD
011300         AT END
011400             MOVE "Y" TO WS-INDEX-EOF
011500             GO TO 1000-EXIT
011600     END-READ.
011700     IF NOT RX-ON-FILE
011800         GO TO 1000-EXIT
011900     END-IF.
012000     ADD 1 TO WS-READ-COUNT.
012100     MOVE RX-JOB-NAME TO RN-JOB-NAME.
012200     READ RETENTION-FILE
012300         INVALID KEY
012400             ADD 1 TO WS-KEPT-COUNT
012500             GO TO 1000-EXIT
012600     END-READ.
012700     IF RX-RUN-DATE NOT NUMERIC
012800         ADD 1 TO WS-KEPT-COUNT
012900         GO TO 1000-EXIT
013000     END-IF.
013100     MOVE RX-RUN-DATE TO WS-DATE-NUM.
013200     COMPUTE WS-RUN-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
013300     IF WS-RUN-DAY = ZERO OR WS-RUN-DAY > WS-TODAY-DAY
013400         ADD 1 TO WS-KEPT-COUNT
013500         GO TO 1000-EXIT
013600     END-IF.
013700     COMPUTE WS-AGE-DAYS = WS-TODAY-DAY - WS-RUN-DAY.
013800     IF WS-AGE-DAYS NOT > RN-RETAIN-DAYS
013900         ADD 1 TO WS-KEPT-COUNT
014000         GO TO 1000-EXIT
014100     END-IF.
014200     PERFORM 2000-PURGE-THE-COPY THRU 2000-EXIT.
014300 1000-EXIT.
014400     EXIT.
014500
014600 2000-PURGE-THE-COPY.
014700     MOVE SPACE TO WS-COMMAND.
014800     STRING "rm -f "                       DELIMITED BY SIZE
014900         FUNCTION TRIM(RX-LIBRARY-FILE)    DELIMITED BY SIZE
015000         INTO WS-COMMAND
015100     END-STRING.
015200     CALL "SYSTEM" USING WS-COMMAND.
015300     MOVE ZERO TO RETURN-CODE.
015400     MOVE "P"      TO RX-STATUS.
015500     MOVE WS-TODAY TO RX-PURGE-DATE.
015600     REWRITE REPORT-INDEX-RECORD.
015700     ADD 1 TO WS-PURGED-COUNT.
015800     DISPLAY "RPTPURG - PURGED " FUNCTION TRIM(RX-REPORT-NAME)
015900         " OF " RX-RUN-DATE " (" FUNCTION TRIM(RX-LIBRARY-FILE)
016000         ").".
016100 2000-EXIT.
016200     EXIT.
