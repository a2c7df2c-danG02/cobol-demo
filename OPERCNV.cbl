000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERCNV.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: ONE-TIME CUTOVER OF opermast.dat FROM PASSWORDS
000900*       KEPT AS KEYED TO THE OPERHASH ONE-WAY SCRAMBLE THAT
001000*       OPERSEC, OPERPWD, AND OPERMNT NOW CHECK AGAINST.
001100*       EVERY OPERATOR'S CURRENT PASSWORD IS SCRAMBLED IN
001200*       PLACE - NAME, AUTHORITY, PASSWORD DATE, FAIL COUNT,
001300*       AND LOCK ARE CARRIED AS THEY ARE - SO NOBODY IS
001400*       LOCKED OUT ON CUTOVER DAY AND EVERYONE SIGNS ON
001500*       WITH THE SAME PASSWORD AS YESTERDAY. THE NEW MASTER
001600*       IS BUILT ON THE opermast.cnv SIDE FILE AND MOVED
001700*       OVER THE LIVE ONE ONLY WHEN EVERY RECORD HAS BEEN
001800*       WRITTEN; NO COPY OF THE OLD MASTER IS KEPT, SINCE
001900*       THAT COPY WOULD BE THE VERY FILE THE CUTOVER IS
002000*       MEANT TO GET RID OF. A SCRAMBLED PASSWORD SCRAMBLED
002100*       A SECOND TIME WOULD LOCK EVERYONE OUT, SO A
002200*       SUCCESSFUL RUN LEAVES A DATED ROW ON opercnv.dat
002300*       AND ANY LATER RUN FINDS IT AND REFUSES.
002400*----------------------------------------------------------
002500* MOD LOG:
002600*  OCT 2026  DCG  ORIGINAL PROGRAM.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL OPERATOR-MASTER-FILE
003200         ASSIGN TO "opermast.dat"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS OP-ID
003600         FILE STATUS IS WS-OPER-STATUS.
003700
003800     SELECT NEW-OPERATOR-FILE
003900         ASSIGN TO "opermast.cnv"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS NO-ID
004300         FILE STATUS IS WS-NEW-STATUS.
004400
004500     SELECT OPTIONAL STAMP-FILE
004600         ASSIGN TO "opercnv.dat"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-STAMP-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  OPERATOR-MASTER-FILE.
005300     COPY OPERREC.
005400
005500 FD  NEW-OPERATOR-FILE.
005600     COPY OPERREC REPLACING
005700         OPERATOR-RECORD   BY NEW-OPERATOR-RECORD
005800         OP-ID             BY NO-ID
005900         OP-NAME           BY NO-NAME
006000         OP-PASSWORD       BY NO-PASSWORD
006100         OP-AUTHORITY      BY NO-AUTHORITY
006200         OP-CLERK          BY NO-CLERK
006300         OP-SUPERVISOR     BY NO-SUPERVISOR
006400         OP-PASSWORD-DATE  BY NO-PASSWORD-DATE
006500         OP-FAIL-COUNT     BY NO-FAIL-COUNT
006600         OP-LOCK-FLAG      BY NO-LOCK-FLAG
006700         OP-LOCKED         BY NO-LOCKED.
006800
006900 FD  STAMP-FILE.
007000 01  STAMP-RECORD.
007100     05  ST-DATE                 PIC X(08).
007200     05  FILLER                  PIC X(01).
007300     05  ST-TIME                 PIC X(08).
007400     05  FILLER                  PIC X(01).
007500     05  ST-RECORD-COUNT         PIC 9(06).
007600
007700 WORKING-STORAGE SECTION.
007800
007900 01  WS-JOB-NAME                 PIC X(08) VALUE "OPERCNV".
008000 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
008100 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
008200
008300 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
008400 01  WS-NEW-STATUS               PIC X(02) VALUE "00".
008500 01  WS-STAMP-STATUS             PIC X(02) VALUE "00".
008600
008700 01  WS-MASTER-EOF               PIC X(01) VALUE "N".
008800     88  END-OF-MASTER                   VALUE "Y".
008900 01  WS-WRITE-FAILED             PIC X(01) VALUE "N".
009000
009100 01  WS-SCRAMBLED                PIC X(08).
009200 01  WS-COMMAND                  PIC X(80).
009300
009400 01  WS-BEFORE-COUNT             PIC 9(06) COMP VALUE ZERO.
009500 01  WS-AFTER-COUNT              PIC 9(06) COMP VALUE ZERO.
009600
009700 PROCEDURE DIVISION.
009800
009900 0000-MAINLINE.
010000     CALL "JOBHDR" USING WS-JOB-NAME.
010100     PERFORM 1000-CHECK-STAMP THRU 1000-EXIT.
010200     IF WS-END-CODE = ZERO
010300         PERFORM 2000-BUILD-NEW-MASTER THRU 2000-EXIT
010400     END-IF.
010500     IF WS-END-CODE = ZERO
010600         PERFORM 3000-SWAP-IN-NEW-MASTER THRU 3000-EXIT
010700     END-IF.
010800     MOVE WS-AFTER-COUNT TO WS-JOURNAL-COUNT.
010900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
011000         WS-END-CODE.
011100     GOBACK.
011200
011300 1000-CHECK-STAMP.
011400     OPEN INPUT STAMP-FILE.
011500     IF WS-STAMP-STATUS NOT = "00"
011600         GO TO 1000-EXIT
011700     END-IF.
011800     READ STAMP-FILE
011900         AT END
012000             CLOSE STAMP-FILE
012100             GO TO 1000-EXIT
012200     END-READ.
012300     CLOSE STAMP-FILE.
012400     DISPLAY "opermast.dat WAS ALREADY CONVERTED ON " ST-DATE
012500         " - NOTHING DONE.".
012600     MOVE 4 TO RETURN-CODE.
012700     MOVE 4 TO WS-END-CODE.
012800 1000-EXIT.
012900     EXIT.
013000
013100 2000-BUILD-NEW-MASTER.
013200     OPEN INPUT OPERATOR-MASTER-FILE.
013300     IF WS-OPER-STATUS NOT = "00"
013400         DISPLAY "NO SECURITY MASTER opermast.dat ON HAND - "
013500             "FILE STATUS " WS-OPER-STATUS
013600         MOVE 12 TO RETURN-CODE
013700         MOVE 12 TO WS-END-CODE
013800         GO TO 2000-EXIT
013900     END-IF.
014000     OPEN OUTPUT NEW-OPERATOR-FILE.
014100     IF WS-NEW-STATUS NOT = "00"
014200         DISPLAY "UNABLE TO CREATE opermast.cnv - FILE STATUS "
014300             WS-NEW-STATUS
014400         CLOSE OPERATOR-MASTER-FILE
014500         MOVE 12 TO RETURN-CODE
014600         MOVE 12 TO WS-END-CODE
014700         GO TO 2000-EXIT
014800     END-IF.
014900     READ OPERATOR-MASTER-FILE NEXT RECORD
015000         AT END MOVE "Y" TO WS-MASTER-EOF
015100     END-READ.
015200     PERFORM 2100-CONVERT-NEXT THRU 2100-EXIT
015300         UNTIL END-OF-MASTER.
015400     CLOSE OPERATOR-MASTER-FILE.
015500     CLOSE NEW-OPERATOR-FILE.
015600     DISPLAY "OPERCNV - " WS-BEFORE-COUNT " OPERATOR(S) READ, "
015700         WS-AFTER-COUNT " WRITTEN WITH SCRAMBLED PASSWORDS.".
015800     IF WS-WRITE-FAILED = "Y"
015900             OR WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
016000         DISPLAY "COUNTS DO NOT AGREE - THE LIVE MASTER IS "
016100             "LEFT AS IT WAS."
016200         MOVE 12 TO RETURN-CODE
016300         MOVE 12 TO WS-END-CODE
016400     END-IF.
016500 2000-EXIT.
016600     EXIT.
016700
016800 2100-CONVERT-NEXT.
016900     ADD 1 TO WS-BEFORE-COUNT.
017000     MOVE OPERATOR-RECORD TO NEW-OPERATOR-RECORD.
017100     CALL "OPERHASH" USING OP-ID OP-PASSWORD WS-SCRAMBLED.
017200     MOVE WS-SCRAMBLED TO NO-PASSWORD.
017300     WRITE NEW-OPERATOR-RECORD
017400         INVALID KEY
017500             DISPLAY "UNABLE TO WRITE OPERATOR " OP-ID
017600                 " - FILE STATUS " WS-NEW-STATUS
017700             MOVE "Y" TO WS-WRITE-FAILED
017800         NOT INVALID KEY
017900             ADD 1 TO WS-AFTER-COUNT
018000     END-WRITE.
018100     READ OPERATOR-MASTER-FILE NEXT RECORD
018200         AT END MOVE "Y" TO WS-MASTER-EOF
018300     END-READ.
018400 2100-EXIT.
018500     EXIT.
018600
018700 3000-SWAP-IN-NEW-MASTER.
018800     MOVE SPACE TO WS-COMMAND.
018900     STRING "mv opermast.cnv opermast.dat" DELIMITED BY SIZE
019000         INTO WS-COMMAND
019100     END-STRING.
019200     CALL "SYSTEM" USING WS-COMMAND.
019250     MOVE SPACE TO STAMP-RECORD.
019300     ACCEPT ST-DATE FROM DATE YYYYMMDD.
019400     ACCEPT ST-TIME FROM TIME.
019500     MOVE WS-AFTER-COUNT TO ST-RECORD-COUNT.
019600     OPEN OUTPUT STAMP-FILE.
019700     WRITE STAMP-RECORD.
019800     CLOSE STAMP-FILE.
019900     DISPLAY "opermast.dat CONVERTED - EVERY OPERATOR SIGNS "
020000         "ON WITH THE SAME PASSWORD AS BEFORE.".
020100 3000-EXIT.
020200     EXIT.
