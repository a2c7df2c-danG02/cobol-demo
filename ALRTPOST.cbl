000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ALRTPOST.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED ALERT ROUTINE FOR THE NIGHT RUN. APPENDS ONE
000900*       ROW TO THE alrtout.dat OUTBOX (ALRTREC) WITH THE
001000*       SEVERITY, JOB, DIRECTORY, AND TEXT THE CALLER
001100*       PASSES, STAMPED WITH THE DATE AND TIME AND WITH THE
001200*       CONTACT THE MAIL GATEWAY IS TO PAGE: THE FIRST
001300*       CONTACT OF THIS WEEK'S "BATCH" SLOT ON oncall.dat
001400*       (ONCLREC, MAINTAINED BY ONCLMNT; THE WEEK IS ITS
001500*       MONDAY, THE ONCLRPT ARITHMETIC). A WEEK WITH NO
001600*       BATCH SLOT STILL POSTS THE ROW, WITH THE CONTACT
001700*       BLANK, SO NOTHING IS LOST. THE ALERT IS ECHOED TO
001800*       SYSOUT AS WELL. AP-RESULT COMES BACK "Y" WHEN THE
001900*       ROW WAS WRITTEN, "E" WHEN THE OUTBOX WOULD NOT OPEN.
002000*       CALLED BY JOBEND (NONZERO CONDITION CODES), PHONERCN
002100*       (MOVEMENT BREAKS), PHONCERT (MISMATCHES), IOBATCH
002200*       (REJECT RATE OVER THE ALARM LEVEL), AND DIRLOCK
002300*       (A STALE LOCK FOUND BY A NIGHT RUN AT STARTUP).
002400*----------------------------------------------------------
002500* MOD LOG:
002600*  OCT 2026  DCG  ORIGINAL PROGRAM.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL ALERT-FILE
003200         ASSIGN TO "alrtout.dat"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS AW-ALERT-STATUS.
003500
003600     SELECT OPTIONAL ONCALL-FILE
003700         ASSIGN TO "oncall.dat"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OC-KEY
004100         FILE STATUS IS AW-ONCL-STATUS.
004200
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  ALERT-FILE.
004600     COPY ALRTREC.
004700
004800 FD  ONCALL-FILE.
004900     COPY ONCLREC.
005000
005100 WORKING-STORAGE SECTION.
005200 01  AW-ALERT-STATUS         PIC X(02) VALUE "00".
005300 01  AW-ONCL-STATUS          PIC X(02) VALUE "00".
005400 01  AW-ONCALL-ROLE          PIC X(10) VALUE "BATCH".
005500 01  AW-TODAY-NUM            PIC 9(08).
005600 01  AW-DAY-NUMBER           PIC 9(08) COMP.
005700 01  AW-WEEK-MONDAY          PIC 9(08) COMP.
005800 01  AW-MONDAY-DATE          PIC 9(08).
005900
006000 LINKAGE SECTION.
006100 01  AP-SEVERITY             PIC X(01).
006200 01  AP-JOB-NAME             PIC X(08).
006300 01  AP-DIRECTORY            PIC X(20).
006400 01  AP-TEXT                 PIC X(60).
006500 01  AP-RESULT               PIC X(01).
006600
006700 PROCEDURE DIVISION USING AP-SEVERITY AP-JOB-NAME AP-DIRECTORY
006800     AP-TEXT AP-RESULT.
006900
007000 0000-MAINLINE.
007100     MOVE SPACE TO ALERT-RECORD.
007200     ACCEPT AO-DATE FROM DATE YYYYMMDD.
007300     ACCEPT AO-TIME FROM TIME.
007400     MOVE AP-SEVERITY   TO AO-SEVERITY.
007500     MOVE AP-JOB-NAME   TO AO-JOB-NAME.
007600     MOVE AP-DIRECTORY  TO AO-DIRECTORY.
007700     MOVE AP-TEXT       TO AO-TEXT.
007800     MOVE AW-ONCALL-ROLE TO AO-ONCALL-ROLE.
007900     PERFORM 1000-FIND-ONCALL THRU 1000-EXIT.
008000     DISPLAY "*** ALERT " AO-SEVERITY " " AO-JOB-NAME " "
008100         FUNCTION TRIM(AO-DIRECTORY) " - " FUNCTION TRIM(AO-TEXT).
008200     OPEN EXTEND ALERT-FILE.
008300     IF AW-ALERT-STATUS NOT = "00" AND AW-ALERT-STATUS NOT = "05"
008400         OPEN OUTPUT ALERT-FILE
008500     END-IF.
008600     IF AW-ALERT-STATUS NOT = "00" AND AW-ALERT-STATUS NOT = "05"
008700         DISPLAY "ALERT OUTBOX alrtout.dat WILL NOT OPEN - FILE "
008800             "STATUS " AW-ALERT-STATUS
008900         MOVE "E" TO AP-RESULT
009000         GOBACK
009100     END-IF.
009200     WRITE ALERT-RECORD.
009300     CLOSE ALERT-FILE.
009400     MOVE "Y" TO AP-RESULT.
009500     GOBACK.
009600
009700*    DAY 1 OF THE INTEGER DATE BASE IS A MONDAY, SO BACKING
009800*    UP BY MOD(DAYS - 1, 7) LANDS ON THE WEEK'S MONDAY.
009900 1000-FIND-ONCALL.
010000     OPEN INPUT ONCALL-FILE.
010100     IF AW-ONCL-STATUS NOT = "00"
010200         GO TO 1000-EXIT
010300     END-IF.
010400     MOVE AO-DATE TO AW-TODAY-NUM.
010500     COMPUTE AW-DAY-NUMBER =
010600         FUNCTION INTEGER-OF-DATE(AW-TODAY-NUM).
010700     COMPUTE AW-WEEK-MONDAY =
010800         AW-DAY-NUMBER - FUNCTION MOD(AW-DAY-NUMBER - 1, 7).
010900     COMPUTE AW-MONDAY-DATE =
011000         FUNCTION DATE-OF-INTEGER(AW-WEEK-MONDAY).
011100     MOVE AW-ONCALL-ROLE TO OC-ROLE.
011200     MOVE AW-MONDAY-DATE TO OC-WEEK.
011300     READ ONCALL-FILE
011400         INVALID KEY
011500             CONTINUE
011600         NOT INVALID KEY
011700             MOVE OC-NUMBER-1    TO AO-PAGE-NUMBER
011800             MOVE OC-DIRECTORY-1 TO AO-PAGE-DIRECTORY
011900     END-READ.
012000     CLOSE ONCALL-FILE.
012100 1000-EXIT.
012200     EXIT.
