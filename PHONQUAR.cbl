000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONQUAR.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: WEEKLY LIST OF THE NUMBERS NOW IN THEIR COOLING-OFF
000900*       PERIOD. EVERY NUMBER GIVEN UP (DELETED, OR CHANGED
001000*       AWAY FROM) INSIDE THE numquar.cfg HOLD PERIOD AND NOT
001100*       SINCE PUT BACK IS LISTED FROM NUMQCHK, EARLIEST
001200*       RELEASE FIRST, WITH ITS PREVIOUS HOLDER, THE
001300*       DIRECTORY IT WAS HELD ON, THE DAY IT WAS RELEASED,
001400*       THE FIRST DAY IT MAY GO TO SOMEONE NEW, AND THE DAYS
001500*       STILL TO RUN, SO THE SWITCHBOARD CAN SEE WHICH
001600*       NUMBERS ARE NOT YET TO BE HANDED OUT. THE DAYS ARE
001700*       COUNTED FROM THE RUNDATE AS-OF DATE. RUN AS A
001800*       SCHEDDRV STEP, WHICH FILES EACH NIGHT'S LISTING
001900*       (RPTFILE).
002000*----------------------------------------------------------
002100* MOD LOG:
002200*  OCT 2026  DCG  ORIGINAL PROGRAM.
002233*  OCT 2026  DCG  THE LISTING IS REPLACED ON EVERY RUN, CATCH-UP
002266*                 OR NOT - SCHEDDRV FILES EACH NIGHT'S COPY.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT REPORT-FILE
002800         ASSIGN TO "phonquar.lst"
002900         ORGANIZATION IS LINE SEQUENTIAL.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  REPORT-FILE.
003400 01  REPORT-LINE                 PIC X(80).
003500
003600 WORKING-STORAGE SECTION.
003700
003800 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONQUAR".
003900 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
004000 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
004100
004200 01  WS-RD-FUNCTION              PIC X(01).
004300 01  WS-RD-DATE                  PIC X(08).
004400 01  WS-RD-CATCH-UP              PIC X(01).
004500
004600 01  WS-RUN-DATE                 PIC X(08).
004700 01  WS-RUN REDEFINES WS-RUN-DATE.
004800     05  WS-RUN-YYYY             PIC 9(04).
004900     05  WS-RUN-MM               PIC 9(02).
005000     05  WS-RUN-DD               PIC 9(02).
005100 01  WS-RUN-NUM REDEFINES WS-RUN-DATE
005200                                 PIC 9(08).
005300
005400 01  WS-NUMQ-FUNCTION            PIC X(01).
005500 01  WS-NUMQ-NEW-RECORD          PIC X(82).
005600 01  WS-NUMQ-PRIOR.
005700     05  WS-NUMQ-PRIOR-LAST      PIC X(20).
005800     05  WS-NUMQ-PRIOR-FIRST     PIC X(20).
005900     05  WS-NUMQ-PRIOR-NUMBER    PIC X(15).
006000     05  FILLER                  PIC X(27).
006100 01  WS-NUMQ-DIRECTORY           PIC X(20).
006200 01  WS-NUMQ-RELEASED            PIC X(08).
006300 01  WS-NUMQ-FREE                PIC X(08).
006400 01  WS-NUMQ-FREE-NUM REDEFINES WS-NUMQ-FREE
006500                                 PIC 9(08).
006600 01  WS-NUMQ-RESULT              PIC X(01).
006700
006800 01  WS-DAYS-LEFT                PIC 9(06) COMP.
006900
007000 01  WS-COUNTERS.
007100     05  WS-HELD-COUNT           PIC 9(06) COMP VALUE ZERO.
007200     05  WS-FREE-WEEK-COUNT      PIC 9(06) COMP VALUE ZERO.
007300
007400 01  HEADING-LINE-1.
007500     05  FILLER                  PIC X(10) VALUE "PHONQUAR".
007600     05  HL1-TITLE               PIC X(50)
007700             VALUE "NUMBERS IN THEIR COOLING-OFF PERIOD".
007800     05  FILLER                  PIC X(06) VALUE "DATE: ".
007900     05  HL1-MM                  PIC 99.
008000     05  FILLER                  PIC X(01) VALUE "/".
008100     05  HL1-DD                  PIC 99.
008200     05  FILLER                  PIC X(01) VALUE "/".
008300     05  HL1-YYYY                PIC 9999.
008400
008500 01  COLUMN-HEADING-LINE.
008600     05  FILLER                  PIC X(16) VALUE "NUMBER".
008700     05  FILLER                  PIC X(23)
008800             VALUE "PREVIOUS HOLDER".
008900     05  FILLER                  PIC X(13) VALUE "DIRECTORY".
009000     05  FILLER                  PIC X(09) VALUE "RELEASED".
009100     05  FILLER                  PIC X(09) VALUE "FREE ON".
009200     05  FILLER                  PIC X(09) VALUE "DAYS LEFT".
009300
009400 01  DETAIL-LINE.
009500     05  DL-NUMBER               PIC X(15).
009600     05  FILLER                  PIC X(01) VALUE SPACE.
009700     05  DL-NAME                 PIC X(22).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  DL-DIRECTORY            PIC X(12).
010000     05  FILLER                  PIC X(01) VALUE SPACE.
010100     05  DL-RELEASED             PIC X(08).
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  DL-FREE                 PIC X(08).
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  DL-DAYS-LEFT            PIC Z(04)9.
010600
010700 01  TOTAL-LINE.
010800     05  TL-LABEL                PIC X(40).
010900     05  TL-COUNT                PIC Z(05)9.
011000
011100 PROCEDURE DIVISION.
011200
011300 0000-MAINLINE.
011400     CALL "JOBHDR" USING WS-JOB-NAME.
011500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011600     MOVE "F" TO WS-NUMQ-FUNCTION.
011700     MOVE "Y" TO WS-NUMQ-RESULT.
011800     PERFORM 2000-LIST-NEXT-NUMBER THRU 2000-EXIT
011900         UNTIL WS-NUMQ-RESULT NOT = "Y".
012000     IF WS-HELD-COUNT = ZERO
012100         MOVE "  NO NUMBER IS IN ITS COOLING-OFF PERIOD."
012200             TO REPORT-LINE
012300         WRITE REPORT-LINE
012400     END-IF.
012500     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.
012600     CLOSE REPORT-FILE.
012700     DISPLAY "PHONQUAR - " WS-HELD-COUNT " NUMBER(S) COOLING "
012800         "OFF, " WS-FREE-WEEK-COUNT " FREE WITHIN 7 DAYS - SEE "
012900         "phonquar.lst.".
013000     MOVE WS-HELD-COUNT TO WS-JOURNAL-COUNT.
013100     MOVE WS-END-CODE TO RETURN-CODE.
013200     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
013300         WS-END-CODE.
013400     GOBACK.
013500
013600*    EVERY COUNTER IS SET HERE, NOT BY VALUE CLAUSES ALONE -
013700*    SCHEDDRV CALLS THIS STEP AGAIN FOR EACH NIGHT OF A
013800*    CATCH-UP IN THE SAME RUN.
013900 1000-INITIALIZE.
014000     MOVE ZERO TO WS-END-CODE.
014100     MOVE ZERO TO WS-JOURNAL-COUNT.
014200     INITIALIZE WS-COUNTERS.
014300     MOVE SPACE TO WS-NUMQ-NEW-RECORD.
014400     MOVE "G" TO WS-RD-FUNCTION.
014500     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
014600         WS-RD-CATCH-UP.
014700     MOVE WS-RD-DATE TO WS-RUN-DATE.
014800     MOVE WS-RUN-MM   TO HL1-MM.
014900     MOVE WS-RUN-DD   TO HL1-DD.
015000     MOVE WS-RUN-YYYY TO HL1-YYYY.
015300     OPEN OUTPUT REPORT-FILE.
015800     WRITE REPORT-LINE FROM HEADING-LINE-1.
015900     MOVE SPACE TO REPORT-LINE.
016000     WRITE REPORT-LINE.
016100     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
016200 1000-EXIT.
016300     EXIT.
016400
016500 2000-LIST-NEXT-NUMBER.
016600     CALL "NUMQCHK" USING WS-NUMQ-FUNCTION WS-NUMQ-NEW-RECORD
016700         WS-NUMQ-PRIOR WS-NUMQ-DIRECTORY WS-NUMQ-RELEASED
016800         WS-NUMQ-FREE WS-NUMQ-RESULT.
016900     MOVE "N" TO WS-NUMQ-FUNCTION.
017000     IF WS-NUMQ-RESULT NOT = "Y"
017100         GO TO 2000-EXIT
017200     END-IF.
017300     ADD 1 TO WS-HELD-COUNT.
017400     MOVE ZERO TO WS-DAYS-LEFT.
017500     IF WS-NUMQ-FREE-NUM NUMERIC
017600             AND WS-NUMQ-FREE > WS-RUN-DATE
017700         COMPUTE WS-DAYS-LEFT =
017800             FUNCTION INTEGER-OF-DATE(WS-NUMQ-FREE-NUM)
017900             - FUNCTION INTEGER-OF-DATE(WS-RUN-NUM)
018000     END-IF.
018100     IF WS-DAYS-LEFT NOT > 7
018200         ADD 1 TO WS-FREE-WEEK-COUNT
018300     END-IF.
018400     MOVE WS-NUMQ-PRIOR-NUMBER TO DL-NUMBER.
018500     MOVE SPACE TO DL-NAME.
018600     STRING FUNCTION TRIM(WS-NUMQ-PRIOR-LAST) ", "
018700         FUNCTION TRIM(WS-NUMQ-PRIOR-FIRST)
018800         DELIMITED BY SIZE INTO DL-NAME
018900     END-STRING.
019000     MOVE WS-NUMQ-DIRECTORY TO DL-DIRECTORY.
019100     IF WS-NUMQ-DIRECTORY = SPACE
019200         MOVE "phone.csv" TO DL-DIRECTORY
019300     END-IF.
019400     MOVE WS-NUMQ-RELEASED TO DL-RELEASED.
019500     MOVE WS-NUMQ-FREE     TO DL-FREE.
019600     MOVE WS-DAYS-LEFT     TO DL-DAYS-LEFT.
019700     WRITE REPORT-LINE FROM DETAIL-LINE.
019800 2000-EXIT.
019900     EXIT.
020000
020100 8300-WRITE-TOTALS.
020200     MOVE SPACE TO REPORT-LINE.
020300     WRITE REPORT-LINE.
020400     MOVE "NUMBERS IN THEIR COOLING-OFF PERIOD" TO TL-LABEL.
020500     MOVE WS-HELD-COUNT TO TL-COUNT.
020600     WRITE REPORT-LINE FROM TOTAL-LINE.
020700     MOVE "FREE FOR RE-USE WITHIN SEVEN DAYS" TO TL-LABEL.
020800     MOVE WS-FREE-WEEK-COUNT TO TL-COUNT.
020900     WRITE REPORT-LINE FROM TOTAL-LINE.
021000 8300-EXIT.
021100     EXIT.
