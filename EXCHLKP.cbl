000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXCHLKP.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED NPA-NXX EXCHANGE LOOKUP. LOOKS A NUMBER UP
000900*       ON THE exchmast.dat EXCHANGE REFERENCE (EXCHREC,
001000*       REBUILT QUARTERLY BY EXCHLOAD) BY ITS AREA CODE AND
001100*       PREFIX AND ANSWERS THE LINE TYPE, RATE CENTER, AND
001200*       TIME ZONE, THE CALLEE'S LOCAL TIME RIGHT NOW (HHMM),
001300*       AND WHETHER THAT FALLS INSIDE CALLING HOURS. THE
001400*       HOURS COME FROM callhrs.cfg KEYWORD ROWS
001500*       (EARLIEST / LATEST, HHMM LOCAL TO THE CALLEE) AND
001600*       DEFAULT TO 0800 AND 2100. LOCAL TIME IS WORKED FROM
001700*       THE SYSTEM CLOCK'S UTC OFFSET AND THE EXCHANGE'S
001800*       STANDARD OFFSET, ONE HOUR AHEAD FROM THE SECOND
001900*       SUNDAY IN MARCH TO THE FIRST SUNDAY IN NOVEMBER FOR
002000*       EXCHANGES THAT KEEP DAYLIGHT SAVING TIME.
002100*         XL-FUNCTION = "L" LOOK UP XL-NUMBER
002200*                     = "C" CLOSE THE REFERENCE (END OF RUN)
002300*         XL-RESULT   = "Y" EXCHANGE FOUND
002400*                     = "N" EXCHANGE NOT ON THE REFERENCE
002500*                     = "X" NOT A NORTH AMERICAN NUMBER
002600*                     = "M" REFERENCE NOT ON HAND
002700*         XL-CALL-OK  = "Y" INSIDE CALLING HOURS
002800*                     = "N" OUTSIDE CALLING HOURS - HOLD
002900*                     = "U" LOCAL TIME UNKNOWN
003000*       WITHOUT AN ANSWER THE LINE TYPE COMES BACK "?" AND
003100*       THE CALL IS NOT HELD, SO A SHOP WITHOUT THE
003200*       REFERENCE WORKS AS IT DID BEFORE. THE REFERENCE IS
003300*       OPENED ON FIRST CALL AND STAYS OPEN UNTIL "C".
003400*----------------------------------------------------------
003500* MOD LOG:
003600*  OCT 2026  DCG  ORIGINAL PROGRAM.
003700*----------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL EXCHANGE-FILE
004200         ASSIGN TO "exchmast.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS NX-KEY
004600         FILE STATUS IS XK-EXCH-STATUS.
004700
004800     SELECT OPTIONAL HOURS-CONFIG-FILE
004900         ASSIGN TO "callhrs.cfg"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS XK-HOURS-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  EXCHANGE-FILE.
005600     COPY EXCHREC.
005700
005800 FD  HOURS-CONFIG-FILE.
005900 01  HOURS-CONFIG-RECORD.
006000     05  HC-KEYWORD              PIC X(10).
006100     05  HC-VALUE                PIC 9(04).
006200
006300 WORKING-STORAGE SECTION.
006400 01  XK-EXCH-STATUS          PIC X(02) VALUE "00".
006500 01  XK-HOURS-STATUS         PIC X(02) VALUE "00".
006600 01  XK-MASTER-SWITCH        PIC X(01) VALUE "N".
006700     88  XK-MASTER-UNTRIED           VALUE "N".
006800     88  XK-MASTER-OPEN              VALUE "Y".
006900     88  XK-MASTER-MISSING           VALUE "M".
007000 01  XK-HOURS-SWITCH         PIC X(01) VALUE "N".
007100     88  XK-HOURS-LOADED             VALUE "Y".
007200 01  XK-HOURS-EOF            PIC X(01).
007300 01  XK-EARLIEST             PIC 9(04) VALUE 0800.
007400 01  XK-LATEST               PIC 9(04) VALUE 2100.
007500
007600 01  XK-NOW.
007700     05  XK-NOW-DATE         PIC 9(08).
007800     05  XK-NOW-HH           PIC 9(02).
007900     05  XK-NOW-MI           PIC 9(02).
008000     05  FILLER              PIC X(04).
008100     05  XK-NOW-SIGN         PIC X(01).
008200     05  XK-NOW-OFF-HH       PIC 9(02).
008300     05  XK-NOW-OFF-MI       PIC 9(02).
008400
008500 01  XK-DST-FOR-DATE         PIC 9(08) VALUE ZERO.
008600 01  XK-DST-SWITCH           PIC X(01) VALUE "N".
008700     88  XK-DST-IN-EFFECT            VALUE "Y".
008800 01  XK-WORK-DATE            PIC 9(08).
008900 01  XK-DAY                  PIC 9(08) COMP.
009000 01  XK-TODAY-DAY            PIC 9(08) COMP.
009100 01  XK-DST-START            PIC 9(08) COMP.
009200 01  XK-DST-END              PIC 9(08) COMP.
009300
009400 01  XK-SERVER-OFFSET        PIC S9(04) COMP.
009500 01  XK-MINUTES              PIC S9(05) COMP.
009600 01  XK-LOCAL.
009700     05  XK-LOCAL-HH         PIC 9(02).
009800     05  XK-LOCAL-MI         PIC 9(02).
009900 01  XK-LOCAL-HHMM REDEFINES XK-LOCAL
010000                             PIC 9(04).
010100
010200 LINKAGE SECTION.
010300 01  XL-FUNCTION             PIC X(01).
010400 01  XL-NUMBER               PIC X(15).
010500 01  XL-COUNTRY-CODE         PIC X(03).
010600 01  XL-LINE-TYPE            PIC X(01).
010700 01  XL-RATE-CENTER          PIC X(20).
010800 01  XL-TIME-ZONE            PIC X(02).
010900 01  XL-LOCAL-TIME           PIC X(04).
011000 01  XL-CALL-OK              PIC X(01).
011100 01  XL-RESULT               PIC X(01).
011200
011300 PROCEDURE DIVISION USING XL-FUNCTION XL-NUMBER
011400     XL-COUNTRY-CODE XL-LINE-TYPE XL-RATE-CENTER XL-TIME-ZONE
011500     XL-LOCAL-TIME XL-CALL-OK XL-RESULT.
011600
011700 0000-MAINLINE.
011800     IF XL-FUNCTION = "C"
011900         IF XK-MASTER-OPEN
012000             CLOSE EXCHANGE-FILE
012100         END-IF
012200         MOVE "N" TO XK-MASTER-SWITCH
012300         GOBACK
012400     END-IF.
012500     IF NOT XK-HOURS-LOADED
012600         PERFORM 1000-LOAD-HOURS THRU 1000-EXIT
012700     END-IF.
012800     IF XK-MASTER-UNTRIED
012900         PERFORM 1100-OPEN-MASTER THRU 1100-EXIT
013000     END-IF.
013100     MOVE "?"   TO XL-LINE-TYPE.
013200     MOVE SPACE TO XL-RATE-CENTER.
013300     MOVE SPACE TO XL-TIME-ZONE.
013400     MOVE SPACE TO XL-LOCAL-TIME.
013500     MOVE "U"   TO XL-CALL-OK.
013600     IF XL-COUNTRY-CODE NOT = SPACE
013700             AND XL-COUNTRY-CODE NOT = "1"
013800         MOVE "X" TO XL-RESULT
013900         GOBACK
014000     END-IF.
014100     IF XK-MASTER-MISSING
014200         MOVE "M" TO XL-RESULT
014300         GOBACK
014400     END-IF.
014500     MOVE XL-NUMBER (1:3) TO NX-NPA.
014600     MOVE XL-NUMBER (4:3) TO NX-NXX.
014700     READ EXCHANGE-FILE
014800         INVALID KEY
014900             MOVE "N" TO XL-RESULT
015000             GOBACK
015100     END-READ.
015200     MOVE "Y"            TO XL-RESULT.
015300     MOVE NX-LINE-TYPE   TO XL-LINE-TYPE.
015400     MOVE NX-RATE-CENTER TO XL-RATE-CENTER.
015500     MOVE NX-TIME-ZONE   TO XL-TIME-ZONE.
015600     PERFORM 2000-WORK-LOCAL-TIME THRU 2000-EXIT.
015700     MOVE XK-LOCAL-HHMM TO XL-LOCAL-TIME.
015800     IF XK-LOCAL-HHMM >= XK-EARLIEST
015900             AND XK-LOCAL-HHMM < XK-LATEST
016000         MOVE "Y" TO XL-CALL-OK
016100     ELSE
016200         MOVE "N" TO XL-CALL-OK
016300     END-IF.
016400     GOBACK.
016500
016600 1000-LOAD-HOURS.
016700     MOVE "Y" TO XK-HOURS-SWITCH.
016800     MOVE "N" TO XK-HOURS-EOF.
016900     OPEN INPUT HOURS-CONFIG-FILE.
017000     IF XK-HOURS-STATUS NOT = "00"
017100         GO TO 1000-EXIT
017200     END-IF.
017300     PERFORM 1010-LOAD-NEXT THRU 1010-EXIT
017400         UNTIL XK-HOURS-EOF = "Y".
017500     CLOSE HOURS-CONFIG-FILE.
017600 1000-EXIT.
017700     EXIT.
017800
017900 1010-LOAD-NEXT.
018000     READ HOURS-CONFIG-FILE
018100         AT END
018200             MOVE "Y" TO XK-HOURS-EOF
018300             GO TO 1010-EXIT
018400     END-READ.
018500     IF HC-VALUE NOT NUMERIC
018600         GO TO 1010-EXIT
018700     END-IF.
018800     EVALUATE HC-KEYWORD
018900         WHEN "EARLIEST"
019000             MOVE HC-VALUE TO XK-EARLIEST
019100         WHEN "LATEST"
019200             MOVE HC-VALUE TO XK-LATEST
019300         WHEN OTHER
019400             CONTINUE
019500     END-EVALUATE.
019600 1010-EXIT.
019700     EXIT.
019800
019900 1100-OPEN-MASTER.
020000     OPEN INPUT EXCHANGE-FILE.
020100     IF XK-EXCH-STATUS = "00"
020200         MOVE "Y" TO XK-MASTER-SWITCH
020300     ELSE
020400         MOVE "M" TO XK-MASTER-SWITCH
020500     END-IF.
020600 1100-EXIT.
020700     EXIT.
020800
020900*    SERVER CLOCK BACK TO UTC, THEN FORWARD TO THE CALLEE'S
021000*    ZONE. A CLOCK THAT GIVES NO OFFSET IS TAKEN AS UTC.
021100 2000-WORK-LOCAL-TIME.
021200     MOVE FUNCTION CURRENT-DATE TO XK-NOW.
021300     IF XK-NOW-DATE NOT = XK-DST-FOR-DATE
021400         PERFORM 2100-SET-DST-SEASON THRU 2100-EXIT
021500     END-IF.
021600     MOVE ZERO TO XK-SERVER-OFFSET.
021700     IF (XK-NOW-SIGN = "+" OR XK-NOW-SIGN = "-")
021800             AND XK-NOW-OFF-HH NUMERIC
021900             AND XK-NOW-OFF-MI NUMERIC
022000         COMPUTE XK-SERVER-OFFSET =
022100             XK-NOW-OFF-HH * 60 + XK-NOW-OFF-MI
022200         IF XK-NOW-SIGN = "-"
022300             COMPUTE XK-SERVER-OFFSET = 0 - XK-SERVER-OFFSET
022400         END-IF
022500     END-IF.
022600     COMPUTE XK-MINUTES = XK-NOW-HH * 60 + XK-NOW-MI
022700         - XK-SERVER-OFFSET + NX-UTC-OFFSET * 60.
022800     IF NX-OBSERVES-DST AND XK-DST-IN-EFFECT
022900         ADD 60 TO XK-MINUTES
023000     END-IF.
023100     IF XK-MINUTES < 0
023200         ADD 1440 TO XK-MINUTES
023300     END-IF.
023400     IF XK-MINUTES >= 1440
023500         SUBTRACT 1440 FROM XK-MINUTES
023600     END-IF.
023700     DIVIDE XK-MINUTES BY 60 GIVING XK-LOCAL-HH
023800         REMAINDER XK-LOCAL-MI.
023900 2000-EXIT.
024000     EXIT.
024100
024200*    INTEGER DAY 1 IS A MONDAY, SO A SUNDAY LEAVES NO
024300*    REMAINDER BY 7. DAYLIGHT TIME RUNS FROM THE SECOND
024400*    SUNDAY IN MARCH UP TO THE FIRST SUNDAY IN NOVEMBER.
024500 2100-SET-DST-SEASON.
024600     MOVE XK-NOW-DATE TO XK-DST-FOR-DATE.
024700     COMPUTE XK-TODAY-DAY =
024800         FUNCTION INTEGER-OF-DATE(XK-NOW-DATE).
024900     MOVE XK-NOW-DATE TO XK-WORK-DATE.
025000     MOVE "0301" TO XK-WORK-DATE (5:4).
025100     COMPUTE XK-DAY = FUNCTION INTEGER-OF-DATE(XK-WORK-DATE).
025200     COMPUTE XK-DST-START = XK-DAY
025300         + FUNCTION MOD(7 - FUNCTION MOD(XK-DAY, 7), 7) + 7.
025400     MOVE "1101" TO XK-WORK-DATE (5:4).
025500     COMPUTE XK-DAY = FUNCTION INTEGER-OF-DATE(XK-WORK-DATE).
025600     COMPUTE XK-DST-END = XK-DAY
025700         + FUNCTION MOD(7 - FUNCTION MOD(XK-DAY, 7), 7).
025800     IF XK-TODAY-DAY >= XK-DST-START
025900             AND XK-TODAY-DAY < XK-DST-END
026000         MOVE "Y" TO XK-DST-SWITCH
026100     ELSE
026200         MOVE "N" TO XK-DST-SWITCH
026300     END-IF.
026400 2100-EXIT.
026500     EXIT.
