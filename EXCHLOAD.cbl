000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXCHLOAD.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: QUARTERLY NPA-NXX EXCHANGE REFERENCE LOAD. AREAMAST
000900*       KNOWS ONLY THE THREE-DIGIT AREA CODE; THE CARRIER'S
001000*       QUARTERLY EXCHANGE FILE (exchfeed.dat, ONE ROW PER
001100*       AREA CODE AND PREFIX) ALSO CARRIES THE LINE TYPE,
001200*       RATE CENTER, AND TIME ZONE. THIS RUN VALIDATES THE
001300*       FILE AND REBUILDS exchmast.dat (EXCHREC) FROM IT:
001400*         - NPA AND NXX MUST BE THREE DIGITS, NOT STARTING
001500*           WITH 0 OR 1
001600*         - LINE TYPE M (MOBILE; THE CARRIER'S W = WIRELESS
001700*           IS TAKEN AS M) OR L (LANDLINE)
001800*         - TIME ZONE AT, ET, CT, MT, PT, AK, OR HI; THE
001900*           STANDARD OFFSET IS SET FROM THE ZONE
002000*         - DST FLAG Y OR N (BLANK = Y)
002100*         - AN EXCHANGE MAY APPEAR ONLY ONCE
002200*       BAD ROWS ARE LISTED ON exchload.lst AND LEFT OUT.
002300*       THE OLD MASTER IS COPIED TO exchmast.dat.YYYYMMDD.bak
002400*       BEFORE THE REBUILD. A MISSING OR EMPTY CARRIER FILE
002500*       LEAVES THE OLD MASTER IN PLACE AND ENDS WITH
002600*       CONDITION CODE 8; REJECTED ROWS END WITH 4.
002700*       EXCHLKP READS THE MASTER FOR PHONSTAT, PHONSNAP,
002800*       AND THE CALLBACK SCREENS AND WORKLISTS.
002900*----------------------------------------------------------
003000* MOD LOG:
003100*  OCT 2026  DCG  ORIGINAL PROGRAM.
003200*----------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT OPTIONAL CARRIER-FILE
003700         ASSIGN TO "exchfeed.dat"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-FEED-STATUS.
004000
004100     SELECT EXCHANGE-FILE
004200         ASSIGN TO "exchmast.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS NX-KEY
004600         FILE STATUS IS WS-EXCH-STATUS.
004700
004800     SELECT REPORT-FILE
004900         ASSIGN TO "exchload.lst"
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  CARRIER-FILE.
005500 01  CARRIER-RECORD.
005600     05  XF-NPA                  PIC X(03).
005700     05  XF-NXX                  PIC X(03).
005800     05  XF-LINE-TYPE            PIC X(01).
005900     05  XF-RATE-CENTER          PIC X(20).
006000     05  XF-TIME-ZONE            PIC X(02).
006100     05  XF-DST-FLAG             PIC X(01).
006200
006300 FD  EXCHANGE-FILE.
006400     COPY EXCHREC.
006500
006600 FD  REPORT-FILE.
006700 01  REPORT-LINE                 PIC X(80).
006800
006900 WORKING-STORAGE SECTION.
007000
007100 01  WS-JOB-NAME                 PIC X(08) VALUE "EXCHLOAD".
007200 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007300 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007400
007500 01  WS-FEED-STATUS              PIC X(02) VALUE "00".
007600 01  WS-EXCH-STATUS              PIC X(02) VALUE "00".
007700
007800 01  WS-FEED-EOF                 PIC X(01) VALUE "N".
007900     88  END-OF-CARRIER-FILE             VALUE "Y".
008000 01  WS-REJECT-REASON            PIC X(30).
008100 01  WS-TODAY                    PIC X(08).
008200 01  WS-COMMAND                  PIC X(80).
008300
008400 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
008500 01  WS-MOBILE-COUNT             PIC 9(06) COMP VALUE ZERO.
008600 01  WS-LANDLINE-COUNT           PIC 9(06) COMP VALUE ZERO.
008700 01  WS-REJECT-COUNT             PIC 9(06) COMP VALUE ZERO.
008800
008900 01  WS-REJECT-LINE.
009000     05  FILLER                  PIC X(03) VALUE SPACE.
009100     05  RJ-NPA                  PIC X(03).
009200     05  FILLER                  PIC X(01) VALUE "-".
009300     05  RJ-NXX                  PIC X(03).
009400     05  FILLER                  PIC X(02) VALUE SPACE.
009500     05  RJ-RATE-CENTER          PIC X(20).
009600     05  FILLER                  PIC X(02) VALUE SPACE.
009700     05  RJ-REASON               PIC X(30).
009800
009900 01  WS-COUNT-LINE.
010000     05  FILLER                  PIC X(03) VALUE SPACE.
010100     05  CL-LABEL                PIC X(30).
010200     05  CL-COUNT                PIC ZZZ,ZZ9.
010300
010400 PROCEDURE DIVISION.
010500
010600 0000-MAINLINE.
010700     CALL "JOBHDR" USING WS-JOB-NAME.
010800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
010900     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
011000     IF WS-END-CODE = ZERO
011100         PERFORM 2000-LOAD-NEXT THRU 2000-EXIT
011200             UNTIL END-OF-CARRIER-FILE
011300         CLOSE CARRIER-FILE
011400         CLOSE EXCHANGE-FILE
011500         PERFORM 3000-PRINT-TOTALS THRU 3000-EXIT
011600         CLOSE REPORT-FILE
011700         IF WS-REJECT-COUNT > ZERO
011800             MOVE 4 TO RETURN-CODE
011900             MOVE 4 TO WS-END-CODE
012000         END-IF
012100     END-IF.
012200     DISPLAY "EXCHLOAD - " WS-READ-COUNT " ROW(S) READ, "
012300         WS-MOBILE-COUNT " MOBILE, " WS-LANDLINE-COUNT
012400         " LANDLINE, " WS-REJECT-COUNT " REJECTED.".
012500     COMPUTE WS-JOURNAL-COUNT =
012600         WS-MOBILE-COUNT + WS-LANDLINE-COUNT.
012700     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
012800         WS-END-CODE.
012900     GOBACK.
013000
013100*    THE FIRST CARRIER ROW IS READ BEFORE THE MASTER IS
013200*    TOUCHED SO A MISSING OR EMPTY FILE CANNOT WIPE OUT LAST
013300*    QUARTER'S REFERENCE.
013400 1000-OPEN-FILES.
013500     OPEN INPUT CARRIER-FILE.
013600     IF WS-FEED-STATUS NOT = "00"
013700         DISPLAY "CARRIER EXCHANGE FILE exchfeed.dat NOT ON "
013800             "HAND - exchmast.dat LEFT AS IT WAS."
013900         MOVE 8 TO RETURN-CODE
014000         MOVE 8 TO WS-END-CODE
014100         GO TO 1000-EXIT
014200     END-IF.
014300     READ CARRIER-FILE
014400         AT END MOVE "Y" TO WS-FEED-EOF
014500     END-READ.
014600     IF END-OF-CARRIER-FILE
014700         DISPLAY "CARRIER EXCHANGE FILE exchfeed.dat IS EMPTY "
014800             "- exchmast.dat LEFT AS IT WAS."
014900         CLOSE CARRIER-FILE
015000         MOVE 8 TO RETURN-CODE
015100         MOVE 8 TO WS-END-CODE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     MOVE SPACE TO WS-COMMAND.
015500     STRING "cp exchmast.dat exchmast.dat."  DELIMITED BY SIZE
015600         WS-TODAY                            DELIMITED BY SIZE
015700         ".bak 2>/dev/null"                  DELIMITED BY SIZE
015800         INTO WS-COMMAND
015900     END-STRING.
016000     CALL "SYSTEM" USING WS-COMMAND.
016100     OPEN OUTPUT EXCHANGE-FILE.
016200     IF WS-EXCH-STATUS NOT = "00"
016300         DISPLAY "UNABLE TO OPEN exchmast.dat - FILE STATUS "
016400             WS-EXCH-STATUS
016500         CLOSE CARRIER-FILE
016600         MOVE 12 TO RETURN-CODE
016700         MOVE 12 TO WS-END-CODE
016800         GO TO 1000-EXIT
016900     END-IF.
017000     OPEN OUTPUT REPORT-FILE.
017100     MOVE SPACE TO REPORT-LINE.
017200     STRING "NPA-NXX EXCHANGE REFERENCE LOAD - "
017300                                         DELIMITED BY SIZE
017400         WS-TODAY                        DELIMITED BY SIZE
017500         INTO REPORT-LINE
017600     END-STRING.
017700     WRITE REPORT-LINE.
017800     WRITE REPORT-LINE FROM SPACE.
017900     MOVE "REJECTED ROWS" TO REPORT-LINE.
018000     WRITE REPORT-LINE.
018100 1000-EXIT.
018200     EXIT.
018300
018400 2000-LOAD-NEXT.
018500     ADD 1 TO WS-READ-COUNT.
018600     PERFORM 2100-EDIT-ROW THRU 2100-EXIT.
018700     IF WS-REJECT-REASON NOT = SPACE
018800         PERFORM 2300-LIST-REJECT THRU 2300-EXIT
018900         GO TO 2000-READ-NEXT
019000     END-IF.
019100     PERFORM 2200-BUILD-EXCHANGE THRU 2200-EXIT.
019200     WRITE EXCHANGE-RECORD
019300         INVALID KEY
019400             MOVE "EXCHANGE LISTED TWICE" TO WS-REJECT-REASON
019500             PERFORM 2300-LIST-REJECT THRU 2300-EXIT
019600             GO TO 2000-READ-NEXT
019700     END-WRITE.
019800     IF NX-MOBILE
019900         ADD 1 TO WS-MOBILE-COUNT
020000     ELSE
020100         ADD 1 TO WS-LANDLINE-COUNT
020200     END-IF.
020300 2000-READ-NEXT.
020400     READ CARRIER-FILE
020500         AT END MOVE "Y" TO WS-FEED-EOF
020600     END-READ.
020700 2000-EXIT.
020800     EXIT.
020900
021000 2100-EDIT-ROW.
021100     MOVE SPACE TO WS-REJECT-REASON.
021200     IF XF-NPA NOT NUMERIC OR XF-NXX NOT NUMERIC
021300         MOVE "NPA/NXX NOT NUMERIC" TO WS-REJECT-REASON
021400         GO TO 2100-EXIT
021500     END-IF.
021600     IF XF-NPA (1:1) = "0" OR XF-NPA (1:1) = "1"
021700             OR XF-NXX (1:1) = "0" OR XF-NXX (1:1) = "1"
021800         MOVE "NPA/NXX STARTS WITH 0 OR 1" TO WS-REJECT-REASON
021900         GO TO 2100-EXIT
022000     END-IF.
022100     IF XF-LINE-TYPE NOT = "M" AND XF-LINE-TYPE NOT = "W"
022200             AND XF-LINE-TYPE NOT = "L"
022300         MOVE "LINE TYPE NOT M, W, OR L" TO WS-REJECT-REASON
022400         GO TO 2100-EXIT
022500     END-IF.
022600     IF XF-TIME-ZONE NOT = "AT" AND XF-TIME-ZONE NOT = "ET"
022700             AND XF-TIME-ZONE NOT = "CT"
022800             AND XF-TIME-ZONE NOT = "MT"
022900             AND XF-TIME-ZONE NOT = "PT"
023000             AND XF-TIME-ZONE NOT = "AK"
023100             AND XF-TIME-ZONE NOT = "HI"
023200         MOVE "TIME ZONE NOT RECOGNIZED" TO WS-REJECT-REASON
023300         GO TO 2100-EXIT
023400     END-IF.
023500     IF XF-DST-FLAG NOT = "Y" AND XF-DST-FLAG NOT = "N"
023600             AND XF-DST-FLAG NOT = SPACE
023700         MOVE "DST FLAG NOT Y OR N" TO WS-REJECT-REASON
023800     END-IF.
023900 2100-EXIT.
024000     EXIT.
024100
024200 2200-BUILD-EXCHANGE.
024300     MOVE SPACE          TO EXCHANGE-RECORD.
024400     MOVE XF-NPA         TO NX-NPA.
024500     MOVE XF-NXX         TO NX-NXX.
024600     IF XF-LINE-TYPE = "L"
024700         MOVE "L" TO NX-LINE-TYPE
024800     ELSE
024900         MOVE "M" TO NX-LINE-TYPE
025000     END-IF.
025100     MOVE XF-RATE-CENTER TO NX-RATE-CENTER.
025200     MOVE XF-TIME-ZONE   TO NX-TIME-ZONE.
025300     EVALUATE XF-TIME-ZONE
025400         WHEN "AT"
025500             MOVE -4  TO NX-UTC-OFFSET
025600         WHEN "ET"
025700             MOVE -5  TO NX-UTC-OFFSET
025800         WHEN "CT"
025900             MOVE -6  TO NX-UTC-OFFSET
026000         WHEN "MT"
026100             MOVE -7  TO NX-UTC-OFFSET
026200         WHEN "PT"
026300             MOVE -8  TO NX-UTC-OFFSET
026400         WHEN "AK"
026500             MOVE -9  TO NX-UTC-OFFSET
026600         WHEN "HI"
026700             MOVE -10 TO NX-UTC-OFFSET
026800     END-EVALUATE.
026900     IF XF-DST-FLAG = "N"
027000         MOVE "N" TO NX-DST-FLAG
027100     ELSE
027200         MOVE "Y" TO NX-DST-FLAG
027300     END-IF.
027400     MOVE WS-TODAY       TO NX-LOAD-DATE.
027500 2200-EXIT.
027600     EXIT.
027700
027800 2300-LIST-REJECT.
027900     ADD 1 TO WS-REJECT-COUNT.
028000     MOVE XF-NPA           TO RJ-NPA.
028100     MOVE XF-NXX           TO RJ-NXX.
028200     MOVE XF-RATE-CENTER   TO RJ-RATE-CENTER.
028300     MOVE WS-REJECT-REASON TO RJ-REASON.
028400     WRITE REPORT-LINE FROM WS-REJECT-LINE.
028500 2300-EXIT.
028600     EXIT.
028700
028800 3000-PRINT-TOTALS.
028900     IF WS-REJECT-COUNT = ZERO
029000         MOVE "   (NONE)" TO REPORT-LINE
029100         WRITE REPORT-LINE
029200     END-IF.
029300     WRITE REPORT-LINE FROM SPACE.
029400     MOVE "ROWS READ"           TO CL-LABEL.
029500     MOVE WS-READ-COUNT         TO CL-COUNT.
029600     WRITE REPORT-LINE FROM WS-COUNT-LINE.
029700     MOVE "MOBILE EXCHANGES"    TO CL-LABEL.
029800     MOVE WS-MOBILE-COUNT       TO CL-COUNT.
029900     WRITE REPORT-LINE FROM WS-COUNT-LINE.
030000     MOVE "LANDLINE EXCHANGES"  TO CL-LABEL.
030100     MOVE WS-LANDLINE-COUNT     TO CL-COUNT.
030200     WRITE REPORT-LINE FROM WS-COUNT-LINE.
030300     MOVE "ROWS REJECTED"       TO CL-LABEL.
030400     MOVE WS-REJECT-COUNT       TO CL-COUNT.
030500     WRITE REPORT-LINE FROM WS-COUNT-LINE.
030600 3000-EXIT.
030700     EXIT.
