001900*----------------------------------------------------------
002000* MOD LOG:
002100*  SEP 2026  DCG  ORIGINAL PROGRAM.
002116*  OCT 2026  DCG  EACH DIRECTORY NOW ALSO GETS THREE "L"
002132*                 ROWS - MOBILE, LANDLINE, AND UNKNOWN LINE
002148*                 TYPE COUNTS FROM THE exchmast.dat EXCHANGE
002164*                 REFERENCE THROUGH THE SHARED EXCHLKP
002180*                 ROUTINE.
002184*  OCT 2026  DCG  THE SNAPSHOT PERIOD COMES FROM THE RUNDATE
002188*                 AS-OF DATE, SO A MONTH-END NIGHT REPLAYED
002192*                 BY THE SCHEDDRV CATCH-UP IS FILED UNDER ITS
002196*                 OWN MONTH.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
008300 01  WS-REG-DESCRIPTION          PIC X(30).
008400 01  WS-REG-RESULT               PIC X(01).
008500 01  WS-REG-DIGIT                PIC 9(02).
008512 01  WS-EXCH-FUNCTION            PIC X(01).
008524 01  WS-EXCH-LINE-TYPE           PIC X(01).
008536 01  WS-EXCH-RATE-CENTER         PIC X(20).
008548 01  WS-EXCH-TIME-ZONE           PIC X(02).
008560 01  WS-EXCH-LOCAL-TIME          PIC X(04).
008572 01  WS-EXCH-CALL-OK             PIC X(01).
008584 01  WS-EXCH-RESULT              PIC X(01).
008600
008700 01  WS-TODAY                    PIC X(08).
008725 01  WS-RD-FUNCTION              PIC X(01).
008750 01  WS-RD-DATE                  PIC X(08).
008775 01  WS-RD-CATCH-UP              PIC X(01).
008800 01  WS-PERIOD                   PIC X(06).
008900
009000 01  WS-BOOK-EOF                 PIC X(01).
009600 01  WS-PRIVACY-COUNT            PIC 9(06) COMP VALUE ZERO.
009700 01  WS-ADDRESS-COUNT            PIC 9(06) COMP VALUE ZERO.
009800 01  WS-SNAPPED-DIRS             PIC 9(03) COMP VALUE ZERO.
009816 01  WS-MOBILE-COUNT             PIC 9(06) COMP VALUE ZERO.
009832 01  WS-LANDLINE-COUNT           PIC 9(06) COMP VALUE ZERO.
009848 01  WS-UNKNOWN-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.
009864 01  WS-LINE-TYPE-KEY            PIC X(08).
009880 01  WS-LINE-TYPE-COUNT          PIC 9(06) COMP.
009900
010000 01  WS-TABLE-INDEX              PIC 9(03) COMP VALUE ZERO.
010100 01  WS-FOUND-SWITCH             PIC X(01).
011700
011800 0000-MAINLINE.
011900     CALL "JOBHDR" USING WS-JOB-NAME.
012000     MOVE "G" TO WS-RD-FUNCTION.
012025     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
012050         WS-RD-CATCH-UP.
012075     MOVE WS-RD-DATE TO WS-TODAY.
012100     MOVE WS-TODAY (1:6) TO WS-PERIOD.
012200     MOVE "N" TO WS-ADDR-FILE-SWITCH.
012300     OPEN INPUT ADDRESS-FILE.
013000     IF ADDRESS-FILE-ON-HAND
013100         CLOSE ADDRESS-FILE
013200     END-IF.
013220     MOVE "C" TO WS-EXCH-FUNCTION.
013230     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
013240         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
013250         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
013260         WS-EXCH-RESULT.
013300     DISPLAY "PHONSNAP - " WS-SNAPPED-DIRS
013400         " DIRECTORY(S) SNAPPED FOR PERIOD " WS-PERIOD
013500         " ONTO phonsnap.dat.".
015300     MOVE ZERO TO WS-ADDRESS-COUNT.
015400     MOVE ZERO TO WS-CAT-USED.
015500     MOVE ZERO TO WS-AREA-USED.
015525     MOVE ZERO TO WS-MOBILE-COUNT.
015550     MOVE ZERO TO WS-LANDLINE-COUNT.
015575     MOVE ZERO TO WS-UNKNOWN-LINE-COUNT.
015600     MOVE "N" TO WS-BOOK-EOF.
015700     OPEN INPUT PHONE-BOOK.
015800     IF WS-PHONE-STATUS NOT = "00"
019800     MOVE SPACE TO WS-LOOKUP-KEY.
019900     MOVE PHONE-NUMBER (1:3) TO WS-LOOKUP-KEY (1:3).
020000     PERFORM 2200-TALLY-AREA THRU 2200-EXIT.
020050     PERFORM 2300-TALLY-LINE-TYPE THRU 2300-EXIT.
020100     READ PHONE-BOOK NEXT RECORD
020200         AT END MOVE "Y" TO WS-BOOK-EOF
020300     END-READ.
025100     END-IF.
025200 2210-EXIT.
025300     EXIT.
025305
025310 2300-TALLY-LINE-TYPE.
025315     MOVE "L" TO WS-EXCH-FUNCTION.
025320     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
025325         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
025330         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
025335         WS-EXCH-RESULT.
025340     EVALUATE WS-EXCH-LINE-TYPE
025345         WHEN "M"
025350             ADD 1 TO WS-MOBILE-COUNT
025355         WHEN "L"
025360             ADD 1 TO WS-LANDLINE-COUNT
025365         WHEN OTHER
025370             ADD 1 TO WS-UNKNOWN-LINE-COUNT
025375     END-EVALUATE.
025380 2300-EXIT.
025385     EXIT.
025400
025500 3000-WRITE-SNAPSHOT.
025600     OPEN EXTEND SNAPSHOT-FILE.
027200     MOVE ZERO TO WS-TABLE-INDEX.
027300     PERFORM 3200-WRITE-AREA-ROW THRU 3200-EXIT
027400         UNTIL WS-TABLE-INDEX >= WS-AREA-USED.
027410     MOVE "MOBILE"              TO WS-LINE-TYPE-KEY.
027420     MOVE WS-MOBILE-COUNT       TO WS-LINE-TYPE-COUNT.
027430     PERFORM 3300-WRITE-LINE-TYPE-ROW THRU 3300-EXIT.
027440     MOVE "LANDLINE"            TO WS-LINE-TYPE-KEY.
027450     MOVE WS-LANDLINE-COUNT     TO WS-LINE-TYPE-COUNT.
027460     PERFORM 3300-WRITE-LINE-TYPE-ROW THRU 3300-EXIT.
027470     MOVE "UNKNOWN"             TO WS-LINE-TYPE-KEY.
027480     MOVE WS-UNKNOWN-LINE-COUNT TO WS-LINE-TYPE-COUNT.
027490     PERFORM 3300-WRITE-LINE-TYPE-ROW THRU 3300-EXIT.
027500     CLOSE SNAPSHOT-FILE.
027600 3000-EXIT.
027700     EXIT.
030300     WRITE SNAPSHOT-RECORD.
030400 3200-EXIT.
030500     EXIT.
030600
030700 3300-WRITE-LINE-TYPE-ROW.
030800     MOVE SPACE              TO SNAPSHOT-RECORD.
030900     MOVE WS-PERIOD          TO SN-PERIOD.
031000     MOVE WS-DIRECTORY-FILE  TO SN-DIRECTORY.
031100     MOVE "L"                TO SN-ROW-TYPE.
031200     MOVE WS-LINE-TYPE-KEY   TO SN-KEY.
031300     MOVE WS-LINE-TYPE-COUNT TO SN-COUNT.
031400     MOVE ZERO               TO SN-PRIVACY-COUNT.
031500     MOVE ZERO               TO SN-ADDRESS-COUNT.
031600     WRITE SNAPSHOT-RECORD.
031700 3300-EXIT.
031800     EXIT.
