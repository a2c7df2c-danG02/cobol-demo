002200*----------------------------------------------------------
002300* MOD LOG:
002400*  SEP 2026  DCG  ORIGINAL PROGRAM.
002414*  OCT 2026  DCG  THE NUMBER IS NOW SHOWN WITH ITS LINE TYPE
002428*                 AND THE CALLEE'S LOCAL TIME AND ZONE FROM
002442*                 THE exchmast.dat EXCHANGE REFERENCE (SHARED
002456*                 EXCHLKP ROUTINE). OUTSIDE LOCAL CALLING
002470*                 HOURS THE NUMBER IS HELD BACK UNLESS THE
002484*                 CLERK IS RECORDING A CALL ALREADY MADE.
002488*  OCT 2026  DCG  EACH TRANSACTION NOW CARRIES THE OPERATOR
002492*                 ID (TR-KEYED-BY) FOR IOBATCH'S SAME-NUMBER
002496*                 CONFLICT SCREEN.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
010900 01  WS-CONFIRMED-COUNT          PIC 9(05) COMP VALUE ZERO.
011000 01  WS-CHANGED-COUNT            PIC 9(05) COMP VALUE ZERO.
011100 01  WS-DISCONN-COUNT            PIC 9(05) COMP VALUE ZERO.
011109 01  WS-EXCH-FUNCTION            PIC X(01).
011118 01  WS-EXCH-LINE-TYPE           PIC X(01).
011127 01  WS-EXCH-RATE-CENTER         PIC X(20).
011136 01  WS-EXCH-TIME-ZONE           PIC X(02).
011145 01  WS-EXCH-LOCAL-TIME          PIC X(04).
011154 01  WS-EXCH-CALL-OK             PIC X(01).
011163 01  WS-EXCH-RESULT              PIC X(01).
011172 01  WS-EXCH-LINE-NAME           PIC X(08).
011181 01  WS-EXCH-TIME-DISP           PIC X(05).
011190 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
011200
011300 PROCEDURE DIVISION.
011400
012300         UNTIL YES-NO = "N".
012400     CLOSE PHONE-BOOK.
012500     CLOSE VERIFICATION-FILE.
012516     MOVE "C" TO WS-EXCH-FUNCTION.
012532     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
012548         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
012564         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
012580         WS-EXCH-RESULT.
012600     DISPLAY "PHONVENT - " WS-CONFIRMED-COUNT " CONFIRMED, "
012700         WS-CHANGED-COUNT " CHANGED, "
012800         WS-DISCONN-COUNT " DISCONNECTED.".
012820     IF WS-HELD-COUNT > ZERO
012840         DISPLAY "PHONVENT - " WS-HELD-COUNT " NUMBER(S) HELD "
012860             "BACK - OUTSIDE LOCAL CALLING HOURS."
012880     END-IF.
012900     COMPUTE WS-JOURNAL-COUNT = WS-CONFIRMED-COUNT
013000         + WS-CHANGED-COUNT + WS-DISCONN-COUNT.
013100     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
022400         PHONE-EXTENSION WS-DISPLAY-NUMBER.
022500     DISPLAY "  " WS-PRINT-LAST " " WS-PRINT-FIRST " "
022600         WS-DISPLAY-NUMBER.
022608     PERFORM 2400-SHOW-EXCHANGE THRU 2400-EXIT.
022616     IF WS-EXCH-CALL-OK = "N"
022624         DISPLAY "  OUTSIDE CALLING HOURS AT THE CALLEE - DO NOT "
022632             "CALL NOW."
022640         DISPLAY "  RECORDING A CALL ALREADY MADE (Y/N) ? "
022648         ACCEPT WS-ANSWER
022656         IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
022664             ADD 1 TO WS-HELD-COUNT
022672             GO TO 2000-EXIT
022680         END-IF
022688     END-IF.
022700     PERFORM 2100-ASK-OUTCOME THRU 2100-EXIT.
022800     EVALUATE WS-ANSWER
022900         WHEN "C"
025500     END-IF.
025600 2100-EXIT.
025700     EXIT.
025703
025706 2400-SHOW-EXCHANGE.
025709     MOVE "L" TO WS-EXCH-FUNCTION.
025712     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
025715         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
025718         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
025721         WS-EXCH-RESULT.
025724     EVALUATE WS-EXCH-LINE-TYPE
025727         WHEN "M"
025730             MOVE "MOBILE"   TO WS-EXCH-LINE-NAME
025733         WHEN "L"
025736             MOVE "LANDLINE" TO WS-EXCH-LINE-NAME
025739         WHEN OTHER
025742             MOVE "UNKNOWN"  TO WS-EXCH-LINE-NAME
025745     END-EVALUATE.
025748     IF WS-EXCH-LOCAL-TIME = SPACE
025751         DISPLAY "  LINE TYPE " WS-EXCH-LINE-NAME
025754             " - LOCAL TIME UNKNOWN"
025757         GO TO 2400-EXIT
025760     END-IF.
025763     MOVE SPACE TO WS-EXCH-TIME-DISP.
025766     STRING WS-EXCH-LOCAL-TIME (1:2) DELIMITED BY SIZE
025769         ":"                         DELIMITED BY SIZE
025772         WS-EXCH-LOCAL-TIME (3:2)    DELIMITED BY SIZE
025775         INTO WS-EXCH-TIME-DISP
025778     END-STRING.
025781     DISPLAY "  LINE TYPE " WS-EXCH-LINE-NAME
025784         " - LOCAL TIME " WS-EXCH-TIME-DISP " " WS-EXCH-TIME-ZONE
025787         " - " FUNCTION TRIM(WS-EXCH-RATE-CENTER).
025790 2400-EXIT.
025793     EXIT.
025800
025900 3000-STAMP-VERIFICATION.
026000     MOVE "N" TO WS-VERF-FOUND.
038000     EXIT.
038100
038200 6000-WRITE-TRANSACTION.
038250     MOVE WS-OPERATOR-ID TO TR-KEYED-BY.
038300     OPEN EXTEND TRANSACTION-FILE.
038400     IF WS-TRANS-STATUS NOT = "00"
038500         OPEN OUTPUT TRANSACTION-FILE
