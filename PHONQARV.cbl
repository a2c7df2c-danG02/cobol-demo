002100*----------------------------------------------------------
002200* MOD LOG:
002300*  SEP 2026  DCG  ORIGINAL PROGRAM.
002314*  OCT 2026  DCG  EACH CALLBACK NOW SHOWS THE LINE TYPE AND
002328*                 THE CALLEE'S LOCAL TIME AND ZONE FROM THE
002342*                 exchmast.dat EXCHANGE REFERENCE (SHARED
002356*                 EXCHLKP ROUTINE). A NUMBER OUTSIDE LOCAL
002370*                 CALLING HOURS IS HELD BACK - IT STAYS OPEN
002384*                 ON THE LIST FOR A LATER SESSION.
002388*  OCT 2026  DCG  THE CORRECTION TRANSACTION NOW CARRIES THE
002392*                 CHECKER'S ID (TR-KEYED-BY) FOR IOBATCH'S
002396*                 SAME-NUMBER CONFLICT SCREEN.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
014700 01  WS-CORRECT-COUNT            PIC 9(05) COMP VALUE ZERO.
014800 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
014900 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
014909 01  WS-EXCH-FUNCTION            PIC X(01).
014918 01  WS-EXCH-LINE-TYPE           PIC X(01).
014927 01  WS-EXCH-RATE-CENTER         PIC X(20).
014936 01  WS-EXCH-TIME-ZONE           PIC X(02).
014945 01  WS-EXCH-LOCAL-TIME          PIC X(04).
014954 01  WS-EXCH-CALL-OK             PIC X(01).
014963 01  WS-EXCH-RESULT              PIC X(01).
014972 01  WS-EXCH-LINE-NAME           PIC X(08).
014981 01  WS-EXCH-TIME-DISP           PIC X(05).
014990 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
015000 01  WS-COMMAND                  PIC X(80).
015100
015200 PROCEDURE DIVISION.
016800         GOBACK
016900     END-IF.
017000     PERFORM 2000-WORK-THE-LIST THRU 2000-EXIT.
017016     MOVE "C" TO WS-EXCH-FUNCTION.
017032     CALL "EXCHLKP" USING WS-EXCH-FUNCTION QW-NUMBER
017048         WS-ENTRY-COUNTRY WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
017064         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
017080         WS-EXCH-RESULT.
017100     DISPLAY "PHONQARV - " WS-CORRECT-COUNT " CORRECT, "
017200         WS-ERROR-COUNT " ERROR(S), "
017300         WS-SKIPPED-COUNT " LEFT FOR NEXT TIME.".
017320     IF WS-HELD-COUNT > ZERO
017340         DISPLAY "PHONQARV - " WS-HELD-COUNT " OF THOSE HELD "
017360             "BACK - OUTSIDE LOCAL CALLING HOURS."
017380     END-IF.
017400     COMPUTE WS-JOURNAL-COUNT =
017500         WS-CORRECT-COUNT + WS-ERROR-COUNT.
017600     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
027200         LU-EXTENSION WS-DISPLAY-NUMBER.
027300     DISPLAY "  " WS-PRINT-LAST " " WS-PRINT-FIRST " "
027400         WS-DISPLAY-NUMBER " CAT " LU-CATEGORY.
027411     PERFORM 2400-SHOW-EXCHANGE THRU 2400-EXIT.
027422     IF WS-EXCH-CALL-OK = "N"
027433         DISPLAY "  OUTSIDE CALLING HOURS AT THE CALLEE - HELD "
027444             "BACK FOR A LATER SESSION."
027455         CLOSE LOOKUP-BOOK
027466         ADD 1 TO WS-HELD-COUNT
027477         GO TO 2200-EXIT
027488     END-IF.
027500     CLOSE LOOKUP-BOOK.
027600     PERFORM 2300-ASK-RESULT THRU 2300-EXIT.
027700     EVALUATE WS-ANSWER
030600     END-IF.
030700 2300-EXIT.
030800     EXIT.
030803
030806 2400-SHOW-EXCHANGE.
030809     MOVE "L" TO WS-EXCH-FUNCTION.
030812     CALL "EXCHLKP" USING WS-EXCH-FUNCTION LU-NUMBER
030815         LU-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
030818         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
030821         WS-EXCH-RESULT.
030824     EVALUATE WS-EXCH-LINE-TYPE
030827         WHEN "M"
030830             MOVE "MOBILE"   TO WS-EXCH-LINE-NAME
030833         WHEN "L"
030836             MOVE "LANDLINE" TO WS-EXCH-LINE-NAME
030839         WHEN OTHER
030842             MOVE "UNKNOWN"  TO WS-EXCH-LINE-NAME
030845     END-EVALUATE.
030848     IF WS-EXCH-LOCAL-TIME = SPACE
030851         DISPLAY "  LINE TYPE " WS-EXCH-LINE-NAME
030854             " - LOCAL TIME UNKNOWN"
030857         GO TO 2400-EXIT
030860     END-IF.
030863     MOVE SPACE TO WS-EXCH-TIME-DISP.
030866     STRING WS-EXCH-LOCAL-TIME (1:2) DELIMITED BY SIZE
030869         ":"                         DELIMITED BY SIZE
030872         WS-EXCH-LOCAL-TIME (3:2)    DELIMITED BY SIZE
030875         INTO WS-EXCH-TIME-DISP
030878     END-STRING.
030881     DISPLAY "  LINE TYPE " WS-EXCH-LINE-NAME
030884         " - LOCAL TIME " WS-EXCH-TIME-DISP " " WS-EXCH-TIME-ZONE
030887         " - " FUNCTION TRIM(WS-EXCH-RATE-CENTER).
030890 2400-EXIT.
030893     EXIT.
030900
031000*    THE CORRECTION RIDES THE NORMAL CHANGE PATH: A "C"
031100*    TRANSACTION TO THE NIGHT FILE FOR IOBATCH'S FULL
036500             END-STRING
036600         END-IF
036700     END-IF.
036750     MOVE WS-OPERATOR-ID TO TR-KEYED-BY.
036800     OPEN EXTEND TRANSACTION-FILE.
036900     IF WS-TRANS-STATUS NOT = "00"
037000         OPEN OUTPUT TRANSACTION-FILE
