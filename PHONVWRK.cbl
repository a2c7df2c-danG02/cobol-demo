001800*----------------------------------------------------------
001900* MOD LOG:
002000*  SEP 2026  DCG  ORIGINAL PROGRAM.
002012*  OCT 2026  DCG  EACH ENTRY NOW SHOWS ITS LINE TYPE AND THE
002024*                 CALLEE'S LOCAL TIME AND ZONE FROM THE
002036*                 exchmast.dat EXCHANGE REFERENCE (SHARED
002048*                 EXCHLKP ROUTINE). ENTRIES OUTSIDE LOCAL
002060*                 CALLING HOURS WHEN THE LIST IS PRINTED ARE
002072*                 HELD BACK INTO A SEPARATE SECTION AT THE
002084*                 FOOT OF THE LIST. NOTE COLUMN CUT 30 -> 22.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
009600     05  FILLER                  PIC X(01) VALUE SPACE.
009700     05  WD-LAST-NAME            PIC X(20).
009800     05  FILLER                  PIC X(01) VALUE SPACE.
009900     05  WD-NOTE                 PIC X(22).
009903     05  FILLER                  PIC X(01) VALUE SPACE.
009906     05  WD-LINE-TYPE            PIC X(04).
009909     05  FILLER                  PIC X(01) VALUE SPACE.
009912     05  WD-LOCAL-TIME           PIC X(05).
009915     05  FILLER                  PIC X(01) VALUE SPACE.
009918     05  WD-TIME-ZONE            PIC X(02).
009921
009924 01  WS-WORK-HEADING.
009927     05  FILLER                  PIC X(40) VALUE
009930         "   NUMBER          NAME                 ".
009933     05  FILLER                  PIC X(37) VALUE
009936         "NOTE                   LINE LOCAL TZ".
009939
009942 01  WS-EXCH-FUNCTION            PIC X(01).
009945 01  WS-EXCH-LINE-TYPE           PIC X(01).
009948 01  WS-EXCH-RATE-CENTER         PIC X(20).
009951 01  WS-EXCH-TIME-ZONE           PIC X(02).
009954 01  WS-EXCH-LOCAL-TIME          PIC X(04).
009957 01  WS-EXCH-CALL-OK             PIC X(01).
009960 01  WS-EXCH-RESULT              PIC X(01).
009963
009966 01  WS-HELD-COUNT               PIC 9(06) COMP VALUE ZERO.
009969 01  WS-HELD-OVERFLOW            PIC 9(06) COMP VALUE ZERO.
009972 01  WS-HELD-TABLE.
009975     05  WS-HELD-USED            PIC 9(03) COMP VALUE ZERO.
009978     05  WS-HELD-LINE            PIC X(80) OCCURS 500 TIMES.
009981 01  WS-TABLE-INDEX              PIC 9(03) COMP VALUE ZERO.
010000
010100 PROCEDURE DIVISION.
010200
011200     IF VERIFICATION-ON-HAND
011300         CLOSE VERIFICATION-FILE
011400     END-IF.
011414     MOVE "C" TO WS-EXCH-FUNCTION.
011428     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
011442         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
011456         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
011470         WS-EXCH-RESULT.
011484     PERFORM 4000-PRINT-HELD-BACK THRU 4000-EXIT.
011500     PERFORM 5000-PRINT-COVERAGE THRU 5000-EXIT.
011600     CLOSE REPORT-FILE.
011700     DISPLAY "PHONVWRK - " WS-DUE-COUNT " OF "
011800         WS-RECORD-COUNT " ENTRY(S) DUE FOR VERIFICATION "
011900         "- WORKLIST ON "
012000         FUNCTION TRIM(WS-REPORT-FILE-NAME) ".".
012020     IF WS-HELD-COUNT > ZERO
012040         DISPLAY "PHONVWRK - " WS-HELD-COUNT " OF THEM HELD "
012060             "BACK - OUTSIDE LOCAL CALLING HOURS."
012080     END-IF.
012100     MOVE WS-DUE-COUNT TO WS-JOURNAL-COUNT.
012200     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
012300         WS-END-CODE.
017700     END-STRING.
017800     WRITE REPORT-LINE.
017900     WRITE REPORT-LINE FROM SPACE.
017950     WRITE REPORT-LINE FROM WS-WORK-HEADING.
018000 1000-EXIT.
018100     EXIT.
018200
021800     ADD 1 TO WS-DUE-COUNT.
021900     MOVE PHONE-NUMBER    TO WD-NUMBER.
022000     MOVE PHONE-LAST-NAME TO WD-LAST-NAME.
022006     MOVE "L" TO WS-EXCH-FUNCTION.
022012     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
022018         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
022024         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
022030         WS-EXCH-RESULT.
022036     EVALUATE WS-EXCH-LINE-TYPE
022042         WHEN "M"
022048             MOVE "MOB"  TO WD-LINE-TYPE
022054         WHEN "L"
022060             MOVE "LAND" TO WD-LINE-TYPE
022066         WHEN OTHER
022072             MOVE "?"    TO WD-LINE-TYPE
022078     END-EVALUATE.
022084     MOVE SPACE TO WD-LOCAL-TIME.
022090     IF WS-EXCH-LOCAL-TIME NOT = SPACE
022096         STRING WS-EXCH-LOCAL-TIME (1:2) DELIMITED BY SIZE
022102             ":"                         DELIMITED BY SIZE
022108             WS-EXCH-LOCAL-TIME (3:2)    DELIMITED BY SIZE
022114             INTO WD-LOCAL-TIME
022120         END-STRING
022126     END-IF.
022132     MOVE WS-EXCH-TIME-ZONE TO WD-TIME-ZONE.
022138*    TOO EARLY OR TOO LATE AT THE CALLEE'S END - KEEP IT OFF
022144*    THE CALLING LIST AND PRINT IT IN THE HELD-BACK SECTION.
022150     IF WS-EXCH-CALL-OK = "N"
022156         ADD 1 TO WS-HELD-COUNT
022162         IF WS-HELD-USED < 500
022168             ADD 1 TO WS-HELD-USED
022174             MOVE WS-WORK-DETAIL TO WS-HELD-LINE (WS-HELD-USED)
022180         ELSE
022186             ADD 1 TO WS-HELD-OVERFLOW
022192         END-IF
022198         GO TO 3000-EXIT
022204     END-IF.
022210     WRITE REPORT-LINE FROM WS-WORK-DETAIL.
022216 3000-EXIT.
022222     EXIT.
022228
022234 4000-PRINT-HELD-BACK.
022240     IF WS-HELD-COUNT = ZERO
022246         GO TO 4000-EXIT
022252     END-IF.
022258     WRITE REPORT-LINE FROM SPACE.
022264     MOVE "HELD BACK - OUTSIDE LOCAL CALLING HOURS WHEN PRINTED"
022270         TO REPORT-LINE.
022276     WRITE REPORT-LINE.
022282     WRITE REPORT-LINE FROM WS-WORK-HEADING.
022288     MOVE ZERO TO WS-TABLE-INDEX.
022294     PERFORM 4100-PRINT-HELD-LINE THRU 4100-EXIT
022300         UNTIL WS-TABLE-INDEX >= WS-HELD-USED.
022306     IF WS-HELD-OVERFLOW NOT = ZERO
022312         MOVE "   (MORE HELD ENTRIES THAN THE LIST HOLDS)"
022318             TO REPORT-LINE
022324         WRITE REPORT-LINE
022330     END-IF.
022336 4000-EXIT.
022342     EXIT.
022348
022354 4100-PRINT-HELD-LINE.
022360     ADD 1 TO WS-TABLE-INDEX.
022366     WRITE REPORT-LINE FROM WS-HELD-LINE (WS-TABLE-INDEX).
022372 4100-EXIT.
022378     EXIT.
022400
022500 5000-PRINT-COVERAGE.
022600     WRITE REPORT-LINE FROM SPACE.
