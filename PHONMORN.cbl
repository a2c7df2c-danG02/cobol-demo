002310*  SEP 2026  DCG  SCHEDDRV'S "D" (DECISION) JOURNAL ROWS
002320*                 NOW SHOW IN THE JOB SECTION - WHY THE
002330*                 CALENDAR RAN OR SKIPPED EACH STEP.
002340*  OCT 2026  DCG  THE SUMMARY IS NOW FILED INTO THE DATED
002350*                 REPORT LIBRARY THROUGH RPTFILE.
002375*  OCT 2026  DCG  REJECT IMAGE GREW 74 -> 82 (TR-KEYED-BY).
002387*  OCT 2026  DCG  REJECT IMAGE GREW 82 -> 90 (TR-EXPIRY-DATE).
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
005600 01  REJECT-RECORD.
005700     05  RJ-REASON-CODE          PIC X(02).
005800     05  FILLER                  PIC X(01).
005900     05  RJ-TRANSACTION          PIC X(90).
006000
006100 FD  REPORT-FILE.
006200 01  REPORT-LINE                 PIC X(80).
008600 01  WS-TODAY-DATE               PIC X(08).
008700 01  WS-EOF-SWITCH               PIC X(01).
008800 01  WS-PAGE-COUNT               PIC 9(03) COMP VALUE ZERO.
008810 01  WS-REPORT-FILE-NAME         PIC X(20)
008820                                 VALUE "phonmorn.lst".
008830 01  WS-ALL-DIRECTORIES          PIC X(20) VALUE SPACE.
008840 01  WS-FILE-RESULT              PIC X(01).
008900
009000 01  WS-JOB-TABLE.
009100     05  WS-JOB-USED             PIC 9(03) COMP VALUE ZERO.
015500     PERFORM 2000-SUMMARIZE-ONE-DIR THRU 2000-EXIT
015600         UNTIL WS-REG-DIGIT > 9.
015700     CLOSE REPORT-FILE.
015710     CALL "RPTFILE" USING WS-JOB-NAME WS-ALL-DIRECTORIES
015720         WS-REPORT-FILE-NAME WS-FILE-RESULT.
015800     DISPLAY "PHONMORN - MORNING SUMMARY IS ON "
015900         "phonmorn.lst (" WS-PAGE-COUNT " PAGE(S)).".
016000     MOVE WS-PAGE-COUNT TO WS-JOURNAL-COUNT.
