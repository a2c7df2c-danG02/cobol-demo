002400*----------------------------------------------------------
002500* MOD LOG:
002600*  SEP 2026  DCG  ORIGINAL PROGRAM.
002633*  OCT 2026  DCG  A FAILED CERTIFICATION NOW POSTS AN
002666*                 ALERT (ALRTPOST).
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
008400 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONCERT".
008500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
008600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
008610 01  WS-ALERT-SEVERITY           PIC X(01) VALUE "E".
008620 01  WS-ALERT-TEXT               PIC X(60).
008630 01  WS-ALERT-RESULT             PIC X(01).
008640 01  WS-ALERT-DIFFER             PIC 9(06).
008650 01  WS-ALERT-LIVE-ONLY          PIC 9(06).
008660 01  WS-ALERT-RECON-ONLY         PIC 9(06).
008700
008800 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008900 01  WS-RECON-STATUS             PIC X(02) VALUE "00".
042400             "SEE phoncert.lst."
042500         MOVE 8 TO RETURN-CODE
042600         MOVE 8 TO WS-END-CODE
042650         PERFORM 6100-POST-MISMATCH-ALERT THRU 6100-EXIT
042700     END-IF.
042800 6000-EXIT.
042900     EXIT.

043000*    A FAILED CERTIFICATION IS POSTED TO THE alrtout.dat
043010*    ALERT OUTBOX (ALRTPOST) WITH THE THREE MISMATCH COUNTS.
043020 6100-POST-MISMATCH-ALERT.
043030     MOVE WS-DIFFER-COUNT     TO WS-ALERT-DIFFER.
043040     MOVE WS-LIVE-ONLY-COUNT  TO WS-ALERT-LIVE-ONLY.
043050     MOVE WS-RECON-ONLY-COUNT TO WS-ALERT-RECON-ONLY.
043060     MOVE SPACE TO WS-ALERT-TEXT.
043070     STRING "NOT CERTIFIED - "          DELIMITED BY SIZE
043080         WS-ALERT-DIFFER                DELIMITED BY SIZE
043090         " DIFFER, "                    DELIMITED BY SIZE
043100         WS-ALERT-LIVE-ONLY             DELIMITED BY SIZE
043110         " LIVE-ONLY, "                 DELIMITED BY SIZE
043120         WS-ALERT-RECON-ONLY            DELIMITED BY SIZE
043130         " RECON-ONLY"                  DELIMITED BY SIZE
043140         INTO WS-ALERT-TEXT
043150     END-STRING.
043160     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
043170         WS-DIRECTORY-FILE WS-ALERT-TEXT WS-ALERT-RESULT.
043180 6100-EXIT.
043190     EXIT.
