002430*                 THE dirreg.dat REGISTRY THROUGH THE
002440*                 SHARED DIRREG ROUTINE; phone.csv KEEPS
002450*                 ITS LEGACY NAMES.
002466*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002482*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002486*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002490*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002494*                 CHECK VALUE) JUST BEFORE THE WRITE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
009000 01  WS-CONF-STATUS              PIC X(02) VALUE "00".
009100 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
009200 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
009250 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
009300 01  WS-SEAL-CHECK               PIC X(10).
009350 01  WS-SEAL-RESULT              PIC X(01).

009400 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
009500 01  WS-REVIEW-FILE-NAME         PIC X(20)
033605     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
033700     MOVE WS-OLD-RECORD  TO CH-OLD-VALUES.
033800     MOVE SPACE          TO CH-NEW-VALUES.
033850     MOVE "03"           TO CH-IMAGE-VERSION.
033900     OPEN EXTEND CHANGE-HISTORY-FILE.
034000     IF WS-CHG-STATUS NOT = "00"
034100         OPEN OUTPUT CHANGE-HISTORY-FILE
034200     END-IF.
034233     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
034266         WS-SEAL-CHECK WS-SEAL-RESULT.
034300     WRITE CHANGE-HISTORY-RECORD.
034400     CLOSE CHANGE-HISTORY-FILE.
034500 4100-EXIT.
