002500*----------------------------------------------------------
002600* MOD LOG:
002700*  SEP 2026  DCG  ORIGINAL PROGRAM.
002733*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002766*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002774*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002782*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002790*                 CHECK VALUE) JUST BEFORE THE WRITE.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
007000 01  WS-EXCP-STATUS              PIC X(02) VALUE "00".
007100 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007200 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
007225 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
007250 01  WS-SEAL-CHECK               PIC X(10).
007275 01  WS-SEAL-RESULT              PIC X(01).
007300
007400 01  WS-OPERATOR-ID              PIC X(08).
007500 01  WS-MENU-CHOICE              PIC X(01).
043700     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
043800     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
043900     MOVE WS-NEW-RECORD     TO CH-NEW-VALUES.
043950     MOVE "03"              TO CH-IMAGE-VERSION.
044000     OPEN EXTEND CHANGE-HISTORY-FILE.
044100     IF WS-CHG-STATUS NOT = "00"
044200         OPEN OUTPUT CHANGE-HISTORY-FILE
044300     END-IF.
044333     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
044366         WS-SEAL-CHECK WS-SEAL-RESULT.
044400     WRITE CHANGE-HISTORY-RECORD.
044500     CLOSE CHANGE-HISTORY-FILE.
044600 7000-EXIT.
