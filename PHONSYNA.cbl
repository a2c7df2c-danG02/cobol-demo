002300*----------------------------------------------------------
002400* MOD LOG:
002500*  SEP 2026  DCG  ORIGINAL PROGRAM.
002533*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002566*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002574*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002582*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002590*                 CHECK VALUE) JUST BEFORE THE WRITE.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
006000         CH-OPERATOR-ID        BY SY-OPERATOR-ID
006100         CH-DIRECTORY          BY SY-DIRECTORY
006200         CH-OLD-VALUES         BY SY-OLD-VALUES
006300         CH-NEW-VALUES         BY SY-NEW-VALUES
006310         CH-IMAGE-VERSION      BY SY-IMAGE-VERSION
006320         CH-IMAGE-CURRENT      BY SY-IMAGE-CURRENT
006340         CH-SEAL               BY SY-SEAL
006360         CH-SEQUENCE           BY SY-SEQUENCE
006380         CH-CHAIN-CHECK        BY SY-CHAIN-CHECK.
006400
006500 FD  CHANGE-HISTORY-FILE.
006600     COPY PHONCHG.
007900
008000 01  WS-SYNC-STATUS              PIC X(02) VALUE "00".
008100 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
008125 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
008150 01  WS-SEAL-CHECK               PIC X(10).
008175 01  WS-SEAL-RESULT              PIC X(01).
008200 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008300
008400 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
038400     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
038500     MOVE SY-OLD-VALUES     TO CH-OLD-VALUES.
038600     MOVE SY-NEW-VALUES     TO CH-NEW-VALUES.
038650     MOVE "03"              TO CH-IMAGE-VERSION.
038700     OPEN EXTEND CHANGE-HISTORY-FILE.
038800     IF WS-CHG-STATUS NOT = "00"
038900         OPEN OUTPUT CHANGE-HISTORY-FILE
039000     END-IF.
039033     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
039066         WS-SEAL-CHECK WS-SEAL-RESULT.
039100     WRITE CHANGE-HISTORY-RECORD.
039200     CLOSE CHANGE-HISTORY-FILE.
039300 5000-EXIT.
