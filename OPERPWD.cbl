001900*----------------------------------------------------------
002000* MOD LOG:
002100*  SEP 2026  DCG  ORIGINAL PROGRAM.
002110*  OCT 2026  DCG  OLD AND NEW PASSWORDS GO THROUGH THE
002120*                 OPERHASH ONE-WAY SCRAMBLE - THE MASTER
002130*                 NO LONGER HOLDS A PASSWORD AS KEYED.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003800 WORKING-STORAGE SECTION.
003900 01  OW-FILE-STATUS          PIC X(02) VALUE "00".
004000 01  OW-TODAY-NUM            PIC 9(08).
004010 01  OW-OLD-SCRAMBLED        PIC X(08).
004020 01  OW-NEW-SCRAMBLED        PIC X(08).
004100
004200 LINKAGE SECTION.
004300 01  OW-OPERATOR-ID          PIC X(08).
005800         MOVE "M" TO OW-RESULT
005900         GOBACK
006000     END-IF.
006010     CALL "OPERHASH" USING OW-OPERATOR-ID OW-OLD-PASSWORD
006020         OW-OLD-SCRAMBLED.
006030     CALL "OPERHASH" USING OW-OPERATOR-ID OW-NEW-PASSWORD
006040         OW-NEW-SCRAMBLED.
006100     MOVE OW-OPERATOR-ID TO OP-ID.
006200     READ OPERATOR-MASTER-FILE
006300         INVALID KEY
006400             CONTINUE
006500         NOT INVALID KEY
006600             IF OP-PASSWORD = OW-OLD-SCRAMBLED
006700                 MOVE OW-NEW-SCRAMBLED TO OP-PASSWORD
006800                 ACCEPT OW-TODAY-NUM FROM DATE YYYYMMDD
006900                 MOVE OW-TODAY-NUM TO OP-PASSWORD-DATE
007000                 MOVE ZERO TO OP-FAIL-COUNT
