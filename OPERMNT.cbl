001930*                 COUNT AND LOCK; THE NEW K OPTION UNLOCKS
001940*                 AN ID OPERSEC LOCKED AFTER REPEATED BAD
001950*                 TRIES, AND THE LIST SHOWS WHO IS LOCKED.
001960*  OCT 2026  DCG  ADDS AND PASSWORD CHANGES STORE THE
001970*                 OPERHASH ONE-WAY SCRAMBLE, NEVER THE
001980*                 PASSWORD AS KEYED.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
005600 01  WS-ENTRY-NAME               PIC X(30).
005700 01  WS-ENTRY-PASSWORD           PIC X(08).
005800 01  WS-ENTRY-AUTHORITY          PIC X(01).
005810 01  WS-ENTRY-SCRAMBLED          PIC X(08).

006000 01  WS-LIST-EOF                 PIC X(01).
006100 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
020800     MOVE SPACE              TO OPERATOR-RECORD.
020900     MOVE WS-ENTRY-ID        TO OP-ID.
021000     MOVE WS-ENTRY-NAME      TO OP-NAME.
021050     CALL "OPERHASH" USING WS-ENTRY-ID WS-ENTRY-PASSWORD
021060         WS-ENTRY-SCRAMBLED.
021100     MOVE WS-ENTRY-SCRAMBLED TO OP-PASSWORD.
021200     MOVE WS-ENTRY-AUTHORITY TO OP-AUTHORITY.
021210     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
021220     MOVE WS-TODAY-NUM       TO OP-PASSWORD-DATE.
023500             IF WS-ENTRY-PASSWORD = SPACE
023600                 DISPLAY "PASSWORD MUST BE ENTERED."
023700             ELSE
023750                 CALL "OPERHASH" USING WS-ENTRY-ID
023760                     WS-ENTRY-PASSWORD WS-ENTRY-SCRAMBLED
023800                 MOVE WS-ENTRY-SCRAMBLED TO OP-PASSWORD
023810                 ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD
023820                 MOVE WS-TODAY-NUM TO OP-PASSWORD-DATE
023830                 MOVE ZERO TO OP-FAIL-COUNT
