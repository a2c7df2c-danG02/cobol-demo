002350*                 MONTH NO LONGER ARCHIVES THE CURRENT
002360*                 MONTH'S CHANGES OUT FROM UNDER PHONREST
002370*                 AND PHONDAYR.
002380*  OCT 2026  DCG  RECORD AREAS WIDENED 208 -> 210 FOR THE
002390*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002393*  OCT 2026  DCG  RECORD AREAS WIDENED 210 -> 229 FOR THE
002396*                 PHONCHG SEAL (CH-SEQUENCE, CH-CHAIN-CHECK).
002413*  OCT 2026  DCG  THE DEFAULT PERIOD IS THE MONTH BEFORE THE
002430*                 RUNDATE AS-OF DATE, SO A MONTH-END NIGHT
002447*                 REPLAYED BY THE SCHEDDRV CATCH-UP CUTS OVER
002464*                 THE RIGHT MONTH.
002481*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
005200 01  REPORT-LINE                 PIC X(80).

005210 FD  ARCHIVE-OUT-FILE.
005220 01  AO-RECORD                   PIC X(229).

005230 FD  HOLD-FILE.
005240 01  HD-RECORD                   PIC X(229).

005400 WORKING-STORAGE SECTION.

006700     05  WS-TODAY-YYYY           PIC 9(04).
006800     05  WS-TODAY-MM             PIC 9(02).
006900     05  WS-TODAY-DD             PIC 9(02).
006950 01  WS-RD-FUNCTION              PIC X(01).
007000 01  WS-RD-DATE                  PIC X(08).
007050 01  WS-RD-CATCH-UP              PIC X(01).

007100 01  WS-PERIOD-ANSWER            PIC X(06).
007200 01  WS-ARCHIVE-PERIOD.
012500     GOBACK.

012700 1000-GET-PERIOD.
012800     MOVE "G" TO WS-RD-FUNCTION.
012825     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
012850         WS-RD-CATCH-UP.
012875     MOVE WS-RD-DATE TO WS-TODAY.
012900     DISPLAY "ARCHIVE PERIOD YYYYMM "
013000         "(BLANK = MONTH BEFORE TODAY) ? ".
013100     ACCEPT WS-PERIOD-ANSWER.
