001920*                 dirreg.dat REGISTRY THROUGH THE SHARED
001930*                 DIRREG ROUTINE (PREFIX + "dayr.lst");
001940*                 phone.csv KEEPS phondayr.lst.
001952*  OCT 2026  DCG  "YESTERDAY" IS NOW THE DAY BEFORE THE
001964*                 RUNDATE AS-OF DATE, SO A NIGHT REPLAYED
001976*                 BY THE SCHEDDRV CATCH-UP REPORTS THE DAY
001988*                 IT STANDS IN FOR.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
007200 01  WS-DAY-NUMBER               PIC 9(08) COMP.
007300 01  WS-YESTERDAY                PIC 9(08).
007400 01  WS-YESTERDAY-X              PIC X(08).
007450 01  WS-RD-FUNCTION              PIC X(01).
007500 01  WS-RD-DATE                  PIC X(08).
007550 01  WS-RD-CATCH-UP              PIC X(01).

007600 01  WS-ADDED-COUNT              PIC 9(06) COMP VALUE ZERO.
007700 01  WS-DELETED-COUNT            PIC 9(06) COMP VALUE ZERO.
014500     IF WS-DIRECTORY-FILE NOT = "phone.csv"
014600         PERFORM 1100-SET-COMPANION-NAMES THRU 1100-EXIT
014700     END-IF.
014800     MOVE "G" TO WS-RD-FUNCTION.
014825     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
014850         WS-RD-CATCH-UP.
014875     MOVE WS-RD-DATE TO WS-TODAY-NUM.
014900     COMPUTE WS-DAY-NUMBER =
015000         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1.
015100     COMPUTE WS-YESTERDAY =
