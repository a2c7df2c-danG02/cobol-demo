002420*                 (MAXFAIL), AND THE SIGN-ON LOG - THE
002430*                 MASTER IS NOW OPENED I-O SO FAIL COUNTS,
002440*                 LOCKS, AND DATE STAMPS CAN BE REWRITTEN.
002450*  OCT 2026  DCG  OP-PASSWORD NOW HOLDS THE OPERHASH ONE-WAY
002460*                 SCRAMBLE; THE KEYED PASSWORD IS SCRAMBLED
002470*                 AND THE TWO SCRAMBLED VALUES COMPARED.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
004260 01  OS-TODAY-NUM            PIC 9(08).
004270 01  OS-PWDATE-NUM           PIC 9(08).
004280 01  OS-AGE-DAYS             PIC S9(08) COMP.
004285 01  OS-SCRAMBLED            PIC X(08).
004290
004400 LINKAGE SECTION.
004500 01  OS-OPERATOR-ID          PIC X(08).
007820         MOVE "L" TO OS-RESULT
007830         GO TO 2000-EXIT
007840     END-IF.
007845     CALL "OPERHASH" USING OS-OPERATOR-ID OS-PASSWORD
007846         OS-SCRAMBLED.
007850     IF OP-PASSWORD NOT = OS-SCRAMBLED
007860         PERFORM 3000-BOOK-A-FAILURE THRU 3000-EXIT
007870         GO TO 2000-EXIT
007880     END-IF.
