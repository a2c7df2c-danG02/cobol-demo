001900*----------------------------------------------------------
002000* MOD LOG:
002100*  SEP 2026  DCG  ORIGINAL PROGRAM.
002116*  OCT 2026  DCG  "YESTERDAY" IS NOW THE DAY BEFORE THE
002132*                 RUNDATE AS-OF DATE, AND DURING A SCHEDDRV
002148*                 CATCH-UP phonqa.dat IS ADDED TO INSTEAD OF
002164*                 REPLACED, SO EVERY MISSED NIGHT GETS ITS
002180*                 OWN DRAW.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CFG-STATUS.
003500
003600     SELECT OPTIONAL WORKLIST-FILE
003700         ASSIGN TO "phonqa.dat"
003800         ORGANIZATION IS LINE SEQUENTIAL.
003900
007200 01  WS-DAY-NUMBER               PIC 9(08) COMP.
007300 01  WS-YESTERDAY                PIC 9(08).
007400 01  WS-YESTERDAY-X              PIC X(08).
007425 01  WS-RD-FUNCTION              PIC X(01).
007450 01  WS-RD-DATE                  PIC X(08).
007475 01  WS-RD-CATCH-UP              PIC X(01).
007500 01  WS-TIME-SEED                PIC 9(08).
007600 01  WS-RANDOM-VALUE             PIC V9(09) COMP-3.
007700 01  WS-RANDOM-PCT               PIC 9(03) COMP.
011000 0000-MAINLINE.
011100     CALL "JOBHDR" USING WS-JOB-NAME.
011200     PERFORM 0100-READ-SAMPLE-PCT THRU 0100-EXIT.
011300     MOVE "G" TO WS-RD-FUNCTION.
011325     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
011350         WS-RD-CATCH-UP.
011375     MOVE WS-RD-DATE TO WS-TODAY-NUM.
011400     COMPUTE WS-DAY-NUMBER =
011500         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 1.
011600     COMPUTE WS-YESTERDAY =
012400             WS-END-CODE
012500         GOBACK
012600     END-IF.
012633*    DURING A CATCH-UP EACH REPLAYED NIGHT'S DRAW IS ADDED
012666*    TO THE WORKLIST SO AN EARLIER NIGHT'S IS NOT LOST.
012700     IF WS-RD-CATCH-UP = "Y"
012720         OPEN EXTEND WORKLIST-FILE
012740     ELSE
012760         OPEN OUTPUT WORKLIST-FILE
012780     END-IF.
012800     READ CHANGE-HISTORY-FILE
012900         AT END MOVE "Y" TO WS-CHG-EOF
013000     END-READ.
