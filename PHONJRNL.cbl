002020*                 SHOWN AS THEIR OWN LINES - WHY A STEP
002030*                 RAN OR WAS SKIPPED - INSTEAD OF BEING
002040*                 MISREAD AS END EVENTS.
002055*  OCT 2026  DCG  SCHEDDRV'S "C" (CHAIN COMPLETE) ROWS ARE
002070*                 LISTED ON THEIR OWN LINE, NOT TALLIED AS A
002085*                 RUN.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.

008100 2100-TALLY-NEXT.
008200     ADD 1 TO WS-ROW-COUNT.
008201     IF JR-CHAIN-DONE-EVENT
008202         DISPLAY JR-DATE " " JR-JOB-NAME
008203             " CHAIN COMPLETE FOR THE DATE"
008204         GO TO 2100-READ-NEXT
008205     END-IF.
008210     IF JR-DECISION-EVENT
008220         IF JR-CONDITION-CODE = ZERO
008230             DISPLAY JR-DATE " " JR-JOB-NAME
