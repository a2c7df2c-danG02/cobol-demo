001340*                 0 = SCHEDULED TO RUN, 4 = SKIPPED), SO
001350*                 THE MORNING CHECK SEES THE CALENDAR'S
001360*                 CALL, NOT JUST A MISSING STEP.
001370*  OCT 2026  DCG  ADDED JR-DIRECTORY: SCHEDDRV'S "D" ROWS
001380*                 NOW NAME THE DIRECTORY THE STEP RUNS
001390*                 AGAINST, SO PHONELAP CAN TIME EACH STEP
001395*                 PER DIRECTORY. BLANK ON "S" AND "E" ROWS
001397*                 AND ON ROWS WRITTEN BEFORE THE CHANGE.
001409*  OCT 2026  DCG  ADDED THE "C" (CHAIN COMPLETE) EVENT:
001421*                 SCHEDDRV WRITES ONE FOR EACH DATE WHOSE
001433*                 CHAIN FINISHED (OR WAS SKIPPED AS A
001445*                 HOLIDAY), JR-DATE BEING THE DATE THE CHAIN
001457*                 RAN FOR, SO ITS CATCH-UP CAN FIND THE
001469*                 NIGHTS THAT NEVER RAN.
001481*----------------------------------------------------------
001500 01  JOURNAL-RECORD.
001600     05  JR-DATE                 PIC X(08).
001700     05  JR-TIME                 PIC X(08).
002000         88  JR-START-EVENT              VALUE "S".
002100         88  JR-END-EVENT                VALUE "E".
002150         88  JR-DECISION-EVENT           VALUE "D".
002175         88  JR-CHAIN-DONE-EVENT         VALUE "C".
002200     05  JR-CONDITION-CODE       PIC 9(04).
002300     05  JR-RECORD-COUNT         PIC 9(06).
002400     05  JR-DIRECTORY            PIC X(20).
