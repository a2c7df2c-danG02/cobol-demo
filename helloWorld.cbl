001840*                 MATCHING "E" ROW WITH THE RUN'S OUTCOME,
001850*                 SO THE MORNING OPERATOR CAN CONFIRM THE
001860*                 WHOLE CHAIN RAN AFTER THE SPOOL IS GONE.
001870*  OCT 2026  DCG  THE JOURNAL ROW'S NEW JR-DIRECTORY IS
001880*                 LEFT BLANK ON THE START ROW.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002010 INPUT-OUTPUT SECTION.
003540     MOVE "S"         TO JR-EVENT.
003550     MOVE ZERO        TO JR-CONDITION-CODE.
003560     MOVE ZERO        TO JR-RECORD-COUNT.
003565     MOVE SPACE       TO JR-DIRECTORY.
003570     OPEN EXTEND JOURNAL-FILE.
003580     IF JH-FILE-STATUS NOT = "00"
003590         OPEN OUTPUT JOURNAL-FILE
