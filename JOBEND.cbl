001400*       STARTS WITH RETURN-CODE ZERO AND ITS FINAL VALUE
001410*       COMES BACK TO THE CALLER, SO THE CODE MUST RIDE IN
001420*       AND OUT THROUGH THE LINKAGE OR IT IS LOST.
001430*       A NONZERO CODE ALSO POSTS A ROW TO THE alrtout.dat
001440*       ALERT OUTBOX THROUGH ALRTPOST: SEVERITY W FOR CODES
001450*       1-7, E FOR 8-11, C FOR 12 AND UP, AGAINST THE
001460*       DIRECTORY NAMED FIRST ON THE RUN'S COMMAND LINE.
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  AUG 2026  DCG  ORIGINAL PROGRAM.
001740*                 REGISTER HERE ALWAYS SAW ZERO, SO EVERY
001750*                 JOURNALED END ROW WAS CODED 0000 AND A
001760*                 FAILING RUN EXITED CLEAN.
001770*  OCT 2026  DCG  THE JOURNAL ROW'S NEW JR-DIRECTORY IS
001780*                 LEFT BLANK ON THE END ROW.
001782*  OCT 2026  DCG  A NONZERO CONDITION CODE POSTS AN ALERT
001784*                 TO THE alrtout.dat OUTBOX (ALRTPOST).
001800*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
003300 01  JE-FILE-STATUS          PIC X(02) VALUE "00".
003400 01  JE-RUN-DATE             PIC X(08).
003500 01  JE-RUN-TIME             PIC X(08).
003510 01  JE-RUN-PARM             PIC X(80).
003520 01  JE-ALERT-SEVERITY       PIC X(01).
003530 01  JE-ALERT-DIRECTORY      PIC X(20).
003540 01  JE-ALERT-TEXT           PIC X(60).
003550 01  JE-ALERT-RESULT         PIC X(01).

003700 LINKAGE SECTION.
003800 01  JE-JOB-NAME             PIC X(08).
005500     MOVE "E"             TO JR-EVENT.
005600     MOVE JE-CONDITION-CODE TO JR-CONDITION-CODE.
005700     MOVE JE-RECORD-COUNT TO JR-RECORD-COUNT.
005750     MOVE SPACE           TO JR-DIRECTORY.
005800     OPEN EXTEND JOURNAL-FILE.
005900     IF JE-FILE-STATUS NOT = "00"
006000         OPEN OUTPUT JOURNAL-FILE
006100     END-IF.
006200     WRITE JOURNAL-RECORD.
006300     CLOSE JOURNAL-FILE.
006310     IF JE-CONDITION-CODE > ZERO
006320         PERFORM 1000-POST-ALERT THRU 1000-EXIT
006330     END-IF.
006350     MOVE JE-CONDITION-CODE TO RETURN-CODE.
006400     GOBACK.

006500 1000-POST-ALERT.
006510     EVALUATE TRUE
006520         WHEN JE-CONDITION-CODE >= 12
006530             MOVE "C" TO JE-ALERT-SEVERITY
006540         WHEN JE-CONDITION-CODE >= 8
006550             MOVE "E" TO JE-ALERT-SEVERITY
006560         WHEN OTHER
006570             MOVE "W" TO JE-ALERT-SEVERITY
006580     END-EVALUATE.
006590     MOVE SPACE TO JE-RUN-PARM JE-ALERT-DIRECTORY.
006600     ACCEPT JE-RUN-PARM FROM COMMAND-LINE.
006610     UNSTRING JE-RUN-PARM DELIMITED BY ALL SPACE
006620         INTO JE-ALERT-DIRECTORY.
006630     IF JE-RUN-PARM(1:1) = SPACE
006640         MOVE SPACE TO JE-ALERT-DIRECTORY
006650     END-IF.
006660     MOVE SPACE TO JE-ALERT-TEXT.
006670     STRING "ENDED WITH CONDITION CODE " DELIMITED BY SIZE
006680         JE-CONDITION-CODE                DELIMITED BY SIZE
006690         INTO JE-ALERT-TEXT.
006700     CALL "ALRTPOST" USING JE-ALERT-SEVERITY JE-JOB-NAME
006710         JE-ALERT-DIRECTORY JE-ALERT-TEXT JE-ALERT-RESULT.
006720 1000-EXIT.
006730     EXIT.
