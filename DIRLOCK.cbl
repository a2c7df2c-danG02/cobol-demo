001500*       BACK WITH WHO HAS IT. FUNCTION "U" RELEASES IT.
001600*       A LOCK LEFT BEHIND BY AN ABENDED RUN IS CLEARED BY
001700*       DELETING THE .lck FILE BY HAND.
001710*       FUNCTION "B" IS THE NIGHT RUN'S TAKE AT STARTUP: THE
001720*       SAME AS "L", BUT A LOCK FOUND ALREADY HELD IS TAKEN
001730*       AS STALE - NO ONE SHOULD BE UPDATING AT NIGHT - AND
001740*       IS POSTED TO THE alrtout.dat ALERT OUTBOX (ALRTPOST)
001750*       SO THE ON-CALL CONTACT CAN CLEAR IT.
001800*----------------------------------------------------------
001900* MOD LOG:
002000*  AUG 2026  DCG  ORIGINAL PROGRAM.
002010*  OCT 2026  DCG  FUNCTION "B" - BATCH STARTUP TAKE THAT
002020*                 ALERTS ON A STALE LOCK.
002100*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
003720 01  DK-HELD-HOLDER          PIC X(08).
003800 01  DK-LOCK-FILE-NAME       PIC X(30).
003900 01  DK-COMMAND              PIC X(80).
003910 01  DK-CALLER-ID            PIC X(08).
003920 01  DK-ALERT-SEVERITY       PIC X(01) VALUE "E".
003930 01  DK-ALERT-TEXT           PIC X(60).
003940 01  DK-ALERT-RESULT         PIC X(01).

004100 LINKAGE SECTION.
004200 01  DL-DIRECTORY            PIC X(20).
007000         CLOSE LOCK-FILE
007050     END-IF.
007060     IF DK-HELD-SWITCH = "Y"
007070         MOVE DL-HOLDER-ID TO DK-CALLER-ID
007100         MOVE DK-HELD-HOLDER TO DL-HOLDER-ID
007200         MOVE "N" TO DL-RESULT
007210         IF DL-FUNCTION = "B"
007220             PERFORM 1100-POST-STALE-LOCK THRU 1100-EXIT
007230         END-IF
007300     ELSE
007400         OPEN OUTPUT LOCK-FILE
007500         MOVE DL-HOLDER-ID TO LK-HOLDER-ID
008000 1000-EXIT.
008100     EXIT.

008110 1100-POST-STALE-LOCK.
008120     MOVE SPACE TO DK-ALERT-TEXT.
008130     STRING "STALE LOCK "                   DELIMITED BY SIZE
008140         FUNCTION TRIM(DK-LOCK-FILE-NAME)    DELIMITED BY SIZE
008150         " HELD BY "                         DELIMITED BY SIZE
008160         FUNCTION TRIM(DK-HELD-HOLDER)       DELIMITED BY SIZE
008170         " AT STARTUP"                       DELIMITED BY SIZE
008180         INTO DK-ALERT-TEXT
008190     END-STRING.
008200     CALL "ALRTPOST" USING DK-ALERT-SEVERITY DK-CALLER-ID
008210         DL-DIRECTORY DK-ALERT-TEXT DK-ALERT-RESULT.
008220 1100-EXIT.
008230     EXIT.

008300 2000-RELEASE-LOCK.
008400     MOVE SPACE TO DK-COMMAND.
008500     STRING "rm -f "                        DELIMITED BY SIZE
