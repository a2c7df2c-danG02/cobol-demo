000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RUNDATE.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED AS-OF DATE FOR THE DATE-DRIVEN NIGHT STEPS.
000900*       WHEN SCHEDDRV REPLAYS A NIGHT THE CHAIN MISSED, THE
001000*       STEPS IT CALLS MUST WORK AS OF THAT NIGHT, NOT THE
001100*       DAY THE MACHINE CAME BACK, SO THEY ASK HERE FOR
001200*       "TODAY" INSTEAD OF READING THE CLOCK. THE DATE IS
001300*       HELD FOR THE LIFE OF THE RUN UNIT:
001400*         "S" - SET RD-DATE AS THE AS-OF DATE
001500*         "C" - CLEAR IT, BACK TO THE SYSTEM DATE
001600*         "G" - GET IT: RD-DATE COMES BACK AS THE AS-OF DATE,
001700*               OR THE SYSTEM DATE WHEN NONE IS SET
001800*       RD-CATCH-UP COMES BACK "Y" ONCE ANY DATE HAS BEEN
001900*       SET IN THIS RUN UNIT (A CATCH-UP IS OR WAS UNDER
002000*       WAY), SO A STEP THAT NORMALLY REPLACES ITS OUTPUT
002100*       CAN ADD TO IT INSTEAD. A STEP RUN ON ITS OWN GETS
002200*       THE SYSTEM DATE AND "N", EXACTLY AS BEFORE.
002300*----------------------------------------------------------
002400* MOD LOG:
002500*  OCT 2026  DCG  ORIGINAL PROGRAM.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  RW-AS-OF-DATE           PIC X(08) VALUE SPACE.
003100 01  RW-CATCH-UP-SWITCH      PIC X(01) VALUE "N".
003200
003300 LINKAGE SECTION.
003400 01  RD-FUNCTION             PIC X(01).
003500 01  RD-DATE                 PIC X(08).
003600 01  RD-CATCH-UP             PIC X(01).
003700
003800 PROCEDURE DIVISION USING RD-FUNCTION RD-DATE RD-CATCH-UP.
003900
004000 0000-MAINLINE.
004100     EVALUATE RD-FUNCTION
004200         WHEN "S"
004300             MOVE RD-DATE TO RW-AS-OF-DATE
004400             MOVE "Y" TO RW-CATCH-UP-SWITCH
004500         WHEN "C"
004600             MOVE SPACE TO RW-AS-OF-DATE
004700         WHEN OTHER
004800             IF RW-AS-OF-DATE = SPACE
004900                 ACCEPT RD-DATE FROM DATE YYYYMMDD
005000             ELSE
005100                 MOVE RW-AS-OF-DATE TO RD-DATE
005200             END-IF
005300     END-EVALUATE.
005400     MOVE RW-CATCH-UP-SWITCH TO RD-CATCH-UP.
005500     GOBACK.
