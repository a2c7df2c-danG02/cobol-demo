000100*----------------------------------------------------------
000200* SWPCKPT.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE ONE-ROW CHECKPOINT FILE
000400*       KEPT BY THE LONG SWEEPS THAT WALK THE DIRECTORIES
000500*       (PHONRNUM'S APPLY PASS, PHONDNC'S FLAGGING RUN AND
000600*       PHONSWPV'S SWEEP). WHILE A SWEEP IS UNDER WAY THE ROW
000700*       HOLDS THE dirreg.dat POSITION AND NAME OF THE
000800*       DIRECTORY IN HAND, THE KEY OF THE LAST RECORD FINISHED
000900*       IN IT AND THE RUNNING COUNTS, SO A RERUN AFTER AN
001000*       ABEND CAN PICK UP AFTER THAT RECORD INSTEAD OF DOING
001100*       THE WORK TWICE. A CLEAN END MARKS THE ROW FINISHED.
001200*       SK-RUN-RULE CARRIES WHATEVER THE OWNING PROGRAM NEEDS
001300*       TO REPEAT THE SAME RUN, AND SK-COUNT (1) TO (4) ARE
001400*       THE OWNING PROGRAM'S OWN COUNTS, CUMULATIVE OVER
001500*       EVERY ATTEMPT.
001600*----------------------------------------------------------
001700* MOD LOG:
001800*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001900*----------------------------------------------------------
002000 01  SWEEP-CHECKPOINT-RECORD.
002100     05  SK-STATE                PIC X(01).
002200         88  SK-IN-FLIGHT                VALUE "R".
002300         88  SK-FINISHED                 VALUE "C".
002400     05  SK-ATTEMPT              PIC 9(02).
002500     05  SK-FIRST-DATE           PIC X(08).
002600     05  SK-FIRST-TIME           PIC X(08).
002700     05  SK-OPERATOR-ID          PIC X(08).
002800     05  SK-RUN-RULE             PIC X(40).
002900     05  SK-REG-DIGIT            PIC 9(02).
003000     05  SK-DIRECTORY            PIC X(20).
003100     05  SK-DIR-STATE            PIC X(01).
003200         88  SK-DIR-UNDER-WAY            VALUE "P".
003300         88  SK-DIR-DONE                 VALUE "D".
003400     05  SK-LAST-KEY             PIC X(15).
003500     05  SK-COUNT OCCURS 4 TIMES PIC 9(06).
