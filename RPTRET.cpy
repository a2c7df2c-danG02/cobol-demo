000100*----------------------------------------------------------
000200* RPTRET.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE REPORT RETENTION
000400*       TABLE (rptret.dat), ONE ROW PER REPORT TYPE - THE
000500*       JOB NAME THAT WRITES THE LISTING, SO phonerpt.lst
000600*       AND vendrpt.lst ARE BOTH KEPT UNDER PHONERPT'S ROW.
000700*       RN-RETAIN-DAYS IS HOW MANY DAYS A FILED COPY STAYS
000800*       IN THE REPORT LIBRARY BEFORE RPTPURG DELETES IT. A
000900*       REPORT TYPE WITH NO ROW IS NEVER PURGED. MAINTAINED
001000*       THROUGH RPTLIB.
001100*----------------------------------------------------------
001200* MOD LOG:
001300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001400*----------------------------------------------------------
001500 01  RETENTION-RECORD.
001600     05  RN-JOB-NAME             PIC X(08).
001700     05  RN-RETAIN-DAYS          PIC 9(04).
001800     05  RN-DESCRIPTION          PIC X(30).
001900     05  RN-LAST-OPERATOR        PIC X(08).
002000     05  RN-CHANGE-DATE          PIC X(08).
