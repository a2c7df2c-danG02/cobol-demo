000100*----------------------------------------------------------
000200* RPTIDX.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE REPORT LIBRARY INDEX
000400*       (rptindex.dat), ONE ROW PER FILED LISTING, KEYED BY
000500*       THE LISTING'S OWN NAME (phonerpt.lst, venddayr.lst)
000600*       PLUS THE DATE AND TIME IT WAS FILED, SO EVERY NIGHT'S
000700*       COPY OF A LISTING SITS NEXT TO THE OTHERS IN DATE
000800*       ORDER. RX-LIBRARY-FILE NAMES THE DATED COPY THE
000900*       RPTFILE ROUTINE TOOK (<LISTING>.<YYYYMMDD>.<HHMMSS>).
001000*       RX-JOB-NAME IS THE REPORT TYPE THE rptret.dat
001100*       RETENTION TABLE (RPTRET) IS KEYED ON. WHEN RPTPURG
001200*       DELETES A COPY PAST ITS RETENTION THE ROW IS KEPT,
001300*       MARKED PURGED WITH THE DATE, SO AN AUDITOR CAN SEE
001400*       THE LISTING EXISTED. RPTLIB FINDS AND REPRINTS.
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 01  REPORT-INDEX-RECORD.
002000     05  RX-KEY.
002100         10  RX-REPORT-NAME      PIC X(20).
002200         10  RX-RUN-DATE         PIC X(08).
002300         10  RX-RUN-TIME         PIC X(06).
002400     05  RX-JOB-NAME             PIC X(08).
002500     05  RX-DIRECTORY            PIC X(20).
002600     05  RX-PAGE-COUNT           PIC 9(05).
002700     05  RX-LINE-COUNT           PIC 9(07).
002800     05  RX-LIBRARY-FILE         PIC X(40).
002900     05  RX-STATUS               PIC X(01).
003000         88  RX-ON-FILE                  VALUE "F".
003100         88  RX-PURGED                   VALUE "P".
003200     05  RX-PURGE-DATE           PIC X(08).
