000100*----------------------------------------------------------
000200* APPRREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE PENDING-APPROVAL FILE
000400*       (phonappr.dat). A CHANGE THE approve.cfg RULES CALL
000500*       SENSITIVE (SEE APPRCHK) IS NOT WRITTEN WHEN IT IS
000600*       KEYED IN IODEMO OR PHONCREQ - IT IS PARKED HERE AS A
000700*       PENDING ("P") ROW CARRYING THE RECORD AS IT STOOD AND
000800*       THE RECORD AS KEYED. A SECOND SUPERVISOR WORKS THE
000900*       ROWS OFF IN PHONAPPR: AN APPROVED ROW ("A") IS WRITTEN
001000*       AND IMAGED THEN, A REFUSED ONE ("R") IS NOT, AND EITHER
001100*       WAY THE ROW STAYS ON FILE WITH BOTH OPERATOR IDS - THE
001200*       ONE WHO KEYED IT AND THE ONE WHO DECIDED IT. SHARED BY
001300*       EVERY DIRECTORY LIKE phoncreq.dat; AP-CREQ-DATE AND
001400*       AP-CREQ-TIME TIE A ROW HELD FROM PHONCREQ BACK TO ITS
001500*       CORRECTION REQUEST.
001600*----------------------------------------------------------
001700* MOD LOG:
001800*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001900*----------------------------------------------------------
002000 01  APPROVAL-RECORD.
002100     05  AP-STATUS               PIC X(01).
002200         88  AP-PENDING                  VALUE "P".
002300         88  AP-APPROVED                 VALUE "A".
002400         88  AP-REFUSED                  VALUE "R".
002500     05  AP-DATE                 PIC X(08).
002600     05  AP-TIME                 PIC X(08).
002700     05  AP-REQUESTER            PIC X(08).
002800     05  AP-SOURCE               PIC X(08).
002900     05  AP-DIRECTORY            PIC X(20).
003000     05  AP-ACTION               PIC X(01).
003100         88  AP-ADD                      VALUE "A".
003200         88  AP-CHANGE                   VALUE "C".
003300         88  AP-DELETE                   VALUE "D".
003400     05  AP-RULE                 PIC X(08).
003500     05  AP-OLD-VALUES           PIC X(82).
003600     05  AP-NEW-VALUES           PIC X(82).
003700     05  AP-EXPIRY-DATE          PIC X(08).
003800     05  AP-CREQ-DATE            PIC X(08).
003900     05  AP-CREQ-TIME            PIC X(08).
004000     05  AP-DISPOSITION          PIC X(40).
004100     05  AP-DISP-DATE            PIC X(08).
004200     05  AP-APPROVER             PIC X(08).
