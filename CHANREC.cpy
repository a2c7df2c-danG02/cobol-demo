000100*----------------------------------------------------------
000200* CHANREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE COMPANION CONTACT-
000400*       CHANNEL FILE (phonchan.dat), KEYED BY THE SAME
000500*       PHONE-NUMBER AS THE DIRECTORY RECORD IT BELONGS TO -
000600*       THE phonaddr.dat SHAPE. HOLDS UP TO FOUR TYPED
000700*       CHANNELS PER ENTRY (E = E-MAIL, F = FAX, P = PAGER);
000800*       AN UNUSED SLOT IS ALL SPACES. EVERY VALUE IS
000900*       FORMAT-CHECKED THROUGH THE SHARED CHANCHK ROUTINE
001000*       BEFORE IT IS STORED. MAINTAINED AS AN OPTIONAL STEP
001100*       OF IODEMO'S ADD/CHANGE FLOW, SHOWN BY PHONINQ, AND
001200*       JOINED BACK TO THE DIRECTORY BY PHONDIST'S E-MAIL
001300*       DISTRIBUTION LISTS. LIKE THE ADDRESS FILE IT IS
001400*       SHARED BY EVERY DIRECTORY.
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 01  CHANNEL-RECORD.
002000     05  CHN-PHONE-NUMBER        PIC X(15).
002100     05  CHN-SLOT OCCURS 4 TIMES.
002200         10  CHN-TYPE            PIC X(01).
002300             88  CHN-EMAIL               VALUE "E".
002400             88  CHN-FAX                 VALUE "F".
002500             88  CHN-PAGER               VALUE "P".
002600         10  CHN-VALUE           PIC X(50).
