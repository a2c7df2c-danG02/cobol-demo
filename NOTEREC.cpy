000100*----------------------------------------------------------
000200* NOTEREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE COMPANION NOTES FILE
000400*       (phonnote.dat). AN ENTRY MAY CARRY ANY NUMBER OF
000500*       DATED, OPERATOR-STAMPED FREE-TEXT NOTE LINES ("ASK
000600*       FOR THE NIGHT DESK AFTER 6PM", "PREFERS E-MAIL") SO
000700*       THEY NO LONGER END UP IN THE FIRST-NAME FIELD. THE
000800*       KEY IS THE SAME PHONE-NUMBER AS THE DIRECTORY RECORD
000900*       FOLLOWED BY THE DATE AND TIME THE NOTE WAS KEYED, SO
001000*       A START ON THE NUMBER READS AN ENTRY'S NOTES OLDEST
001100*       FIRST. ADDED THROUGH IODEMO'S ADD/CHANGE FLOW, SHOWN
001200*       BY PHONINQ, PHONCREQ, PHONHINQ AND PHONDOSS, AND
001300*       CARRIED BY EVERY PATH THAT CARRIES THE ADDRESS (OUT
001400*       WITH A DELETE, ACROSS WITH A NUMBER CHANGE). LIKE THE
001500*       ADDRESS FILE IT IS SHARED BY EVERY DIRECTORY.
001600*----------------------------------------------------------
001700* MOD LOG:
001800*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001900*----------------------------------------------------------
002000 01  NOTE-RECORD.
002100     05  NT-KEY.
002200         10  NT-PHONE-NUMBER     PIC X(15).
002300         10  NT-DATE             PIC X(08).
002400         10  NT-TIME             PIC X(08).
002500     05  NT-OPERATOR-ID          PIC X(08).
002600     05  NT-TEXT                 PIC X(60).
