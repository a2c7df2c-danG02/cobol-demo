000100*----------------------------------------------------------
000200* EXTNREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE EXTENSION AND DID
000400*       INVENTORY (extninv.dat), ONE ROW PER EXTENSION IN
000500*       THE SHOP'S BLOCKS, KEYED BY THE EXTENSION AS THE
000600*       SWITCH KNOWS IT. EI-DID-NUMBER IS THE OUTSIDE
000700*       DIAL-IN NUMBER THAT RINGS THE EXTENSION - BLANK FOR
000800*       AN EXTENSION-ONLY BLOCK. EVERY ROW CARRIES A STATUS:
000900*         F = FREE, READY TO BE HANDED OUT.
001000*         A = ASSIGNED TO THE DIRECTORY ENTRY IN
001100*             EI-PHONE-NUMBER ON EI-DIRECTORY.
001200*         R = RESERVED (A ROOM, A FAX LINE, A HUNT GROUP -
001300*             ON THE SWITCH BUT NOT A PERSON).
001400*         Q = QUARANTINED - GIVEN UP BY A DELETED ENTRY AND
001500*             HELD BACK FROM REUSE UNTIL A SUPERVISOR FREES
001600*             IT.
001700*       LOADED AND MAINTAINED BY EXTNMNT, CLAIMED AND GIVEN
001800*       UP BY IODEMO, AND CHECKED EACH NIGHT AGAINST THE
001900*       DIRECTORIES AND THE SWITCH'S STATION LIST BY
002000*       EXTNRCN.
002100*----------------------------------------------------------
002200* MOD LOG:
002300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
002400*----------------------------------------------------------
002500 01  EXTENSION-RECORD.
002600     05  EI-EXTENSION            PIC X(05).
002700     05  EI-DID-NUMBER           PIC X(15).
002800     05  EI-STATUS               PIC X(01).
002900         88  EI-FREE                     VALUE "F".
003000         88  EI-ASSIGNED                 VALUE "A".
003100         88  EI-RESERVED                 VALUE "R".
003200         88  EI-QUARANTINED              VALUE "Q".
003300     05  EI-PHONE-NUMBER         PIC X(15).
003400     05  EI-DIRECTORY            PIC X(20).
003500     05  EI-STATUS-DATE          PIC X(08).
003600     05  EI-LAST-OPERATOR        PIC X(08).
003700     05  EI-NOTE                 PIC X(30).
