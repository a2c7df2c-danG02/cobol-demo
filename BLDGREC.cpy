000100*----------------------------------------------------------
000200* BLDGREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE BUILDING/FLOOR
000400*       REFERENCE TABLE (bldgmast.dat), KEYED ON BUILDING
000500*       CODE PLUS FLOOR. EACH FLOOR CARRIES A DESCRIPTION,
000600*       ITS FIRE WARDEN'S NAME AND NUMBER, AND THE FIRST AND
000700*       LAST ROOM ON THE FLOOR (BLANK = ROOMS NOT
000800*       CHALLENGED), WITH THE ACTIVE/INACTIVE FLAG OF THE
000900*       OTHER REFERENCE TABLES. MAINTAINED BY BLDGMNT;
001000*       VALIDATED AT LOCATION ENTRY BY IODEMO AND USED FOR
001100*       THE FLOOR HEADINGS OF PHONEVAC'S WARDEN LISTS.
001200*----------------------------------------------------------
001300* MOD LOG:
001400*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001500*----------------------------------------------------------
001600 01  FLOOR-RECORD.
001700     05  BF-KEY.
001800         10  BF-BUILDING         PIC X(04).
001900         10  BF-FLOOR            PIC X(03).
002000     05  BF-DESCRIPTION          PIC X(30).
002100     05  BF-WARDEN-NAME          PIC X(30).
002200     05  BF-WARDEN-NUMBER        PIC X(15).
002300     05  BF-ROOM-FIRST           PIC X(06).
002400     05  BF-ROOM-LAST            PIC X(06).
002500     05  BF-ACTIVE-FLAG          PIC X(01).
002600         88  BF-ACTIVE                   VALUE "A".
002700         88  BF-INACTIVE                 VALUE "I".
