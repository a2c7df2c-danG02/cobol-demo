000100*----------------------------------------------------------
000200* EXPYREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE COMPANION EXPIRY FILE
000400*       (phonexpy.dat), KEYED BY THE SAME PHONE-NUMBER AS
000500*       THE DIRECTORY RECORD IT BELONGS TO - THE phonaddr.dat
000600*       SHAPE. A ROW MEANS THE ENTRY IS TEMPORARY (A
000700*       CONTRACTOR, SEASONAL HELP, A PROJECT HOTLINE): ON
000800*       THE NIGHT OF EX-EXPIRY-DATE PHONEXPY DELETES IT FROM
000900*       EX-DIRECTORY THROUGH THE NORMAL DELETE PATH, AND A
001000*       WEEK AHEAD IT IS LISTED FOR THE SUPERVISOR TO
001100*       EXTEND. SET ON IODEMO'S FORM OR BY AN IOBATCH ADD OR
001200*       CHANGE. THE NAMES ARE THOSE THE ENTRY CARRIED WHEN
001300*       THE DATE WAS SET - AN ENTRY WHOSE NAMES NO LONGER
001400*       MATCH IS LEFT ALONE AND LISTED, SO A NUMBER REISSUED
001500*       TO SOMEONE ELSE IS NEVER TAKEN OUT BY A STALE ROW.
001600*----------------------------------------------------------
001700* MOD LOG:
001800*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001900*----------------------------------------------------------
002000 01  EXPIRY-RECORD.
002100     05  EX-PHONE-NUMBER         PIC X(15).
002200     05  EX-DIRECTORY            PIC X(20).
002300     05  EX-EXPIRY-DATE          PIC X(08).
002400     05  EX-LAST-NAME            PIC X(20).
002500     05  EX-FIRST-NAME           PIC X(20).
002600     05  EX-SET-BY               PIC X(08).
002700     05  EX-SET-DATE             PIC X(08).
