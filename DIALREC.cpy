000100*----------------------------------------------------------
000200* DIALREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE LAST-DIALED FILE
000400*       (pbxlast.dat), KEYED BY THE SAME PHONE-NUMBER AS
000500*       THE DIRECTORY RECORD IT TRACKS - THE COMPANION-FILE
000600*       SHAPE OF phonaddr.dat. SAYS WHEN THE SWITCH LAST
000700*       SAW SOMEONE DIAL THE NUMBER, AND ON WHICH DIRECTORY
000800*       THE CALL WAS MATCHED. WRITTEN BY PHONCDR'S CALL-
000900*       DETAIL IMPORT; READ BACK BY THE SAME RUN FOR ITS
001000*       NEVER-DIALED LIST.
001100*----------------------------------------------------------
001200* MOD LOG:
001300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001400*----------------------------------------------------------
001500 01  LAST-DIALED-RECORD.
001600     05  DL-PHONE-NUMBER         PIC X(15).
001700     05  DL-DIRECTORY            PIC X(20).
001800     05  DL-LAST-DIALED-DATE     PIC X(08).
001900     05  DL-LAST-STATION         PIC X(05).
