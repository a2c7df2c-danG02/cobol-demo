000100*----------------------------------------------------------
000200* PHONHVER.CPY
000300* DESC: LAYOUT STAMP VIEW OF AN ARCHIVE HISTORY ROW (THE
000400*       phonhist.dat / <PREFIX>hist.dat FILES PHONARCH
000500*       WRITES). THE ROW IS A PHONEREC IMAGE FOLLOWED BY
000600*       HV-LAYOUT-VERSION: 01 = 79 BYTES, 02 = 81, 03 = 82
000700*       (CURRENT). COPIED AS A SECOND 01 UNDER THE HISTORY
000800*       FD SO THE STAMP SITS JUST PAST THE IMAGE. ROWS FROM
000900*       BEFORE THE STAMP ARE UPGRADED BY PHONHCNV. KEEP THE
001000*       88 IN STEP WITH CH-IMAGE-CURRENT IN PHONCHG.
001100*----------------------------------------------------------
001200* MOD LOG:
001300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001400*----------------------------------------------------------
001500 01  HISTORY-ROW-STAMP.
001600     05  FILLER                  PIC X(82).
001700     05  HV-LAYOUT-VERSION       PIC X(02).
001800         88  HV-LAYOUT-CURRENT           VALUE "03".
