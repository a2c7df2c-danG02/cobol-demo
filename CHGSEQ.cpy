000100*----------------------------------------------------------
000200* CHGSEQ.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE ONE-ROW chgseq.dat
000400*       CONTROL FILE BEHIND THE CHANGE-HISTORY SEAL. IT HOLDS
000500*       THE SEQUENCE NUMBER AND CHECK VALUE CHGSEAL LAST
000600*       STAMPED ON A phonchg.dat ROW, AND WHEN. CHGSEAL READS
000700*       AND REWRITES IT FOR EVERY ROW WRITTEN; PHONCHKV
000800*       COMPARES IT WITH THE LAST ROW ON FILE, SO ROWS CUT
000900*       FROM THE END OF THE FILE DO NOT GO UNNOTICED.
001000*----------------------------------------------------------
001100* MOD LOG:
001200*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001300*----------------------------------------------------------
001400 01  SEAL-CONTROL-RECORD.
001500     05  SQ-LAST-SEQUENCE        PIC 9(09).
001600     05  SQ-LAST-CHECK           PIC X(10).
001700     05  SQ-LAST-DATE            PIC X(08).
001800     05  SQ-LAST-TIME            PIC X(08).
