002000*----------------------------------------------------------
002100* MOD LOG:
002200*  SEP 2026  DCG  ORIGINAL PROGRAM.
002233*  OCT 2026  DCG  SYNC RECORD WIDENED 208 -> 210 FOR THE
002266*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002277*  OCT 2026  DCG  SYNC RECORD WIDENED 210 -> 229 FOR THE
002288*                 PHONCHG SEAL (CH-SEQUENCE, CH-CHAIN-CHECK).
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
003900     COPY PHONCHG.
004000
004100 FD  SYNC-FILE.
004200 01  SYNC-RECORD                 PIC X(229).
004300
004400 WORKING-STORAGE SECTION.
004500
