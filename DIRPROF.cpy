000100*----------------------------------------------------------
000200* DIRPROF.CPY
000300* DESC: VALIDATION PROFILE OF ONE DIRECTORY, AS CARRIED ON
000400*       ITS dirreg.dat REGISTRY ROW (COLUMNS 59-65) AND
000500*       HANDED BACK BY THE SHARED DIRREG ROUTINE'S "P"
000600*       FUNCTION IN PLACE OF THE DESCRIPTION. THE FIRST
000700*       THREE BYTES SAY WHICH FIELDS ARE MANDATORY ON THE
000800*       DIRECTORY, THE NEXT FOUR WHICH TABLE CHECKS APPLY
000900*       TO IT. DIRREG FILLS BLANK COLUMNS WITH THE OLD
001000*       ONE-RULE-SET BEHAVIOUR - NOTHING EXTRA MANDATORY,
001100*       EVERY CHECK ON - SO A ROW WITHOUT A PROFILE IS
001200*       VALIDATED EXACTLY AS BEFORE. HONOURED BY EVERY
001300*       ENTRY PATH (IODEMO, IOBATCH, PHONKEY, PHONIMPT)
001400*       AND BY THE PHONSWPV SWEEP AND ITS PHONWOFF
001500*       WORK-OFF.
001600*         DP-CATEGORY-RULE   Y = CATEGORY CODE MANDATORY
001700*         DP-EXTENSION-RULE  R = EXTENSION MANDATORY
001800*                            N = NO EXTENSION ALLOWED
001900*                            O = OPTIONAL
002000*         DP-ADDRESS-RULE    Y = MAILING ADDRESS MANDATORY
002100*         DP-AREA-CHECK      Y = NANP AREA CODE ON areamast
002200*         DP-CATEGORY-CHECK  Y = CATEGORY CODE ON catmast
002300*         DP-COUNTRY-CHECK   Y = CTRYCHK COUNTRY RULES
002400*         DP-ADDRESS-CHECK   Y = STATE ON statmast AND
002500*                                POSTAL CODE FITS ITS FORMAT
002600*----------------------------------------------------------
002700* MOD LOG:
002800*  OCT 2026  DCG  ORIGINAL COPYBOOK.
002900*----------------------------------------------------------
003000 01  DIRECTORY-PROFILE.
003100     05  DP-CATEGORY-RULE        PIC X(01).
003200         88  DP-CATEGORY-REQUIRED        VALUE "Y".
003300     05  DP-EXTENSION-RULE       PIC X(01).
003400         88  DP-EXTENSION-REQUIRED       VALUE "R".
003500         88  DP-EXTENSION-BARRED         VALUE "N".
003600         88  DP-EXTENSION-OPTIONAL       VALUE "O".
003700     05  DP-ADDRESS-RULE         PIC X(01).
003800         88  DP-ADDRESS-REQUIRED         VALUE "Y".
003900     05  DP-AREA-CHECK           PIC X(01).
004000         88  DP-AREA-CHECKED             VALUE "Y".
004100     05  DP-CATEGORY-CHECK       PIC X(01).
004200         88  DP-CATEGORY-CHECKED         VALUE "Y".
004300     05  DP-COUNTRY-CHECK        PIC X(01).
004400         88  DP-COUNTRY-CHECKED          VALUE "Y".
004500     05  DP-ADDRESS-CHECK        PIC X(01).
004600         88  DP-ADDRESS-CHECKED          VALUE "Y".
004700     05  FILLER                  PIC X(23).
