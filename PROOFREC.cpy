000100*----------------------------------------------------------
000200* PROOFREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE BOOK PROOF TRACKING
000400*       FILE (phonprf.dat), ONE ROW PER LISTING SENT OUT ON
000500*       A PRE-PUBLICATION PROOF, KEYED BY THE DIRECTORY TAG
000600*       (P OR B, AS THE BOOK PRINTS IT) PLUS THE NUMBER SO A
000700*       NUMBER LISTED IN BOTH DIRECTORIES PROOFS TWICE. THE
000800*       TAG AND NUMBER TOGETHER ARE THE PROOF REFERENCE
000900*       PRINTED ON THE SHEET. PRF-LISTING HOLDS THE CELL
001000*       EXACTLY AS SENT; PRF-SEEN-DATE IS THE LAST PROOF RUN
001100*       THAT FOUND THE ENTRY STILL IN THE BOOK. WRITTEN BY
001200*       PHONPRUF'S PROOF RUN; STAMPED BY PHONPRFC'S RETURNS
001300*       SCREEN; READ BY PHONPRFS'S STATUS REPORT AND BY
001400*       PHONBOOK FOR ITS FRONT-MATTER COUNT.
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 01  PROOF-RECORD.
002000     05  PRF-KEY.
002100         10  PRF-SOURCE-TAG      PIC X(01).
002200         10  PRF-PHONE-NUMBER    PIC X(15).
002300     05  PRF-DIRECTORY           PIC X(20).
002400     05  PRF-CATEGORY            PIC X(02).
002500     05  PRF-LAST-NAME           PIC X(20).
002600     05  PRF-FIRST-NAME          PIC X(20).
002700     05  PRF-LISTING             PIC X(38).
002800     05  PRF-BOOK-YEAR           PIC X(04).
002900     05  PRF-PROOF-DATE          PIC X(08).
003000     05  PRF-SEEN-DATE           PIC X(08).
003100     05  PRF-STATUS              PIC X(01).
003200         88  PRF-OUTSTANDING             VALUE "O".
003300         88  PRF-APPROVED                VALUE "A".
003400         88  PRF-CORRECTED               VALUE "C".
003500     05  PRF-RETURNED-DATE       PIC X(08).
003600     05  PRF-RECORDED-BY         PIC X(08).
