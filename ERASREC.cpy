000100*----------------------------------------------------------
000200* ERASREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE ERASURE REGISTER
000400*       (erasreg.dat). WHEN PHONERAS OVERWRITES THE NAMES IN
000500*       A SEALED phonchg.dat ROW, THE ROW KEEPS ITS SEQUENCE
000600*       NUMBER AND THE CHECK VALUE CHGSEAL GAVE IT, SO THE
000700*       CHAIN FROM THAT ROW ON STILL HOLDS - BUT THE ROW'S
000800*       OWN CHECK NO LONGER AGREES WITH ITS CONTENTS. ONE ROW
000900*       IS WRITTEN HERE FOR EACH SUCH REDACTION WITH THE
001000*       CHECK VALUE THE REDACTED ROW NOW WORKS OUT TO, AND
001100*       PHONCHKV ACCEPTS A ROW WHOSE SEQUENCE AND WORKED-OUT
001200*       CHECK ARE BOTH REGISTERED HERE AS REDACTED RATHER
001300*       THAN ALTERED. ANY OTHER EDIT TO THE SAME ROW STILL
001400*       FAILS. NO NAME OR NUMBER IS KEPT HERE.
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 01  ERASURE-REGISTER-RECORD.
002000     05  ER-SEQUENCE             PIC 9(09).
002100     05  ER-REDACTED-CHECK       PIC X(10).
002200     05  ER-FILE-NAME            PIC X(20).
002300     05  ER-DATE                 PIC X(08).
002400     05  ER-TIME                 PIC X(08).
002500     05  ER-OPERATOR-ID          PIC X(08).
