000100*----------------------------------------------------------
000200* CTREREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE EMERGENCY CALL TREE
000400*       (calltree.dat) USED FOR THE SITE-CLOSURE CASCADE,
000500*       WHERE EACH PERSON PHONES THE NEXT THREE. KEYED ON
000600*       THE CALLING PERSON'S PERSON-ID FROM THE PERSON
000700*       MASTER (PERSREC); EACH ROW NAMES UP TO THREE PEOPLE
000800*       TO CALL, IN CALL ORDER, ALSO AS PERSON-IDS - NEVER A
000900*       COPIED NAME OR NUMBER - SO THE TREE ALWAYS DIALS THE
001000*       PERSON'S CURRENT PS-PREFERRED-NUMBER. AN UNUSED
001100*       SLOT IS ZERO. A PERSON IS CALLED BY ONE CALLER
001200*       ONLY; A CALLER NOBODY CALLS IS THE TOP OF A TREE.
001300*       MAINTAINED BY CTREMNT; PRINTED BY CTRERPT; WORKED
001400*       DURING AN EVENT THROUGH CTREVNT (CTREVREC).
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 01  CALL-TREE-RECORD.
002000     05  CA-CALLER-ID            PIC 9(06).
002100     05  CA-CALLEE-ID            PIC 9(06) OCCURS 3 TIMES.
