000100*----------------------------------------------------------
000200* CTREVREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE CALL-TREE EVENT
000400*       RESULTS FILE (ctrevent.dat). ONE ROW PER PERSON
000500*       CALLED PER EVENT, KEYED ON THE EVENT ID (EIGHT
000600*       CHARACTERS, BY HOUSE CONVENTION THE EVENT DATE) AND
000700*       THE PERSON-ID CALLED. CE-RESULT HOLDS THE LATEST
000800*       OUTCOME KEYED BY THE CALLER ON CTREVNT - R =
000900*       REACHED, N = NO ANSWER, W = WRONG NUMBER - WITH THE
001000*       NUMBER THAT WAS DIALED AND A COUNT OF ATTEMPTS. A
001100*       REACHED ROW IS FINAL. CTREMISS READS IT BACK AFTER
001200*       THE EVENT FOR THE NEVER-REACHED REPORT.
001300*----------------------------------------------------------
001400* MOD LOG:
001500*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001600*----------------------------------------------------------
001700 01  CALL-EVENT-RECORD.
001800     05  CE-KEY.
001900         10  CE-EVENT-ID         PIC X(08).
002000         10  CE-PERSON-ID        PIC 9(06).
002100     05  CE-RESULT               PIC X(01).
002200         88  CE-REACHED                  VALUE "R".
002300         88  CE-NO-ANSWER                VALUE "N".
002400         88  CE-WRONG-NUMBER             VALUE "W".
002500     05  CE-CALLER-ID            PIC 9(06).
002600     05  CE-NUMBER               PIC X(15).
002700     05  CE-DATE                 PIC X(08).
002800     05  CE-TIME                 PIC X(08).
002900     05  CE-ATTEMPTS             PIC 9(02).
