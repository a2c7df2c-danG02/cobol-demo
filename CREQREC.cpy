001600*----------------------------------------------------------
001700* MOD LOG:
001800*  SEP 2026  DCG  ORIGINAL COPYBOOK.
001810*  OCT 2026  DCG  CQ-HELD - A CORRECTION THE SUPERVISOR
001820*                 APPLIED THAT THE approve.cfg RULES CALL
001830*                 SENSITIVE WAITS ON phonappr.dat FOR A
001840*                 SECOND SUPERVISOR (PHONAPPR), WHICH
001850*                 SETTLES THE REQUEST TO "A" OR "R".
001900*----------------------------------------------------------
002000 01  CORRECTION-REQUEST-RECORD.
002100     05  CQ-STATUS               PIC X(01).
002200         88  CQ-OPEN                     VALUE "O".
002300         88  CQ-APPLIED                  VALUE "A".
002400         88  CQ-REFUSED                  VALUE "R".
002450         88  CQ-HELD                     VALUE "H".
002500     05  CQ-DATE                 PIC X(08).
002600     05  CQ-TIME                 PIC X(08).
002700     05  CQ-REQUESTER            PIC X(08).
