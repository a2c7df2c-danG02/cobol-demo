000100*----------------------------------------------------------
000200* RPTQREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE OVERNIGHT REPORT
000400*       REQUEST QUEUE (rptreq.dat). PHONAUD, PHONDELT,
000500*       PHONEXTR, AND PHONMAIL NEED PROMPT ANSWERS OR CFG
000600*       EDITS, SO A CLERK USED TO ASK OPERATIONS TO RUN
000700*       THEM. PHONEMNU'S R OPTION NOW APPENDS A PENDING ("P")
000800*       ROW HERE UNDER THE SIGNED-ON OPERATOR WITH THE
000900*       REPORT, DIRECTORY, AND RUN PARAMETERS (KEYWORD=VALUE
001000*       PAIRS THE REPORT TAKES AFTER THE DIRECTORY ON ITS
001100*       COMMAND LINE). SCHEDDRV WORKS THE PENDING ROWS AFTER
001200*       THE NIGHT CHAIN AND SETTLES EACH ONE READY ("R") OR
001300*       FAILED ("F") WITH THE RUN DATE, END CODE, AND
001400*       LISTING FILED; RQ-TOLD IS SET ONCE PHONEMNU HAS
001500*       SHOWN THE OUTCOME TO THE REQUESTER AT SIGN-ON.
001600*----------------------------------------------------------
001700* MOD LOG:
001800*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001900*----------------------------------------------------------
002000 01  REPORT-REQUEST-RECORD.
002100     05  RQ-STATUS               PIC X(01).
002200         88  RQ-PENDING                  VALUE "P".
002300         88  RQ-READY                    VALUE "R".
002400         88  RQ-FAILED                   VALUE "F".
002500     05  RQ-DATE                 PIC X(08).
002600     05  RQ-TIME                 PIC X(08).
002700     05  RQ-REQUESTER            PIC X(08).
002800     05  RQ-REPORT               PIC X(08).
002900     05  RQ-DIRECTORY            PIC X(20).
003000     05  RQ-PARAMETERS           PIC X(120).
003100     05  RQ-RUN-DATE             PIC X(08).
003200     05  RQ-RUN-CODE             PIC 9(04).
003300     05  RQ-LISTING              PIC X(20).
003400     05  RQ-OUTCOME              PIC X(40).
003500     05  RQ-TOLD                 PIC X(01).
003600         88  RQ-REQUESTER-TOLD           VALUE "Y".
