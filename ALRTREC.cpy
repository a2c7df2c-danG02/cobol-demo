000100*----------------------------------------------------------
000200* ALRTREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR ONE ROW OF THE NIGHT-RUN
000400*       ALERT OUTBOX (alrtout.dat). ALRTPOST APPENDS A ROW
000500*       WHENEVER A NIGHT PROGRAM HITS TROUBLE; THE MAIL
000600*       GATEWAY PICKS THE FILE UP AND PAGES THE CONTACT
000700*       NAMED ON THE ROW - THE CURRENT WEEK'S FIRST "BATCH"
000800*       ROLE CONTACT FROM THE oncall.dat ROSTER (ONCLREC),
000900*       GIVEN AS A NUMBER IN A REGISTERED DIRECTORY, BLANK
001000*       WHEN THE WEEK HAS NO BATCH SLOT. SEVERITY: W =
001100*       WARNING, E = ERROR, C = CRITICAL (A RUN THAT COULD
001200*       NOT DO ITS WORK AT ALL).
001300*----------------------------------------------------------
001400* MOD LOG:
001500*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001600*----------------------------------------------------------
001700 01  ALERT-RECORD.
001800     05  AO-DATE                 PIC X(08).
001900     05  AO-TIME                 PIC X(08).
002000     05  AO-SEVERITY             PIC X(01).
002100         88  AO-WARNING                  VALUE "W".
002200         88  AO-ERROR                    VALUE "E".
002300         88  AO-CRITICAL                 VALUE "C".
002400     05  AO-JOB-NAME             PIC X(08).
002500     05  AO-DIRECTORY            PIC X(20).
002600     05  AO-TEXT                 PIC X(60).
002700     05  AO-ONCALL-ROLE          PIC X(10).
002800     05  AO-PAGE-NUMBER          PIC X(15).
002900     05  AO-PAGE-DIRECTORY       PIC X(20).
