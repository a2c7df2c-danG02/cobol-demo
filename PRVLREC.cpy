000100*----------------------------------------------------------
000200* PRVLREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE PRIVACY ACCESS LOG
000400*       (privlog.dat). ONE ROW IS APPENDED EVERY TIME A
000500*       RECORD WITH PHONE-PRIVACY-FLAG SET IS SHOWN BY AN
000600*       INQUIRY - WHO ASKED, WHEN, WHICH PROGRAM AND
000700*       DIRECTORY, WHICH NUMBER CAME BACK, AND THE SEARCH
000800*       THAT FOUND IT (PV-SEARCH-TYPE AND THE VALUE KEYED).
000900*       WRITTEN BY PHONINQ, PHONBINQ AND PHONDOSS; PHONPRVR
001000*       PRINTS THE WEEKLY ACCESS-BY-VIEWER REPORT FROM IT.
001100*----------------------------------------------------------
001200* MOD LOG:
001300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001350*  OCT 2026  DCG  PHONDOSS DOSSIER VIEWS ARE LOGGED HERE TOO.
001400*----------------------------------------------------------
001500 01  PRIVACY-ACCESS-RECORD.
001600     05  PV-DATE                 PIC X(08).
001700     05  PV-TIME                 PIC X(08).
001800     05  PV-VIEWER-ID            PIC X(08).
001900     05  PV-PROGRAM              PIC X(08).
002000     05  PV-DIRECTORY            PIC X(20).
002100     05  PV-NUMBER               PIC X(15).
002200     05  PV-SEARCH-TYPE          PIC X(01).
002300         88  PV-BY-NAME                  VALUE "L".
002400         88  PV-BY-NUMBER                VALUE "N".
002500         88  PV-BY-FRAGMENT              VALUE "P".
002600         88  PV-BY-NEAR-NAME             VALUE "S".
002700     05  PV-SEARCH-VALUE         PIC X(20).
