001270*                 OTHER'S CHANGES INTO IT. A BLANK
001280*                 DIRECTORY (ROWS FROM BEFORE THE FIELD)
001290*                 READS AS phone.csv.
001291*  OCT 2026  DCG  ADDED CH-IMAGE-VERSION, THE PHONEREC LAYOUT
001292*                 OF THE TWO IMAGES: 01 = 79 BYTES, 02 = 81,
001293*                 03 = 82 (CURRENT). OLDER ROWS ARE UPGRADED BY
001294*                 PHONHCNV; BUMP THE 88 HERE AND IN PHONHVER
001295*                 TOGETHER.
001296*  OCT 2026  DCG  ADDED CH-SEAL - SEQUENCE NUMBER AND CHAINED
001297*                 CHECK VALUE STAMPED BY CHGSEAL, VERIFIED BY
001298*                 PHONCHKV. ROWS FROM BEFORE THE SEAL READ WITH
001299*                 IT BLANK.
001300*----------------------------------------------------------
001400 01  CHANGE-HISTORY-RECORD.
001500     05  CH-DATE                 PIC X(08).
001750     05  CH-DIRECTORY            PIC X(20).
001800     05  CH-OLD-VALUES           PIC X(82).
001900     05  CH-NEW-VALUES           PIC X(82).
002000     05  CH-IMAGE-VERSION        PIC X(02).
002100         88  CH-IMAGE-CURRENT            VALUE "03".
002200     05  CH-SEAL.
002300         10  CH-SEQUENCE         PIC 9(09).
002400         10  CH-CHAIN-CHECK      PIC X(10).
