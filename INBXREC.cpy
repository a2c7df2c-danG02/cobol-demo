000100*----------------------------------------------------------
000200* INBXREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR ONE OPEN WORK ITEM ON THE
000400*       phoninbx.wrk WORK INBOX EXTRACT THAT INBXLOAD BUILDS
000500*       FROM EVERY OPEN WORKLIST - CORRECTION REQUESTS,
000600*       RETRO-VALIDATION ITEMS, QA CALLBACKS, SAME-NAME
000700*       PAIRS, VERIFICATIONS DUE, AND THE NIGHT'S REJECTS.
000800*       IB-TYPE-SEQ ORDERS THE TYPES FOR PRINTING, IB-OPEN-
000900*       DATE IS WHEN THE ITEM CAME DUE (BLANK WHEN THE
001000*       SOURCE CARRIES NO DATE), AND IB-WORK-PROGRAM NAMES
001100*       THE SCREEN THAT WORKS THE ITEM OFF. READ BY PHONINBX
001200*       (THE INBOX SCREEN) AND PHONINAG (THE AGING REPORT).
001300*----------------------------------------------------------
001400* MOD LOG:
001500*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001600*----------------------------------------------------------
001700 01  INBOX-ITEM-RECORD.
001800     05  IB-TYPE-SEQ             PIC 9(01).
001900     05  IB-TYPE                 PIC X(04).
002000         88  IB-CORRECTION-REQUEST       VALUE "CREQ".
002100         88  IB-RETRO-VALIDATION         VALUE "SWPV".
002200         88  IB-QA-CALLBACK              VALUE "QA".
002300         88  IB-SAME-NAME-PAIR           VALUE "REVW".
002400         88  IB-VERIFICATION-DUE         VALUE "VERF".
002500         88  IB-BATCH-REJECT             VALUE "REJ".
002600     05  IB-TYPE-NAME            PIC X(24).
002700     05  IB-DIRECTORY            PIC X(20).
002800     05  IB-AGE-DAYS             PIC 9(05).
002900     05  IB-OPEN-DATE            PIC X(08).
003000     05  IB-NUMBER               PIC X(15).
003100     05  IB-DETAIL               PIC X(40).
003200     05  IB-WORK-PROGRAM         PIC X(08).
