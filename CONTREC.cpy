000100*----------------------------------------------------------
000200* CONTREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE VENDOR CONTRACT
000400*       COMPANION FILE (vendcont.dat FOR vendors.csv - THE
000500*       DIRECTORY'S REGISTRY PREFIX PLUS "cont.dat"), KEYED
000600*       BY THE SAME PHONE-NUMBER AS THE VENDOR'S DIRECTORY
000700*       RECORD - THE phonaddr.dat SHAPE. HOLDS THE CONTRACT
000800*       START AND END DATES, THE NOTICE PERIOD IN DAYS
000900*       (THE NOTICE WINDOW OPENS THAT MANY DAYS BEFORE THE
001000*       END DATE), AND THE OWNING OPERATOR WHO ANSWERS FOR
001100*       THE RENEWAL, PLUS WHO LAST CHANGED THE ROW AND
001200*       WHEN. MAINTAINED BY CONTMNT; READ BY THE CONTTICK
001300*       MONTHLY TICKLER AND BY PHONPBX, WHICH WARNS WHEN AN
001400*       EXPIRED VENDOR'S NUMBER GOES TO THE DIAL PLAN.
001500*----------------------------------------------------------
001600* MOD LOG:
001700*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001800*----------------------------------------------------------
001900 01  CONTRACT-RECORD.
002000     05  CN-PHONE-NUMBER         PIC X(15).
002100     05  CN-START-DATE           PIC X(08).
002200     05  CN-END-DATE             PIC X(08).
002300     05  CN-NOTICE-DAYS          PIC 9(03).
002400     05  CN-OWNER-ID             PIC X(08).
002500     05  CN-REFERENCE            PIC X(20).
002600     05  CN-LAST-OPERATOR        PIC X(08).
002700     05  CN-LAST-DATE            PIC X(08).
