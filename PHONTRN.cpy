000400*       TRANSACTION FILE (phonetrn.dat AND ITS REGISTRY
000500*       COMPANIONS) AND FOR THE PENDING QUEUE ROWS PARKED
000600*       FROM IT (phonpend.dat), WHICH CARRY THE SAME
000700*       90-BYTE IMAGE. COPIED BY EVERY PROGRAM THAT READS
000800*       OR WRITES A TRANSACTION SO THE FIELD SIZES STAY IN
000900*       SYNC ACROSS THE WHOLE SYSTEM.
001000*----------------------------------------------------------
001500*                 GROWN ONCE (66 -> 74, THE EFFECTIVE
001600*                 DATE) AND FIVE HAND-KEPT COPIES IS FOUR
001700*                 TOO MANY.
001716*  OCT 2026  DCG  TR-KEYED-BY ADDED (74 -> 82): THE KEYER,
001732*                 OPERATOR, OR QA CHECKER WHO WROTE THE ROW,
001748*                 SO IOBATCH CAN NAME EVERYONE BEHIND A
001764*                 CONFLICTING SAME-NUMBER GROUP. OLDER ROWS
001780*                 READ BLANK.
001783*  OCT 2026  DCG  TR-EXPIRY-DATE ADDED (82 -> 90): ON AN ADD
001786*                 OR CHANGE, THE DATE A TEMPORARY ENTRY IS TO
001789*                 BE REMOVED (phonexpy.dat). BLANK = NO EXPIRY
001792*                 ON AN ADD, UNCHANGED ON A CHANGE. OLDER ROWS
001795*                 READ BLANK.
001800*----------------------------------------------------------
001900 01  TRANSACTION-RECORD.
002000     05  TR-ACTION-CODE          PIC X(01).
002800     05  TR-EXTENSION            PIC X(05).
002900     05  TR-CATEGORY             PIC X(02).
003000     05  TR-EFFECTIVE-DATE       PIC X(08).
003100     05  TR-KEYED-BY             PIC X(08).
003200     05  TR-EXPIRY-DATE          PIC X(08).
