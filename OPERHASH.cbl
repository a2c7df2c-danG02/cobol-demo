000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPERHASH.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED ONE-WAY PASSWORD SCRAMBLE, A SIBLING OF
000900*       OPERSEC AND OPERPWD. opermast.dat NO LONGER HOLDS
001000*       A PASSWORD AS KEYED - OP-PASSWORD CARRIES THE
001100*       EIGHT-CHARACTER VALUE THIS ROUTINE RETURNS FOR THE
001200*       OPERATOR ID AND PASSWORD TOGETHER, SO TWO
001300*       OPERATORS WITH THE SAME PASSWORD STILL STORE
001400*       DIFFERENT VALUES. THE MIX FOLDS ALL SIXTEEN
001500*       CHARACTERS INTO EIGHT ACCUMULATORS FOUR TIMES OVER
001600*       AND KEEPS ONLY A REMAINDER OF EACH, SO THE KEYED
001700*       PASSWORD CANNOT BE WORKED BACK OUT OF THE STORED
001800*       VALUE; A SIGN-ON IS PROVED BY SCRAMBLING WHAT WAS
001900*       KEYED AND COMPARING THE TWO SCRAMBLED VALUES.
002000*       OPERSEC, OPERPWD, OPERMNT, AND THE ONE-TIME OPERCNV
002100*       CONVERSION ALL COME HERE SO THE RULE CANNOT DRIFT.
002200*----------------------------------------------------------
002300* MOD LOG:
002400*  OCT 2026  DCG  ORIGINAL PROGRAM.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  OH-SOURCE               PIC X(16).
003100 01  OH-ACCUMULATORS.
003200     05  OH-ACCUM            PIC 9(09) COMP OCCURS 8 TIMES.
003300 01  OH-ROUND                PIC 9(04) COMP.
003400 01  OH-POSITION             PIC 9(04) COMP.
003500 01  OH-SLOT                 PIC 9(04) COMP.
003600 01  OH-PRIOR-SLOT           PIC 9(04) COMP.
003700 01  OH-CHAR-VALUE           PIC 9(04) COMP.
003800 01  OH-PICK                 PIC 9(04) COMP.
003900 01  OH-ALPHABET-VALUES.
003910     05  FILLER              PIC X(26)
003920             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003930     05  FILLER              PIC X(26)
003940             VALUE "abcdefghijklmnopqrstuvwxyz".
003950     05  FILLER              PIC X(10) VALUE "0123456789".
004000 01  OH-ALPHABET REDEFINES OH-ALPHABET-VALUES
004010                             PIC X(62).
004100
004200 LINKAGE SECTION.
004300 01  OH-OPERATOR-ID          PIC X(08).
004400 01  OH-PASSWORD             PIC X(08).
004500 01  OH-SCRAMBLED            PIC X(08).
004600
004700 PROCEDURE DIVISION USING OH-OPERATOR-ID OH-PASSWORD
004800     OH-SCRAMBLED.
004900
005000 0000-MAINLINE.
005100     MOVE OH-OPERATOR-ID TO OH-SOURCE (1:8).
005200     MOVE OH-PASSWORD    TO OH-SOURCE (9:8).
005300     PERFORM 1000-SEED-ONE-SLOT THRU 1000-EXIT
005400         VARYING OH-SLOT FROM 1 BY 1 UNTIL OH-SLOT > 8.
005500     PERFORM 2000-MIX-ONE-CHARACTER THRU 2000-EXIT
005600         VARYING OH-ROUND FROM 1 BY 1 UNTIL OH-ROUND > 64.
005700     MOVE SPACE TO OH-SCRAMBLED.
005800     PERFORM 3000-PICK-ONE-CHARACTER THRU 3000-EXIT
005900         VARYING OH-SLOT FROM 1 BY 1 UNTIL OH-SLOT > 8.
006000     GOBACK.
006100
006200 1000-SEED-ONE-SLOT.
006300     COMPUTE OH-ACCUM (OH-SLOT) = OH-SLOT * 7919 + 104729.
006400 1000-EXIT.
006500     EXIT.
006600
006700*    EACH ROUND FEEDS ONE SOURCE CHARACTER AND THE NEIGHBOURING
006800*    ACCUMULATOR INTO ONE SLOT; 64 ROUNDS PASS EVERY
006900*    CHARACTER THROUGH FOUR DIFFERENT SLOTS.
007000 2000-MIX-ONE-CHARACTER.
007100     COMPUTE OH-POSITION = FUNCTION MOD(OH-ROUND - 1, 16) + 1.
007200     COMPUTE OH-SLOT     = FUNCTION MOD(OH-ROUND - 1, 8) + 1.
007300     IF OH-SLOT = 1
007400         MOVE 8 TO OH-PRIOR-SLOT
007500     ELSE
007600         COMPUTE OH-PRIOR-SLOT = OH-SLOT - 1
007700     END-IF.
007800     COMPUTE OH-CHAR-VALUE =
007900         FUNCTION ORD(OH-SOURCE (OH-POSITION:1)).
008000     COMPUTE OH-ACCUM (OH-SLOT) = FUNCTION MOD(
008100         OH-ACCUM (OH-SLOT) * 131
008200         + OH-CHAR-VALUE * (OH-POSITION + 17)
008300         + OH-ACCUM (OH-PRIOR-SLOT) + OH-ROUND, 999999937).
008400 2000-EXIT.
008500     EXIT.
008600
008700 3000-PICK-ONE-CHARACTER.
008800     COMPUTE OH-PICK = FUNCTION MOD(OH-ACCUM (OH-SLOT), 62) + 1.
008900     MOVE OH-ALPHABET (OH-PICK:1) TO OH-SCRAMBLED (OH-SLOT:1).
009000 3000-EXIT.
009100     EXIT.
