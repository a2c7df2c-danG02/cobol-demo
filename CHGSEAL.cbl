000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHGSEAL.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED SEAL ROUTINE FOR THE CHANGE-HISTORY FILE, A
000900*       SIBLING OF OPERHASH. EVERY PROGRAM THAT WRITES A
001000*       phonchg.dat ROW CALLS IT WITH FUNCTION "S" JUST
001100*       BEFORE THE WRITE: THE ROW IS GIVEN THE NEXT RUNNING
001200*       SEQUENCE NUMBER FROM THE chgseq.dat CONTROL FILE
001300*       (CHGSEQ) AND A TEN-CHARACTER CHECK VALUE WORKED OUT
001400*       FROM THE WHOLE ROW, ITS SEQUENCE NUMBER, AND THE
001500*       CHECK VALUE OF THE ROW BEFORE IT, AND THE CONTROL
001600*       FILE IS MOVED ON. BECAUSE EACH CHECK VALUE FOLDS IN
001700*       THE ONE BEFORE, A ROW CANNOT BE EDITED, DROPPED, OR
001800*       MOVED WITHOUT BREAKING THE CHAIN FROM THAT POINT ON.
001900*       FUNCTION "C" ONLY WORKS OUT THE CHECK VALUE FOR THE
002000*       ROW PASSED, CHAINED FROM THE PRIOR CHECK VALUE THE
002100*       CALLER PASSES IN CK-CHECK, AND RETURNS IT THERE -
002200*       THE VERIFIER PHONCHKV USES IT TO PROVE EACH ROW.
002300*       THE MIX IS THE OPERHASH ONE, WIDENED TO TEN
002400*       ACCUMULATORS AND THE 229-CHARACTER SOURCE, WITH
002500*       EVERY CHARACTER FED THROUGH TWO DIFFERENT SLOTS.
002600*       CK-RESULT COMES BACK "Y", OR "E" WHEN chgseq.dat
002700*       COULD NOT BE REWRITTEN (THE ROW IS STILL SEALED AND
002800*       SHOULD STILL BE WRITTEN; THE NEXT ROW WILL REPEAT
002900*       ITS SEQUENCE NUMBER AND PHONCHKV WILL REPORT IT).
003000*----------------------------------------------------------
003100* MOD LOG:
003200*  OCT 2026  DCG  ORIGINAL PROGRAM.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL SEAL-CONTROL-FILE
003800         ASSIGN TO "chgseq.dat"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS CS-CONTROL-STATUS.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  SEAL-CONTROL-FILE.
004500     COPY CHGSEQ.
004600
004700 WORKING-STORAGE SECTION.
004800 01  CS-CONTROL-STATUS       PIC X(02) VALUE "00".
004900 01  CS-LAST-SEQUENCE        PIC 9(09).
005000 01  CS-PRIOR-CHECK          PIC X(10).
005100 01  CS-SOURCE               PIC X(229).
005200 01  CS-ACCUMULATORS.
005300     05  CS-ACCUM            PIC 9(09) COMP OCCURS 10 TIMES.
005400 01  CS-ROUND                PIC 9(04) COMP.
005500 01  CS-POSITION             PIC 9(04) COMP.
005600 01  CS-SLOT                 PIC 9(04) COMP.
005700 01  CS-PRIOR-SLOT           PIC 9(04) COMP.
005800 01  CS-CHAR-VALUE           PIC 9(04) COMP.
005900 01  CS-PICK                 PIC 9(04) COMP.
006000 01  CS-CHECK                PIC X(10).
006100 01  CS-ALPHABET-VALUES.
006200     05  FILLER              PIC X(26)
006300             VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
006400     05  FILLER              PIC X(26)
006500             VALUE "abcdefghijklmnopqrstuvwxyz".
006600     05  FILLER              PIC X(10) VALUE "0123456789".
006700 01  CS-ALPHABET REDEFINES CS-ALPHABET-VALUES
006800                             PIC X(62).
006900
007000 LINKAGE SECTION.
007100 01  CK-FUNCTION             PIC X(01).
007200     88  CK-SEAL-ROW                 VALUE "S".
007300     88  CK-CHECK-ROW                VALUE "C".
007400 01  CK-RECORD.
007500     05  CK-ROW-BODY         PIC X(210).
007600     05  CK-SEQUENCE         PIC 9(09).
007700     05  CK-CHAIN-CHECK      PIC X(10).
007800 01  CK-CHECK                PIC X(10).
007900 01  CK-RESULT               PIC X(01).
008000
008100 PROCEDURE DIVISION USING CK-FUNCTION CK-RECORD CK-CHECK
008200     CK-RESULT.
008300
008400 0000-MAINLINE.
008500     MOVE "Y" TO CK-RESULT.
008600     IF CK-SEAL-ROW
008700         PERFORM 1000-READ-CONTROL THRU 1000-EXIT
008800         COMPUTE CK-SEQUENCE = CS-LAST-SEQUENCE + 1
008900     ELSE
009000         MOVE CK-CHECK TO CS-PRIOR-CHECK
009100     END-IF.
009200     PERFORM 2000-WORK-OUT-CHECK THRU 2000-EXIT.
009300     MOVE CS-CHECK TO CK-CHECK.
009400     IF CK-SEAL-ROW
009500         MOVE CS-CHECK TO CK-CHAIN-CHECK
009600         PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT
009700     END-IF.
009800     GOBACK.
009900
010000*    NO CONTROL FILE YET MEANS NO ROW HAS BEEN SEALED - THE
010100*    FIRST ROW IS NUMBER 1 AND CHAINS FROM A BLANK CHECK.
010200 1000-READ-CONTROL.
010300     MOVE ZERO  TO CS-LAST-SEQUENCE.
010400     MOVE SPACE TO CS-PRIOR-CHECK.
010500     OPEN INPUT SEAL-CONTROL-FILE.
010600     IF CS-CONTROL-STATUS NOT = "00"
010700             AND CS-CONTROL-STATUS NOT = "05"
010800         GO TO 1000-EXIT
010900     END-IF.
011000     READ SEAL-CONTROL-FILE
011100         AT END
011200             CLOSE SEAL-CONTROL-FILE
011300             GO TO 1000-EXIT
011400     END-READ.
011500     IF SQ-LAST-SEQUENCE NUMERIC
011600         MOVE SQ-LAST-SEQUENCE TO CS-LAST-SEQUENCE
011700     END-IF.
011800     MOVE SQ-LAST-CHECK TO CS-PRIOR-CHECK.
011900     CLOSE SEAL-CONTROL-FILE.
012000 1000-EXIT.
012100     EXIT.
012200
012300 2000-WORK-OUT-CHECK.
012400     MOVE CS-PRIOR-CHECK TO CS-SOURCE (1:10).
012500     MOVE CK-ROW-BODY    TO CS-SOURCE (11:210).
012600     MOVE CK-SEQUENCE    TO CS-SOURCE (221:9).
012700     PERFORM 2100-SEED-ONE-SLOT THRU 2100-EXIT
012800         VARYING CS-SLOT FROM 1 BY 1 UNTIL CS-SLOT > 10.
012900     PERFORM 2200-MIX-ONE-CHARACTER THRU 2200-EXIT
013000         VARYING CS-ROUND FROM 1 BY 1 UNTIL CS-ROUND > 458.
013100     MOVE SPACE TO CS-CHECK.
013200     PERFORM 2300-PICK-ONE-CHARACTER THRU 2300-EXIT
013300         VARYING CS-SLOT FROM 1 BY 1 UNTIL CS-SLOT > 10.
013400 2000-EXIT.
013500     EXIT.
013600
013700 2100-SEED-ONE-SLOT.
013800     COMPUTE CS-ACCUM (CS-SLOT) = CS-SLOT * 7919 + 104729.
013900 2100-EXIT.
014000     EXIT.
014100
014200*    EACH ROUND FEEDS ONE SOURCE CHARACTER AND THE NEIGHBOURING
014300*    ACCUMULATOR INTO ONE SLOT; 458 ROUNDS PASS EVERY
014400*    CHARACTER THROUGH TWO DIFFERENT SLOTS.
014500 2200-MIX-ONE-CHARACTER.
014600     COMPUTE CS-POSITION = FUNCTION MOD(CS-ROUND - 1, 229) + 1.
014700     COMPUTE CS-SLOT     = FUNCTION MOD(CS-ROUND - 1, 10) + 1.
014800     IF CS-SLOT = 1
014900         MOVE 10 TO CS-PRIOR-SLOT
015000     ELSE
015100         COMPUTE CS-PRIOR-SLOT = CS-SLOT - 1
015200     END-IF.
015300     COMPUTE CS-CHAR-VALUE =
015400         FUNCTION ORD(CS-SOURCE (CS-POSITION:1)).
015500     COMPUTE CS-ACCUM (CS-SLOT) = FUNCTION MOD(
015600         CS-ACCUM (CS-SLOT) * 131
015700         + CS-CHAR-VALUE * (CS-POSITION + 17)
015800         + CS-ACCUM (CS-PRIOR-SLOT) + CS-ROUND, 999999937).
015900 2200-EXIT.
016000     EXIT.
016100
016200 2300-PICK-ONE-CHARACTER.
016300     COMPUTE CS-PICK = FUNCTION MOD(CS-ACCUM (CS-SLOT), 62) + 1.
016400     MOVE CS-ALPHABET (CS-PICK:1) TO CS-CHECK (CS-SLOT:1).
016500 2300-EXIT.
016600     EXIT.
016700
016800 3000-WRITE-CONTROL.
016900     MOVE SPACE TO SEAL-CONTROL-RECORD.
017000     MOVE CK-SEQUENCE TO SQ-LAST-SEQUENCE.
017100     MOVE CS-CHECK    TO SQ-LAST-CHECK.
017200     ACCEPT SQ-LAST-DATE FROM DATE YYYYMMDD.
017300     ACCEPT SQ-LAST-TIME FROM TIME.
017400     OPEN OUTPUT SEAL-CONTROL-FILE.
017500     IF CS-CONTROL-STATUS NOT = "00"
017600             AND CS-CONTROL-STATUS NOT = "05"
017700         DISPLAY "SEAL CONTROL chgseq.dat WILL NOT OPEN - FILE "
017800             "STATUS " CS-CONTROL-STATUS
017900         MOVE "E" TO CK-RESULT
018000         GO TO 3000-EXIT
018100     END-IF.
018200     WRITE SEAL-CONTROL-RECORD.
018300     CLOSE SEAL-CONTROL-FILE.
018400 3000-EXIT.
018500     EXIT.
