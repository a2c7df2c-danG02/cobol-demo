000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CHANCHK.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED FORMAT CHECK FOR ONE CONTACT CHANNEL ON THE
000900*       phonchan.dat COMPANION FILE (CHANREC), A SIBLING OF
001000*       RANGECHK AND CTRYCHK. GIVEN A CHANNEL TYPE AND ITS
001100*       VALUE, RETURNS "Y" WHEN THE VALUE FITS THE TYPE,
001200*       "N" WHEN IT DOES NOT, AND "T" FOR A TYPE THAT IS NOT
001300*       E, F, OR P.
001400*         E = E-MAIL: NO EMBEDDED BLANKS, EXACTLY ONE "@"
001500*             WITH SOMETHING BEFORE IT, AND A DOMAIN AFTER
001600*             IT HOLDING A "." THAT IS NEITHER ITS FIRST NOR
001700*             ITS LAST CHARACTER.
001800*         F = FAX: DIGITS ONLY, 10 TO 15 OF THEM - THE SAME
001900*             SPAN A DIRECTORY NUMBER IS HELD TO.
002000*         P = PAGER: DIGITS ONLY, 7 TO 15 OF THEM, SINCE A
002100*             PAGER PIN IS OFTEN SHORTER THAN A FULL NUMBER.
002200*       IODEMO'S CHANNEL STEP AND ANY LATER LOADER COME HERE
002300*       SO THE RULE CANNOT DRIFT BETWEEN PROGRAMS.
002400*----------------------------------------------------------
002500* MOD LOG:
002600*  OCT 2026  DCG  ORIGINAL PROGRAM.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  CC-LENGTH               PIC 9(03).
003200 01  CC-AT-COUNT             PIC 9(03).
003300 01  CC-AT-POSITION          PIC 9(03).
003400 01  CC-DOMAIN-START         PIC 9(03).
003500 01  CC-DOMAIN-LENGTH        PIC 9(03).
003600 01  CC-DOT-COUNT            PIC 9(03).
003700 01  CC-LOWER-BOUND          PIC 9(03).
003800 01  CC-UPPER-BOUND          PIC 9(03).
003900 01  CC-RANGE-FLAG           PIC X(01).
004000     88  CC-LENGTH-IN-RANGE          VALUE "Y".
004100
004200 LINKAGE SECTION.
004300 01  CC-CHANNEL-TYPE         PIC X(01).
004400 01  CC-CHANNEL-VALUE        PIC X(50).
004500 01  CC-RESULT               PIC X(01).
004600     88  CC-VALUE-OK                 VALUE "Y".
004700
004800 PROCEDURE DIVISION USING CC-CHANNEL-TYPE CC-CHANNEL-VALUE
004900     CC-RESULT.
005000
005100 0000-MAINLINE.
005200     MOVE "N" TO CC-RESULT.
005300     MOVE ZERO TO CC-LENGTH.
005400     INSPECT CC-CHANNEL-VALUE TALLYING CC-LENGTH
005500         FOR CHARACTERS BEFORE INITIAL SPACE.
005600     IF CC-LENGTH = ZERO
005700         GO TO 0000-EXIT
005800     END-IF.
005900     IF CC-LENGTH < 50
006000         IF CC-CHANNEL-VALUE (CC-LENGTH + 1:) NOT = SPACE
006100             GO TO 0000-EXIT
006200         END-IF
006300     END-IF.
006400     EVALUATE CC-CHANNEL-TYPE
006500         WHEN "E"
006600             PERFORM 1000-CHECK-EMAIL THRU 1000-EXIT
006700         WHEN "F"
006800             MOVE 009 TO CC-LOWER-BOUND
006900             MOVE 016 TO CC-UPPER-BOUND
007000             PERFORM 2000-CHECK-DIGITS THRU 2000-EXIT
007100         WHEN "P"
007200             MOVE 006 TO CC-LOWER-BOUND
007300             MOVE 016 TO CC-UPPER-BOUND
007400             PERFORM 2000-CHECK-DIGITS THRU 2000-EXIT
007500         WHEN OTHER
007600             MOVE "T" TO CC-RESULT
007700     END-EVALUATE.
007800 0000-EXIT.
007900     GOBACK.
008000
008100 1000-CHECK-EMAIL.
008200     MOVE ZERO TO CC-AT-COUNT.
008300     INSPECT CC-CHANNEL-VALUE (1:CC-LENGTH) TALLYING CC-AT-COUNT
008400         FOR ALL "@".
008500     IF CC-AT-COUNT NOT = 1
008600         GO TO 1000-EXIT
008700     END-IF.
008800     MOVE ZERO TO CC-AT-POSITION.
008900     INSPECT CC-CHANNEL-VALUE TALLYING CC-AT-POSITION
009000         FOR CHARACTERS BEFORE INITIAL "@".
009100     IF CC-AT-POSITION = ZERO
009200         GO TO 1000-EXIT
009300     END-IF.
009400     COMPUTE CC-DOMAIN-START  = CC-AT-POSITION + 2.
009500     COMPUTE CC-DOMAIN-LENGTH = CC-LENGTH - CC-AT-POSITION - 1.
009600     IF CC-DOMAIN-LENGTH < 3
009700         GO TO 1000-EXIT
009800     END-IF.
009900     MOVE ZERO TO CC-DOT-COUNT.
010000     INSPECT CC-CHANNEL-VALUE (CC-DOMAIN-START:CC-DOMAIN-LENGTH)
010100         TALLYING CC-DOT-COUNT FOR ALL ".".
010200     IF CC-DOT-COUNT = ZERO
010300             OR CC-CHANNEL-VALUE (CC-DOMAIN-START:1) = "."
010400             OR CC-CHANNEL-VALUE (CC-LENGTH:1) = "."
010500         GO TO 1000-EXIT
010600     END-IF.
010700     MOVE "Y" TO CC-RESULT.
010800 1000-EXIT.
010900     EXIT.
011000
011100 2000-CHECK-DIGITS.
011200     IF CC-CHANNEL-VALUE (1:CC-LENGTH) NOT NUMERIC
011300         GO TO 2000-EXIT
011400     END-IF.
011500     CALL "RANGECHK" USING CC-LOWER-BOUND CC-UPPER-BOUND
011600         CC-LENGTH CC-RANGE-FLAG.
011700     IF CC-LENGTH-IN-RANGE
011800         MOVE "Y" TO CC-RESULT
011900     END-IF.
012000 2000-EXIT.
012100     EXIT.
