000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. APPRCHK.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED SENSITIVE-CHANGE TEST FOR SECOND-PERSON
000900*       APPROVAL. GIVEN THE OPERATOR KEYING A CHANGE, THE
001000*       ACTION (A = ADD, C = CHANGE, D = DELETE), AND THE
001100*       RECORD BEFORE AND AFTER (PHONEREC SHAPE, BLANK ON
001200*       THE SIDE THAT DOES NOT EXIST), ANSWERS:
001300*         AK-RESULT = "Y"  THE CHANGE IS SENSITIVE - THE
001400*                          CALLER HOLDS IT ON phonappr.dat
001500*                          FOR A SECOND SUPERVISOR (PHONAPPR)
001600*                          INSTEAD OF WRITING IT. AK-RULE
001700*                          NAMES THE approve.cfg RULE THAT
001800*                          CAUGHT IT.
001900*         AK-RESULT = "N"  NOT SENSITIVE - WRITE AS USUAL.
002000*       ACTION V ASKS ONLY WHETHER THE OPERATOR IS LISTED AS
002100*       A TRAINEE, SO PHONAPPR CAN KEEP A TRAINEE FROM
002200*       APPROVING. THE RULES ARE approve.cfg ROWS - KEYWORD IN
002300*       COLUMNS 1-8, VALUE IN COLUMNS 9-16:
002400*         DELCAT  cc        A DELETE OF AN ENTRY IN CATEGORY
002500*                           cc (ONE ROW PER CATEGORY)
002600*         PRIVCLR           A CHANGE THAT CLEARS THE
002700*                           DO-NOT-CALL PRIVACY FLAG
002800*         TRAINEE operid    ANY ADD, CHANGE, OR DELETE KEYED
002900*                           BY THAT OPERATOR
003000*       THE FILE IS READ ON EVERY CALL, AS OPERSEC READS
003100*       secrule.cfg, SO AN EDIT TAKES HOLD AT THE NEXT CHANGE.
003200*       WITH NO approve.cfg ON HAND NOTHING IS HELD. IODEMO
003300*       AND PHONCREQ BOTH ASK THIS ONE ROUTINE SO THE TWO
003400*       WRITE PATHS CANNOT DRIFT APART.
003500*----------------------------------------------------------
003600* MOD LOG:
003700*  OCT 2026  DCG  ORIGINAL PROGRAM.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL RULES-FILE
004300         ASSIGN TO "approve.cfg"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS AK-FILE-STATUS.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
004900 FD  RULES-FILE.
005000 01  RULES-RECORD.
005100     05  RL-KEYWORD              PIC X(08).
005200     05  RL-VALUE                PIC X(08).
005300
005400 WORKING-STORAGE SECTION.
005500 01  AK-FILE-STATUS          PIC X(02) VALUE "00".
005600 01  AK-RULE-EOF             PIC X(01).
005700
005800 LINKAGE SECTION.
005900 01  AK-OPERATOR-ID          PIC X(08).
006000 01  AK-ACTION               PIC X(01).
006100     88  AK-ADD                      VALUE "A".
006200     88  AK-CHANGE                   VALUE "C".
006300     88  AK-DELETE                   VALUE "D".
006400     88  AK-APPROVER                 VALUE "V".
006500 01  AK-OLD-RECORD.
006600     05  FILLER              PIC X(63).
006700     05  AK-OLD-CATEGORY     PIC X(02).
006800     05  AK-OLD-PRIVACY      PIC X(01).
006900     05  FILLER              PIC X(16).
007000 01  AK-NEW-RECORD.
007100     05  FILLER              PIC X(63).
007200     05  AK-NEW-CATEGORY     PIC X(02).
007300     05  AK-NEW-PRIVACY      PIC X(01).
007400     05  FILLER              PIC X(16).
007500 01  AK-RULE                 PIC X(08).
007600 01  AK-RESULT               PIC X(01).
007700
007800 PROCEDURE DIVISION USING AK-OPERATOR-ID AK-ACTION
007900     AK-OLD-RECORD AK-NEW-RECORD AK-RULE AK-RESULT.
008000
008100 0000-MAINLINE.
008200     MOVE "N" TO AK-RESULT.
008300     MOVE SPACE TO AK-RULE.
008400     MOVE "N" TO AK-RULE-EOF.
008500     OPEN INPUT RULES-FILE.
008600     IF AK-FILE-STATUS NOT = "00"
008700         GOBACK
008800     END-IF.
008900     PERFORM 1000-TEST-RULE THRU 1000-EXIT
009000         UNTIL AK-RULE-EOF = "Y" OR AK-RESULT = "Y".
009100     CLOSE RULES-FILE.
009200     GOBACK.
009300
009400 1000-TEST-RULE.
009500     READ RULES-FILE
009600         AT END
009700             MOVE "Y" TO AK-RULE-EOF
009800             GO TO 1000-EXIT
009900     END-READ.
010000     EVALUATE RL-KEYWORD
010100         WHEN "TRAINEE"
010200             IF RL-VALUE = AK-OPERATOR-ID
010300                 MOVE "Y" TO AK-RESULT
010400             END-IF
010500         WHEN "DELCAT"
010600             IF AK-DELETE
010700                     AND RL-VALUE (1:2) = AK-OLD-CATEGORY
010800                 MOVE "Y" TO AK-RESULT
010900             END-IF
011000         WHEN "PRIVCLR"
011100             IF AK-CHANGE
011200                     AND AK-OLD-PRIVACY = "Y"
011300                     AND AK-NEW-PRIVACY NOT = "Y"
011400                 MOVE "Y" TO AK-RESULT
011500             END-IF
011600         WHEN OTHER
011700             CONTINUE
011800     END-EVALUATE.
011900     IF AK-RESULT = "Y"
012000         MOVE RL-KEYWORD TO AK-RULE
012100     END-IF.
012200 1000-EXIT.
012300     EXIT.
