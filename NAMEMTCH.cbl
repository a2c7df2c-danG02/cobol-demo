001000*       NAME ON FILE AND ANSWERS WITH A MATCH TYPE:
001100*         E = EXACT MATCH
001200*         P = THE FILE NAME STARTS WITH THE SEARCHED NAME
001225*         K = ONE NAME IS A KNOWN NICKNAME OF THE OTHER, OR
001250*             BOTH ARE NICKNAMES OF THE SAME FORMAL NAME
001275*             (BOB AND ROBERT, BOB AND ROB)
001300*         S = THE TWO NAMES SHARE A SOUNDEX KEY (MEYER AND
001400*             MEIER, SMITH AND SMYTHE)
001500*         N = NO MATCH
001700*       THREE-DIGITS FORM: VOWELS BREAK A RUN, H AND W ARE
001800*       TRANSPARENT, ADJACENT LETTERS WITH THE SAME CODE
001900*       COLLAPSE, AND SHORT KEYS PAD WITH ZEROS.
001920*       THE NICKNAME EQUIVALENCES COME FROM THE nicknam.dat
001940*       TABLE - NICKNAME IN COLUMNS 1-20, FORMAL NAME IN
001960*       COLUMNS 21-40, MAINTAINED BY NICKMNT - LOADED ONCE ON
001980*       FIRST CALL. WITHOUT THE FILE NO K MATCH IS GIVEN.
002000*----------------------------------------------------------
002100* MOD LOG:
002200*  AUG 2026  DCG  ORIGINAL PROGRAM.
002225*  OCT 2026  DCG  NEW K (NICKNAME) MATCH TYPE FROM THE
002250*                 nicknam.dat EQUIVALENCE TABLE, CHECKED
002275*                 AFTER PARTIAL AND BEFORE SOUNDEX.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002412 INPUT-OUTPUT SECTION.
002424 FILE-CONTROL.
002436     SELECT OPTIONAL NICKNAME-FILE
002448         ASSIGN TO "nicknam.dat"
002460         ORGANIZATION IS LINE SEQUENTIAL
002472         FILE STATUS IS NM-FILE-STATUS.

002500 DATA DIVISION.
002514 FILE SECTION.
002528 FD  NICKNAME-FILE.
002542 01  NICKNAME-RECORD.
002556     05  NK-NICKNAME             PIC X(20).
002570     05  NK-FORMAL-NAME          PIC X(20).

002600 WORKING-STORAGE SECTION.
002700 01  NM-TARGET-LENGTH        PIC 9(02) COMP VALUE ZERO.
002800 01  NM-CHAR-INDEX           PIC 9(02) COMP VALUE ZERO.
003400 01  NM-WORK-KEY             PIC X(04).
003500 01  NM-TARGET-KEY           PIC X(04).
003600 01  NM-CANDIDATE-KEY        PIC X(04).
003610 01  NM-FILE-STATUS          PIC X(02) VALUE "00".
003615 01  NM-LOADED-SWITCH        PIC X(01) VALUE "N".
003620     88  NICKNAMES-LOADED            VALUE "Y".
003625 01  NM-LOAD-EOF             PIC X(01).
003630 01  NM-NICK-FOUND           PIC X(01).
003635 01  NM-NICK-INDEX           PIC 9(03) COMP VALUE ZERO.
003640 01  NM-PAIR-INDEX           PIC 9(03) COMP VALUE ZERO.
003645 01  NM-UPPER-TARGET         PIC X(20).
003650 01  NM-UPPER-CANDIDATE      PIC X(20).
003655 01  NM-SHARED-FORMAL        PIC X(20).
003660 01  NM-NICKNAME-TABLE.
003665     05  NM-NICKNAME-USED    PIC 9(03) COMP VALUE ZERO.
003670     05  NM-NICKNAME-ENTRY OCCURS 300 TIMES.
003675         10  NM-NK-NICKNAME  PIC X(20).
003680         10  NM-NK-FORMAL    PIC X(20).
003700 LINKAGE SECTION.
003800 01  NM-TARGET-NAME          PIC X(20).
003900 01  NM-CANDIDATE-NAME       PIC X(20).
004000 01  NM-MATCH-TYPE           PIC X(01).
004100     88  NM-EXACT-MATCH              VALUE "E".
004200     88  NM-PARTIAL-MATCH            VALUE "P".
004250     88  NM-NICKNAME-MATCH           VALUE "K".
004300     88  NM-PHONETIC-MATCH           VALUE "S".
004400     88  NM-NO-MATCH                 VALUE "N".

006000         MOVE "P" TO NM-MATCH-TYPE
006100         GOBACK
006200     END-IF.
006211     IF NOT NICKNAMES-LOADED
006222         PERFORM 2000-LOAD-NICKNAMES THRU 2000-EXIT
006233     END-IF.
006244     PERFORM 2200-CHECK-NICKNAMES THRU 2200-EXIT.
006255     IF NM-NICK-FOUND = "Y"
006266         MOVE "K" TO NM-MATCH-TYPE
006277         GOBACK
006288     END-IF.
006300     MOVE NM-TARGET-NAME TO NM-WORK-NAME.
006400     PERFORM 1000-BUILD-SOUNDEX-KEY THRU 1000-EXIT.
006500     MOVE NM-WORK-KEY TO NM-TARGET-KEY.
014000     MOVE "0" TO NM-WORK-KEY (NM-KEY-LENGTH:1).
014100 1300-EXIT.
014200     EXIT.

014400 2000-LOAD-NICKNAMES.
014500     MOVE "Y" TO NM-LOADED-SWITCH.
014600     MOVE "N" TO NM-LOAD-EOF.
014700     OPEN INPUT NICKNAME-FILE.
014800     IF NM-FILE-STATUS NOT = "00"
014900         GO TO 2000-EXIT
015000     END-IF.
015100     PERFORM 2100-LOAD-NEXT THRU 2100-EXIT
015200         UNTIL NM-LOAD-EOF = "Y".
015300     CLOSE NICKNAME-FILE.
015400 2000-EXIT.
015500     EXIT.

015700 2100-LOAD-NEXT.
015800     READ NICKNAME-FILE
015900         AT END
016000             MOVE "Y" TO NM-LOAD-EOF
016100         NOT AT END
016200             IF NM-NICKNAME-USED < 300
016300                     AND NK-NICKNAME NOT = SPACE
016400                 ADD 1 TO NM-NICKNAME-USED
016500                 MOVE NK-NICKNAME
016600                     TO NM-NK-NICKNAME (NM-NICKNAME-USED)
016700                 MOVE NK-FORMAL-NAME
016800                     TO NM-NK-FORMAL (NM-NICKNAME-USED)
016900             END-IF
017000     END-READ.
017100 2100-EXIT.
017200     EXIT.

017400*    A PAIR ON THE TABLE LINKS THE TWO NAMES EITHER WAY ROUND;
017500*    FAILING THAT, TWO NICKNAMES OF ONE FORMAL NAME MATCH.
017600 2200-CHECK-NICKNAMES.
017700     MOVE "N" TO NM-NICK-FOUND.
017800     IF NM-TARGET-NAME = SPACE OR NM-CANDIDATE-NAME = SPACE
017900         GO TO 2200-EXIT
018000     END-IF.
018100     MOVE FUNCTION UPPER-CASE(NM-TARGET-NAME)
018150         TO NM-UPPER-TARGET.
018200     MOVE FUNCTION UPPER-CASE(NM-CANDIDATE-NAME)
018300         TO NM-UPPER-CANDIDATE.
018400     MOVE ZERO TO NM-NICK-INDEX.
018500     PERFORM 2300-TRY-NEXT-PAIR THRU 2300-EXIT
018600         UNTIL NM-NICK-INDEX >= NM-NICKNAME-USED
018700             OR NM-NICK-FOUND = "Y".
018800 2200-EXIT.
018900     EXIT.

019100 2300-TRY-NEXT-PAIR.
019200     ADD 1 TO NM-NICK-INDEX.
019270     IF NM-NK-NICKNAME (NM-NICK-INDEX) = NM-UPPER-TARGET
019340             AND NM-NK-FORMAL (NM-NICK-INDEX)
019410                 = NM-UPPER-CANDIDATE
019480         MOVE "Y" TO NM-NICK-FOUND
019550         GO TO 2300-EXIT
019620     END-IF.
019690     IF NM-NK-NICKNAME (NM-NICK-INDEX) = NM-UPPER-CANDIDATE
019760             AND NM-NK-FORMAL (NM-NICK-INDEX) = NM-UPPER-TARGET
019830         MOVE "Y" TO NM-NICK-FOUND
019900         GO TO 2300-EXIT
019970     END-IF.
020000     IF NM-NK-NICKNAME (NM-NICK-INDEX) NOT = NM-UPPER-TARGET
020100         GO TO 2300-EXIT
020200     END-IF.
020300     MOVE NM-NK-FORMAL (NM-NICK-INDEX) TO NM-SHARED-FORMAL.
020400     MOVE ZERO TO NM-PAIR-INDEX.
020500     PERFORM 2400-TRY-SHARED-FORMAL THRU 2400-EXIT
020600         UNTIL NM-PAIR-INDEX >= NM-NICKNAME-USED
020700             OR NM-NICK-FOUND = "Y".
020800 2300-EXIT.
020900     EXIT.

021100 2400-TRY-SHARED-FORMAL.
021200     ADD 1 TO NM-PAIR-INDEX.
021300     IF NM-NK-NICKNAME (NM-PAIR-INDEX) = NM-UPPER-CANDIDATE
021400             AND NM-NK-FORMAL (NM-PAIR-INDEX) = NM-SHARED-FORMAL
021500         MOVE "Y" TO NM-NICK-FOUND
021600     END-IF.
021700 2400-EXIT.
021800     EXIT.
