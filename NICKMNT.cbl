000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NICKMNT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MAINTENANCE FOR THE NICKNAME EQUIVALENCE TABLE
000900*       (nicknam.dat) BEHIND NAMEMTCH'S K MATCH TYPE - BOB,
001000*       BOBBY, AND ROB FOR ROBERT, PEGGY FOR MARGARET, BILL
001100*       FOR WILLIAM. EACH ROW PAIRS A NICKNAME (COLUMNS 1-20)
001200*       WITH ONE FORMAL NAME (COLUMNS 21-40); A NICKNAME MAY
001300*       SIT ON SEVERAL ROWS (AL FOR ALBERT AND FOR ALFRED).
001400*       BOTH NAMES ARE STORED UPPER CASE, THE FORM NAMECASE
001500*       GIVES THE DIRECTORY, A ROW NAMING THE SAME NAME
001600*       TWICE IS REFUSED, AND AN EXACT DUPLICATE PAIR IS
001700*       REFUSED. THE TABLE FILE IS REWRITTEN WHOLE AT QUIT;
001800*       SEARCHES PICK UP THE CHANGE ON THEIR NEXT RUN.
001900*----------------------------------------------------------
002000* MOD LOG:
002100*  OCT 2026  DCG  ORIGINAL PROGRAM.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT OPTIONAL NICKNAME-FILE
002700         ASSIGN TO "nicknam.dat"
002800         ORGANIZATION IS LINE SEQUENTIAL
002900         FILE STATUS IS WS-NICK-STATUS.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  NICKNAME-FILE.
003400 01  NICKNAME-RECORD.
003500     05  NK-NICKNAME             PIC X(20).
003600     05  NK-FORMAL-NAME          PIC X(20).
003700
003800 WORKING-STORAGE SECTION.
003900
004000 01  WS-JOB-NAME                 PIC X(08) VALUE "NICKMNT".
004100 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
004200 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
004300
004400 01  WS-NICK-STATUS              PIC X(02) VALUE "00".
004500
004600 01  WS-MENU-CHOICE              PIC X(01).
004700 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
004800     88  MENU-DONE                       VALUE "Y".
004900 01  WS-CHANGED-SWITCH           PIC X(01) VALUE "N".
005000     88  TABLE-WAS-CHANGED               VALUE "Y".
005100
005200 01  WS-NICK-EOF                 PIC X(01).
005300 01  WS-NICK-TABLE.
005400     05  WS-NICK-USED            PIC 9(03) COMP VALUE ZERO.
005500     05  WS-NICK-ENTRY OCCURS 300 TIMES.
005600         10  WS-NK-NICKNAME      PIC X(20).
005700         10  WS-NK-FORMAL        PIC X(20).
005800 01  WS-TABLE-INDEX              PIC 9(03) COMP VALUE ZERO.
005900 01  WS-FOUND-SWITCH             PIC X(01).
006000 01  WS-FOUND-INDEX              PIC 9(03) COMP VALUE ZERO.
006100 01  WS-LISTED-COUNT             PIC 9(03) COMP VALUE ZERO.
006200
006300 01  WS-ENTRY-NICKNAME           PIC X(20).
006400 01  WS-ENTRY-FORMAL             PIC X(20).
006500
006600 PROCEDURE DIVISION.
006700
006800 0000-MAINLINE.
006900     CALL "JOBHDR" USING WS-JOB-NAME.
007000     PERFORM 1000-LOAD-NICKNAMES THRU 1000-EXIT.
007100     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
007200         UNTIL MENU-DONE.
007300     IF TABLE-WAS-CHANGED
007400         PERFORM 8000-REWRITE-THE-FILE THRU 8000-EXIT
007500     END-IF.
007600     DISPLAY "NICKMNT COMPLETE.".
007700     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
007800         WS-END-CODE.
007900     GOBACK.
008000
008100 1000-LOAD-NICKNAMES.
008200     MOVE "N" TO WS-NICK-EOF.
008300     OPEN INPUT NICKNAME-FILE.
008400     IF WS-NICK-STATUS NOT = "00"
008500         DISPLAY "NO nicknam.dat ON HAND - STARTING AN "
008600             "EMPTY TABLE."
008700         GO TO 1000-EXIT
008800     END-IF.
008900     PERFORM 1100-LOAD-NEXT THRU 1100-EXIT
009000         UNTIL WS-NICK-EOF = "Y".
009100     CLOSE NICKNAME-FILE.
009200 1000-EXIT.
009300     EXIT.
009400
009500 1100-LOAD-NEXT.
009600     READ NICKNAME-FILE
009700         AT END
009800             MOVE "Y" TO WS-NICK-EOF
009900             GO TO 1100-EXIT
010000     END-READ.
010100     IF NK-NICKNAME = SPACE
010200         GO TO 1100-EXIT
010300     END-IF.
010400     IF WS-NICK-USED >= 300
010500         DISPLAY "NICKNAME TABLE FULL - ROW FOR "
010600             NK-NICKNAME " LEFT UNREAD."
010700         GO TO 1100-EXIT
010800     END-IF.
010900     ADD 1 TO WS-NICK-USED.
011000     MOVE NK-NICKNAME    TO WS-NK-NICKNAME (WS-NICK-USED).
011100     MOVE NK-FORMAL-NAME TO WS-NK-FORMAL (WS-NICK-USED).
011200 1100-EXIT.
011300     EXIT.
011400
011500 2000-SHOW-MENU.
011600     DISPLAY "============================================".
011700     DISPLAY " NICKNAME EQUIVALENCE MAINTENANCE".
011800     DISPLAY "  A = ADD A NICKNAME".
011900     DISPLAY "  D = DROP A NICKNAME".
012000     DISPLAY "  L = LIST THE TABLE (OR ONE NAME)".
012100     DISPLAY "  Q = QUIT (REWRITES THE FILE)".
012200     DISPLAY "============================================".
012300     DISPLAY "SELECTION ? ".
012400     ACCEPT WS-MENU-CHOICE.
012500     IF WS-MENU-CHOICE = "a" OR "d" OR "l" OR "q"
012600         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
012700             TO WS-MENU-CHOICE
012800     END-IF.
012900     EVALUATE WS-MENU-CHOICE
013000         WHEN "A"
013100             PERFORM 3000-ADD-NICKNAME THRU 3000-EXIT
013200         WHEN "D"
013300             PERFORM 4000-DROP-NICKNAME THRU 4000-EXIT
013400         WHEN "L"
013500             PERFORM 5000-LIST-TABLE THRU 5000-EXIT
013600         WHEN "Q"
013700             MOVE "Y" TO WS-QUIT-SWITCH
013800         WHEN OTHER
013900             DISPLAY "PLEASE ENTER A, D, L, OR Q."
014000     END-EVALUATE.
014100 2000-EXIT.
014200     EXIT.
014300
014400*    BOTH NAMES ARE HELD UPPER CASE, THE FORM THE DIRECTORY
014500*    STORES AND NAMEMTCH COMPARES AGAINST.
014600 3000-ADD-NICKNAME.
014700     PERFORM 3100-GET-THE-PAIR THRU 3100-EXIT.
014800     IF WS-ENTRY-NICKNAME = SPACE OR WS-ENTRY-FORMAL = SPACE
014900         DISPLAY "BOTH NAMES MUST BE ENTERED."
015000         GO TO 3000-EXIT
015100     END-IF.
015200     IF WS-ENTRY-NICKNAME = WS-ENTRY-FORMAL
015300         DISPLAY "A NAME CANNOT BE ITS OWN NICKNAME."
015400         GO TO 3000-EXIT
015500     END-IF.
015600     PERFORM 9000-FIND-THE-PAIR THRU 9000-EXIT.
015700     IF WS-FOUND-SWITCH = "Y"
015800         DISPLAY FUNCTION TRIM(WS-ENTRY-NICKNAME) " -> "
015900             FUNCTION TRIM(WS-ENTRY-FORMAL)
016000             " IS ALREADY ON THE TABLE."
016100         GO TO 3000-EXIT
016200     END-IF.
016300     IF WS-NICK-USED >= 300
016400         DISPLAY "NICKNAME TABLE FULL."
016500         GO TO 3000-EXIT
016600     END-IF.
016700     ADD 1 TO WS-NICK-USED.
016800     MOVE WS-ENTRY-NICKNAME TO WS-NK-NICKNAME (WS-NICK-USED).
016900     MOVE WS-ENTRY-FORMAL   TO WS-NK-FORMAL (WS-NICK-USED).
017000     MOVE "Y" TO WS-CHANGED-SWITCH.
017100     DISPLAY "ENTRY SAVED - IT TAKES EFFECT FOR NEW RUNS "
017200         "ONCE THE FILE IS REWRITTEN AT QUIT.".
017300 3000-EXIT.
017400     EXIT.
017500
017600 3100-GET-THE-PAIR.
017700     MOVE SPACE TO WS-ENTRY-NICKNAME.
017800     MOVE SPACE TO WS-ENTRY-FORMAL.
017900     DISPLAY "NICKNAME (E.G. PEGGY) ? ".
018000     ACCEPT WS-ENTRY-NICKNAME.
018100     IF WS-ENTRY-NICKNAME = SPACE
018200         GO TO 3100-EXIT
018300     END-IF.
018400     DISPLAY "FORMAL NAME (E.G. MARGARET) ? ".
018500     ACCEPT WS-ENTRY-FORMAL.
018600     MOVE FUNCTION UPPER-CASE(WS-ENTRY-NICKNAME)
018700         TO WS-ENTRY-NICKNAME.
018800     MOVE FUNCTION UPPER-CASE(WS-ENTRY-FORMAL)
018900         TO WS-ENTRY-FORMAL.
019000 3100-EXIT.
019100     EXIT.
019200
019300 4000-DROP-NICKNAME.
019400     PERFORM 3100-GET-THE-PAIR THRU 3100-EXIT.
019500     IF WS-ENTRY-NICKNAME = SPACE OR WS-ENTRY-FORMAL = SPACE
019600         GO TO 4000-EXIT
019700     END-IF.
019800     PERFORM 9000-FIND-THE-PAIR THRU 9000-EXIT.
019900     IF WS-FOUND-SWITCH NOT = "Y"
020000         DISPLAY "NO ENTRY " FUNCTION TRIM(WS-ENTRY-NICKNAME)
020100             " -> " FUNCTION TRIM(WS-ENTRY-FORMAL)
020200             " IS ON THE TABLE."
020300         GO TO 4000-EXIT
020400     END-IF.
020500*    CLOSE THE GAP BY PULLING THE LAST ENTRY DOWN.
020600     MOVE WS-NK-NICKNAME (WS-NICK-USED)
020700         TO WS-NK-NICKNAME (WS-FOUND-INDEX).
020800     MOVE WS-NK-FORMAL (WS-NICK-USED)
020900         TO WS-NK-FORMAL (WS-FOUND-INDEX).
021000     SUBTRACT 1 FROM WS-NICK-USED.
021100     MOVE "Y" TO WS-CHANGED-SWITCH.
021200     DISPLAY "ENTRY DROPPED.".
021300 4000-EXIT.
021400     EXIT.
021500
021600*    A BLANK ANSWER LISTS THE WHOLE TABLE; A NAME LISTS ONLY
021700*    THE ROWS IT APPEARS ON, AS NICKNAME OR AS FORMAL NAME.
021800 5000-LIST-TABLE.
021900     MOVE SPACE TO WS-ENTRY-NICKNAME.
022000     DISPLAY "NAME TO LIST (BLANK FOR ALL) ? ".
022100     ACCEPT WS-ENTRY-NICKNAME.
022200     MOVE FUNCTION UPPER-CASE(WS-ENTRY-NICKNAME)
022300         TO WS-ENTRY-NICKNAME.
022400     MOVE ZERO TO WS-LISTED-COUNT.
022500     MOVE ZERO TO WS-TABLE-INDEX.
022600     PERFORM 5100-LIST-NEXT THRU 5100-EXIT
022700         UNTIL WS-TABLE-INDEX >= WS-NICK-USED.
022800     DISPLAY WS-LISTED-COUNT " OF " WS-NICK-USED
022900         " ROW(S) LISTED.".
023000 5000-EXIT.
023100     EXIT.
023200
023300 5100-LIST-NEXT.
023400     ADD 1 TO WS-TABLE-INDEX.
023500     IF WS-ENTRY-NICKNAME NOT = SPACE
023600             AND WS-NK-NICKNAME (WS-TABLE-INDEX)
023700                 NOT = WS-ENTRY-NICKNAME
023800             AND WS-NK-FORMAL (WS-TABLE-INDEX)
023900                 NOT = WS-ENTRY-NICKNAME
024000         GO TO 5100-EXIT
024100     END-IF.
024200     ADD 1 TO WS-LISTED-COUNT.
024300     DISPLAY WS-NK-NICKNAME (WS-TABLE-INDEX) " -> "
024400         WS-NK-FORMAL (WS-TABLE-INDEX).
024500 5100-EXIT.
024600     EXIT.
024700
024800 8000-REWRITE-THE-FILE.
024900     OPEN OUTPUT NICKNAME-FILE.
025000     MOVE ZERO TO WS-TABLE-INDEX.
025100     PERFORM 8100-WRITE-NEXT THRU 8100-EXIT
025200         UNTIL WS-TABLE-INDEX >= WS-NICK-USED.
025300     CLOSE NICKNAME-FILE.
025400     DISPLAY "nicknam.dat REWRITTEN - " WS-NICK-USED
025500         " ENTRY(S).".
025600 8000-EXIT.
025700     EXIT.
025800
025900 8100-WRITE-NEXT.
026000     ADD 1 TO WS-TABLE-INDEX.
026100     MOVE WS-NK-NICKNAME (WS-TABLE-INDEX) TO NK-NICKNAME.
026200     MOVE WS-NK-FORMAL (WS-TABLE-INDEX)   TO NK-FORMAL-NAME.
026300     WRITE NICKNAME-RECORD.
026400 8100-EXIT.
026500     EXIT.
026600
026700 9000-FIND-THE-PAIR.
026800     MOVE "N" TO WS-FOUND-SWITCH.
026900     MOVE ZERO TO WS-FOUND-INDEX.
027000     MOVE ZERO TO WS-TABLE-INDEX.
027100     PERFORM 9100-SCAN-NEXT THRU 9100-EXIT
027200         UNTIL WS-TABLE-INDEX >= WS-NICK-USED
027300             OR WS-FOUND-SWITCH = "Y".
027400 9000-EXIT.
027500     EXIT.
027600
027700 9100-SCAN-NEXT.
027800     ADD 1 TO WS-TABLE-INDEX.
027900     IF WS-NK-NICKNAME (WS-TABLE-INDEX) = WS-ENTRY-NICKNAME
028000             AND WS-NK-FORMAL (WS-TABLE-INDEX) = WS-ENTRY-FORMAL
028100         MOVE "Y" TO WS-FOUND-SWITCH
028200         MOVE WS-TABLE-INDEX TO WS-FOUND-INDEX
028300     END-IF.
028400 9100-EXIT.
028500     EXIT.
