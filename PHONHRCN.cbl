002100*            LETTER)
002200*         3. ROSTER PEOPLE NOT IN THE DIRECTORY - NEVER
002300*            ENTERED
002325*       A DIRECTORY ENTRY UNDER A NICKNAME OF THE ROSTER'S
002350*       FORMAL FIRST NAME (PEGGY FOR MARGARET) IS THE SAME
002375*       PERSON AND NEEDS NO FIX; IT IS ONLY COUNTED.
002400*----------------------------------------------------------
002500* MOD LOG:
002600*  SEP 2026  DCG  ORIGINAL PROGRAM.
002614*  OCT 2026  DCG  A ROW WHOSE LAST NAME AGREES EXACTLY AND
002628*                 WHOSE FIRST NAME IS A NICKNAME OF THE
002642*                 ROSTER'S (NAMEMTCH TYPE K - BOB FOR ROBERT)
002656*                 NOW COUNTS AS MATCHED, NOT AS A LEAVER OR A
002670*                 SPELLING TO FIX; THOSE ARE COUNTED ON THE
002684*                 REPORT AND THE CLOSING LINE.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
009700 01  WS-MATCH-VERDICT            PIC X(01).
009800     88  VERDICT-EXACT                   VALUE "E".
009900     88  VERDICT-SPELLING                VALUE "S".
009950     88  VERDICT-NICKNAME                VALUE "K".
010000     88  VERDICT-NONE                    VALUE "N".
010100 01  WS-LAST-MATCH-TYPE          PIC X(01).
010200 01  WS-FIRST-MATCH-TYPE        PIC X(01).
010400 01  WS-LEAVER-COUNT             PIC 9(06) COMP VALUE ZERO.
010500 01  WS-MATCHED-COUNT            PIC 9(06) COMP VALUE ZERO.
010600 01  WS-NEVER-COUNT              PIC 9(06) COMP VALUE ZERO.
010633 01  WS-NICKNAME-COUNT           PIC 9(06) COMP VALUE ZERO.
010666 01  WS-COUNT-DISP               PIC ZZZ,ZZ9.
010700
010800 01  WS-PAIR-DETAIL.
010900     05  PD-DIR-NAME             PIC X(38).
014300     PERFORM 2000-WALK-DIRECTORY THRU 2000-EXIT.
014400     PERFORM 3000-PRINT-MISMATCHES THRU 3000-EXIT.
014500     PERFORM 4000-PRINT-NEVER-ENTERED THRU 4000-EXIT.
014510     WRITE REPORT-LINE FROM SPACE.
014520     MOVE WS-NICKNAME-COUNT TO WS-COUNT-DISP.
014530     MOVE SPACE TO REPORT-LINE.
014540     STRING "MATCHED THROUGH A NICKNAME (NO FIX NEEDED): "
014550                                            DELIMITED BY SIZE
014560         FUNCTION TRIM(WS-COUNT-DISP)       DELIMITED BY SIZE
014570         INTO REPORT-LINE
014580     END-STRING.
014590     WRITE REPORT-LINE.
014600     CLOSE REPORT-FILE.
014700     DISPLAY "PHONHRCN - " WS-MATCHED-COUNT " MATCHED ("
014750         WS-NICKNAME-COUNT " BY NICKNAME), "
014800         WS-LEAVER-COUNT " LEAVER CANDIDATE(S), "
014900         WS-MIS-USED " SPELLING MISMATCH(ES), "
015000         WS-NEVER-COUNT " NEVER ENTERED.".
023500             ADD 1 TO WS-MATCHED-COUNT
023600         WHEN VERDICT-SPELLING
023700             ADD 1 TO WS-MATCHED-COUNT
023725         WHEN VERDICT-NICKNAME
023750             ADD 1 TO WS-MATCHED-COUNT
023775             ADD 1 TO WS-NICKNAME-COUNT
023800         WHEN OTHER
023900             ADD 1 TO WS-LEAVER-COUNT
024000             MOVE SPACE            TO WS-NAME-DETAIL
025700*    WHOSE LAST AND FIRST NAMES BOTH AGREE THROUGH
025800*    NAMEMTCH (LEADING-PARTIAL OR SOUNDEX) IS TAKEN AS THE
025900*    SAME PERSON WITH A SPELLING WORTH FIXING.
025933*    AN EXACT LAST NAME WITH A NICKNAME FIRST NAME IS THE
025966*    SAME PERSON WITH NOTHING TO FIX.
026000 2200-MATCH-AGAINST-ROSTER.
026100     MOVE "N" TO WS-MATCH-VERDICT.
026200     MOVE ZERO TO WS-TABLE-INDEX.
026900     MOVE ZERO TO WS-TABLE-INDEX.
027000     PERFORM 2400-SCAN-PHONETIC THRU 2400-EXIT
027100         UNTIL WS-TABLE-INDEX >= WS-ROSTER-USED
027200             OR VERDICT-SPELLING OR VERDICT-NICKNAME.
027300 2200-EXIT.
027400     EXIT.
027500
029900     IF WS-FIRST-MATCH-TYPE = "N"
030000         GO TO 2400-EXIT
030100     END-IF.
030114     IF WS-LAST-MATCH-TYPE = "E"
030128             AND WS-FIRST-MATCH-TYPE = "K"
030142         MOVE "K" TO WS-MATCH-VERDICT
030156         MOVE "Y" TO WS-RO-MATCHED (WS-TABLE-INDEX)
030170         GO TO 2400-EXIT
030184     END-IF.
030200     MOVE "S" TO WS-MATCH-VERDICT.
030300     MOVE "Y" TO WS-RO-MATCHED (WS-TABLE-INDEX).
030400     IF WS-MIS-USED < 500
