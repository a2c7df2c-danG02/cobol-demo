001100*       DEDUPE), AND PHONEXPT (EXPORT) AS CALLED SUBPROGRAMS
001200*       AGAINST THE SAME LIVE phone.csv, SO AN OPERATOR NO
001300*       LONGER HAS TO KNOW WHICH RAW PROGRAM DOES WHAT.
001316*       REPORTS THAT NEED PROMPT ANSWERS OR CFG EDITS
001332*       (PHONAUD, PHONDELT, PHONEXTR, PHONMAIL) ARE QUEUED
001348*       WITH THEIR PARAMETERS ON rptreq.dat FOR SCHEDDRV TO
001364*       RUN OVERNIGHT, AND EACH SIGN-ON LISTS THE OPERATOR'S
001380*       REQUESTS THAT HAVE SINCE COME OUT READY OR FAILED.
001400*----------------------------------------------------------
001500* MOD LOG:
001600*  AUG 2025  DCG  ORIGINAL PROGRAM. IODEMO, PHONERPT,
002197*                 WAIT FOR AN ACKNOWLEDGMENT BEFORE THE
002198*                 MENU APPEARS - THE NOTES TAPED TO THE
002199*                 TERMINAL, DELIVERED THE DAY THEY START.
002200*  OCT 2026  DCG  ADDED THE PHONINBX WORK INBOX AS MENU
002202*                 OPTION W.
002203*  OCT 2026  DCG  OPTION D NOW NAMES IODEMO'S MOVE-TO-
002204*                 ANOTHER-DIRECTORY TRANSACTION.
002205*  OCT 2026  DCG  NEW R OPTION QUEUES A PHONAUD, PHONDELT,
002206*                 PHONEXTR, OR PHONMAIL RUN ON rptreq.dat
002207*                 (RPTQREC) FOR SCHEDDRV TO WORK OVERNIGHT,
002208*                 AND SIGN-ON NOW SHOWS THE OPERATOR WHICH
002209*                 OF THEIR REQUESTS CAME OUT READY OR FAILED.
002210*----------------------------------------------------------
002211 ENVIRONMENT DIVISION.
002220 INPUT-OUTPUT SECTION.
002230 FILE-CONTROL.
002240     SELECT OPTIONAL BULLETIN-FILE
002270         ACCESS MODE IS DYNAMIC
002280         RECORD KEY IS BL-ID
002290         FILE STATUS IS WS-BULL-STATUS.
002300
002310     SELECT OPTIONAL REQUEST-FILE
002320         ASSIGN TO "rptreq.dat"
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS WS-RREQ-STATUS.
002350
002360     SELECT NEW-REQUEST-FILE
002370         ASSIGN TO "rptreq.tmp"
002380         ORGANIZATION IS LINE SEQUENTIAL
002390         FILE STATUS IS WS-NEWQ-STATUS.
002400 DATA DIVISION.
002410 FILE SECTION.
002420 FD  BULLETIN-FILE.
002430     COPY BULLREC.
002431
002432 FD  REQUEST-FILE.
002433     COPY RPTQREC.
002434
002435 FD  NEW-REQUEST-FILE.
002436 01  NEW-REQUEST-RECORD       PIC X(246).
002440
002500 WORKING-STORAGE SECTION.
002600 01  WS-JOB-NAME              PIC X(08) VALUE "PHONEMNU".
002993 01  WS-TODAY-DATE            PIC X(08).
002994 01  WS-ACK-ANSWER            PIC X(01).
002995 01  WS-SHOWN-COUNT           PIC 9(03) COMP VALUE ZERO.
002999 01  WS-RREQ-STATUS           PIC X(02) VALUE "00".
003003 01  WS-NEWQ-STATUS           PIC X(02) VALUE "00".
003007 01  WS-RREQ-EOF              PIC X(01).
003011     88  END-OF-REQUESTS              VALUE "Y".
003015 01  WS-TOLD-COUNT            PIC 9(03) COMP VALUE ZERO.
003017 01  WS-WORD-LENGTH           PIC 9(02) COMP.
003019 01  WS-COMMAND               PIC X(80).
003023 01  WS-REPORT-CHOICE         PIC X(01).
003027 01  WS-REQ-REPORT            PIC X(08).
003031 01  WS-REQ-PARAMETERS        PIC X(120).
003035 01  WS-REQ-POINTER           PIC 9(03) COMP.
003039 01  WS-REQ-SWITCH            PIC X(01).
003043     88  REQUEST-IS-VALID             VALUE "Y".
003047 01  WS-PARM-KEYWORD          PIC X(10).
003051 01  WS-PARM-VALUE            PIC X(30).
003055 01  WS-INCLUDE-ANSWER        PIC X(01).
003059 01  WS-REG-FUNCTION          PIC X(01).
003063 01  WS-REG-CHOICE            PIC X(01).
003067 01  WS-REG-DIRECTORY         PIC X(20).
003071 01  WS-REG-PREFIX            PIC X(04).
003075 01  WS-REG-DESCRIPTION       PIC X(30).
003079 01  WS-REG-RESULT            PIC X(01).
003083 01  WS-REG-DIGIT             PIC 9(02).

003087 PROCEDURE DIVISION.

003100 0000-MAINLINE.
003200     CALL "JOBHDR" USING WS-JOB-NAME.
003250     END-IF.
003260     PERFORM 0130-STORE-SESSION THRU 0130-EXIT.
003270     PERFORM 0170-SHOW-BULLETINS THRU 0170-EXIT.
003285     PERFORM 0190-SHOW-REQUEST-RESULTS THRU 0190-EXIT.
003300     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
003400         UNTIL MENU-DONE.
003500     DISPLAY "PHONEMNU COMPLETE.".
003900     DISPLAY " PHONE DIRECTORY MENU".
003910     DISPLAY " SIGNED ON: " WS-OPERATOR-ID.
003950     DISPLAY "  L = LOOK UP A RECORD (READ ONLY)".
004000     DISPLAY "  D = ADD / FIND / UPDATE / DELETE / MOVE A "
004010         "RECORD".
004100     DISPLAY "  P = PRINT THE DIRECTORY REPORT".
004200     DISPLAY "  S = SORT / DEDUPE THE DIRECTORY "
004210         "(SUPERVISOR)".
004250     DISPLAY "  A = ARCHIVE OLD ENTRIES (SUPERVISOR)".
004300     DISPLAY "  E = EXPORT THE DIRECTORY".
004320     DISPLAY "  W = WORK INBOX (ALL OPEN WORKLISTS)".
004335     DISPLAY "  R = REQUEST A REPORT FOR THE OVERNIGHT RUN".
004350     DISPLAY "  O = SIGN OFF".
004400     DISPLAY "  Q = QUIT".
004500     DISPLAY "============================================".
004600     DISPLAY "SELECTION ? ".
004700     ACCEPT WS-MENU-CHOICE.
004800     IF WS-MENU-CHOICE = "l" OR "d" OR "p" OR "s" OR "a"
004810             OR "e" OR "o" OR "q" OR "w" OR "r"
004900         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
005000             TO WS-MENU-CHOICE
005100     END-IF.
005894             END-IF
005900         WHEN "E"
006000             CALL "PHONEXPT"
006010         WHEN "W"
006020             CALL "PHONINBX"
006030         WHEN "R"
006040             PERFORM 2000-REQUEST-A-REPORT THRU 2000-EXIT
006050         WHEN "O"
006060             PERFORM 0150-SIGN-OFF THRU 0150-EXIT
006100         WHEN "Q"
006150             PERFORM 0160-CLEAR-SESSION THRU 0160-EXIT
006200             MOVE "Y" TO WS-QUIT-SWITCH
006300         WHEN OTHER
006400             DISPLAY "PLEASE ENTER L, D, P, S, A, E, W, R, O, "
006410                 "OR Q."
006500     END-EVALUATE.
006600 1000-EXIT.
007310     IF OPERATOR-SIGNED-ON
007320         PERFORM 0130-STORE-SESSION THRU 0130-EXIT
007325         PERFORM 0170-SHOW-BULLETINS THRU 0170-EXIT
007327         PERFORM 0190-SHOW-REQUEST-RESULTS THRU 0190-EXIT
007330     ELSE
007340         DISPLAY "SIGN-ON FAILED - PHONEMNU ENDED."
007350         MOVE "Y" TO WS-QUIT-SWITCH
008040     END-READ.
008050 0180-EXIT.
008060     EXIT.

008160*    THE REPORT REQUESTS SCHEDDRV SETTLED OVERNIGHT ARE
008260*    TOLD TO THE REQUESTER ONCE, AT THE FIRST SIGN-ON AFTER;
008360*    THE QUEUE IS REWRITTEN ONLY WHEN A ROW WAS MARKED TOLD.
008460 0190-SHOW-REQUEST-RESULTS.
008560     MOVE ZERO TO WS-TOLD-COUNT.
008660     MOVE "N" TO WS-RREQ-EOF.
008760     OPEN INPUT REQUEST-FILE.
008860     IF WS-RREQ-STATUS NOT = "00"
008960         IF WS-RREQ-STATUS = "05"
009060             CLOSE REQUEST-FILE
009160         END-IF
009260         GO TO 0190-EXIT
009360     END-IF.
009460     OPEN OUTPUT NEW-REQUEST-FILE.
009560     PERFORM 0195-CHECK-NEXT-REQUEST THRU 0195-EXIT
009660         UNTIL END-OF-REQUESTS.
009760     CLOSE REQUEST-FILE.
009860     CLOSE NEW-REQUEST-FILE.
009960     IF WS-TOLD-COUNT = ZERO
010060         MOVE "rm -f rptreq.tmp" TO WS-COMMAND
010160     ELSE
010260         MOVE "mv rptreq.tmp rptreq.dat" TO WS-COMMAND
010360     END-IF.
010460     CALL "SYSTEM" USING WS-COMMAND.
010560     IF WS-TOLD-COUNT NOT = ZERO
010660         DISPLAY "PRESS ENTER TO ACKNOWLEDGE THE REPORT "
010760             "RESULT(S) ABOVE."
010860         ACCEPT WS-ACK-ANSWER
010960     END-IF.
011060 0190-EXIT.
011160     EXIT.

011360 0195-CHECK-NEXT-REQUEST.
011460     READ REQUEST-FILE
011560         AT END
011660             MOVE "Y" TO WS-RREQ-EOF
011760             GO TO 0195-EXIT
011860     END-READ.
011960     IF RQ-REQUESTER = WS-OPERATOR-ID
012060             AND (RQ-READY OR RQ-FAILED)
012160             AND NOT RQ-REQUESTER-TOLD
012260         IF WS-TOLD-COUNT = ZERO
012360             DISPLAY "*** YOUR REQUESTED REPORTS ***"
012460         END-IF
012560         ADD 1 TO WS-TOLD-COUNT
012660         IF RQ-READY
012760             DISPLAY "  READY  " RQ-REPORT " "
012860                 FUNCTION TRIM(RQ-DIRECTORY) " RUN " RQ-RUN-DATE
012960                 " - " FUNCTION TRIM(RQ-OUTCOME)
013060         ELSE
013160             DISPLAY "  FAILED " RQ-REPORT " "
013260                 FUNCTION TRIM(RQ-DIRECTORY) " RUN " RQ-RUN-DATE
013360                 " - " FUNCTION TRIM(RQ-OUTCOME)
013460         END-IF
013560         IF RQ-LISTING NOT = SPACE
013660             DISPLAY "         LISTING " FUNCTION TRIM(RQ-LISTING)
013760                 " - REPRINT IT THROUGH RPTLIB"
013860         END-IF
013960         DISPLAY "         QUEUED " RQ-DATE " - "
014060             FUNCTION TRIM(RQ-PARAMETERS)
014160         MOVE "Y" TO RQ-TOLD
014260     END-IF.
014360     MOVE REPORT-REQUEST-RECORD TO NEW-REQUEST-RECORD.
014460     WRITE NEW-REQUEST-RECORD.
014560 0195-EXIT.
014660     EXIT.

014860*    A CLERK QUEUES A REPORT THAT NEEDS PROMPT ANSWERS OR A
014960*    CFG EDIT: THE ANSWERS ARE TAKEN HERE, TURNED INTO THE
015060*    KEYWORD=VALUE RUN PARAMETER THE REPORT READS AFTER THE
015160*    DIRECTORY, AND QUEUED PENDING UNDER THIS OPERATOR FOR
015260*    SCHEDDRV TO RUN AFTER TONIGHT'S CHAIN.
015360 2000-REQUEST-A-REPORT.
015460     DISPLAY "REPORT TO RUN OVERNIGHT:".
015560     DISPLAY "  1 = PHONAUD  CHANGE-HISTORY AUDIT".
015660     DISPLAY "  2 = PHONDELT DELTA AGAINST A DATED BACKUP".
015760     DISPLAY "  3 = PHONEXTR CRITERIA EXTRACT".
015860     DISPLAY "  4 = PHONMAIL MAILING LIST".
015960     DISPLAY "SELECTION (BLANK = CANCEL) ? ".
016060     MOVE SPACE TO WS-REPORT-CHOICE.
016160     ACCEPT WS-REPORT-CHOICE.
016260     EVALUATE WS-REPORT-CHOICE
016360         WHEN "1"
016460             MOVE "PHONAUD"  TO WS-REQ-REPORT
016560         WHEN "2"
016660             MOVE "PHONDELT" TO WS-REQ-REPORT
016760         WHEN "3"
016860             MOVE "PHONEXTR" TO WS-REQ-REPORT
016960         WHEN "4"
017060             MOVE "PHONMAIL" TO WS-REQ-REPORT
017160         WHEN SPACE
017260             GO TO 2000-EXIT
017360         WHEN OTHER
017460             DISPLAY "PLEASE ENTER 1, 2, 3, OR 4 - NOTHING "
017560                 "QUEUED."
017660             GO TO 2000-EXIT
017760     END-EVALUATE.
017860     DISPLAY "WHICH DIRECTORY ?".
017960     MOVE 1 TO WS-REG-DIGIT.
018060     PERFORM 2100-SHOW-REGISTRY-ROW THRU 2100-EXIT
018160         UNTIL WS-REG-DIGIT > 9.
018260     DISPLAY "SELECTION ? ".
018360     MOVE SPACE TO WS-REG-CHOICE.
018460     ACCEPT WS-REG-CHOICE.
018560     MOVE "C" TO WS-REG-FUNCTION.
018660     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
018760         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
018860         WS-REG-RESULT.
018960     IF WS-REG-RESULT NOT = "Y"
019060         DISPLAY "NOT ONE OF THE LISTED CHOICES - NOTHING "
019160             "QUEUED."
019260         GO TO 2000-EXIT
019360     END-IF.
019460     MOVE SPACE TO WS-REQ-PARAMETERS.
019560     MOVE 1 TO WS-REQ-POINTER.
019660     MOVE "Y" TO WS-REQ-SWITCH.
019760     EVALUATE WS-REQ-REPORT
019860         WHEN "PHONAUD"
019960             PERFORM 2200-AUDIT-PARAMETERS THRU 2200-EXIT
020060         WHEN "PHONDELT"
020160             PERFORM 2300-DELTA-PARAMETERS THRU 2300-EXIT
020260         WHEN "PHONEXTR"
020360             PERFORM 2400-EXTRACT-PARAMETERS THRU 2400-EXIT
020460     END-EVALUATE.
020560     IF NOT REQUEST-IS-VALID
020660         DISPLAY "NOTHING QUEUED."
020760         GO TO 2000-EXIT
020860     END-IF.
020960     MOVE SPACE              TO REPORT-REQUEST-RECORD.
021060     MOVE "P"                TO RQ-STATUS.
021160     ACCEPT RQ-DATE FROM DATE YYYYMMDD.
021260     ACCEPT RQ-TIME FROM TIME.
021360     MOVE WS-OPERATOR-ID     TO RQ-REQUESTER.
021460     MOVE WS-REQ-REPORT      TO RQ-REPORT.
021560     MOVE WS-REG-DIRECTORY   TO RQ-DIRECTORY.
021660     MOVE WS-REQ-PARAMETERS  TO RQ-PARAMETERS.
021760     MOVE ZERO               TO RQ-RUN-CODE.
021860     MOVE "N"                TO RQ-TOLD.
021960     OPEN EXTEND REQUEST-FILE.
022060     IF WS-RREQ-STATUS NOT = "00"
022160         OPEN OUTPUT REQUEST-FILE
022260     END-IF.
022360     WRITE REPORT-REQUEST-RECORD.
022460     CLOSE REQUEST-FILE.
022560     DISPLAY "QUEUED: " WS-REQ-REPORT " ON "
022660         FUNCTION TRIM(WS-REG-DIRECTORY) " RUNS TONIGHT - THE "
022760         "RESULT SHOWS AT YOUR NEXT SIGN-ON.".
022860 2000-EXIT.
022960     EXIT.

023160 2100-SHOW-REGISTRY-ROW.
023260     MOVE "C" TO WS-REG-FUNCTION.
023360     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
023460     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
023560         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
023660         WS-REG-RESULT.
023760     IF WS-REG-RESULT = "Y"
023860         DISPLAY "  " WS-REG-CHOICE " = " WS-REG-DESCRIPTION
023960     END-IF.
024060     ADD 1 TO WS-REG-DIGIT.
024160 2100-EXIT.
024260     EXIT.

024460*    THE SAME LIMITS PHONAUD PROMPTS FOR; THE DIRECTORY
024560*    CHOSEN ABOVE IS THE DIRECTORY LIMIT.
024660 2200-AUDIT-PARAMETERS.
024760     MOVE "NUMBER" TO WS-PARM-KEYWORD.
024860     DISPLAY "LIMIT TO PHONE NUMBER (BLANK FOR ALL) ? ".
024960     MOVE SPACE TO WS-PARM-VALUE.
025060     ACCEPT WS-PARM-VALUE.
025160     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
025260     MOVE "OPERATOR" TO WS-PARM-KEYWORD.
025360     DISPLAY "LIMIT TO OPERATOR ID (BLANK FOR ALL) ? ".
025460     MOVE SPACE TO WS-PARM-VALUE.
025560     ACCEPT WS-PARM-VALUE.
025660     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
025760     PERFORM 2500-DATE-RANGE THRU 2500-EXIT.
025860 2200-EXIT.
025960     EXIT.

026160 2300-DELTA-PARAMETERS.
026260     MOVE "BACKUP" TO WS-PARM-KEYWORD.
026360     DISPLAY "COMPARE AGAINST BACKUP DATE (YYYYMMDD) ? ".
026460     MOVE SPACE TO WS-PARM-VALUE.
026560     ACCEPT WS-PARM-VALUE.
026660     IF WS-PARM-VALUE = SPACE
026760         DISPLAY "A BACKUP DATE MUST BE ENTERED."
026860         MOVE "N" TO WS-REQ-SWITCH
026960         GO TO 2300-EXIT
027060     END-IF.
027160     PERFORM 2950-CHECK-DATE THRU 2950-EXIT.
027260     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
027360 2300-EXIT.
027460     EXIT.

027660*    THE phonextr.cfg KEYWORDS, ASKED ONE AT A TIME.
027760 2400-EXTRACT-PARAMETERS.
027860     MOVE "AREA" TO WS-PARM-KEYWORD.
027960     DISPLAY "LIMIT TO AREA CODE (BLANK FOR ALL) ? ".
028060     MOVE SPACE TO WS-PARM-VALUE.
028160     ACCEPT WS-PARM-VALUE.
028260     IF WS-PARM-VALUE NOT = SPACE
028360             AND (WS-PARM-VALUE (1:3) NOT NUMERIC
028460             OR WS-PARM-VALUE (4:) NOT = SPACE)
028560         DISPLAY "AN AREA CODE IS THREE DIGITS."
028660         MOVE "N" TO WS-REQ-SWITCH
028760     END-IF.
028860     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
028960     PERFORM 2500-DATE-RANGE THRU 2500-EXIT.
029060     MOVE "OPERATOR" TO WS-PARM-KEYWORD.
029160     DISPLAY "LIMIT TO OPERATOR ID (BLANK FOR ALL) ? ".
029260     MOVE SPACE TO WS-PARM-VALUE.
029360     ACCEPT WS-PARM-VALUE.
029460     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
029560     MOVE "COUNTRY" TO WS-PARM-VALUE.
029660     PERFORM 2450-ASK-INCLUDE THRU 2450-EXIT.
029760     MOVE "EXTENSION" TO WS-PARM-VALUE.
029860     PERFORM 2450-ASK-INCLUDE THRU 2450-EXIT.
029960     MOVE "ENTRYDATE" TO WS-PARM-VALUE.
030060     PERFORM 2450-ASK-INCLUDE THRU 2450-EXIT.
030160 2400-EXIT.
030260     EXIT.

030460 2450-ASK-INCLUDE.
030560     DISPLAY "ALSO INCLUDE " FUNCTION TRIM(WS-PARM-VALUE)
030660         " (Y/N) ? ".
030760     MOVE SPACE TO WS-INCLUDE-ANSWER.
030860     ACCEPT WS-INCLUDE-ANSWER.
030960     IF WS-INCLUDE-ANSWER = "Y" OR "y"
031060         MOVE "INCLUDE" TO WS-PARM-KEYWORD
031160         PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT
031260     END-IF.
031360 2450-EXIT.
031460     EXIT.

031660 2500-DATE-RANGE.
031760     MOVE "FROMDATE" TO WS-PARM-KEYWORD.
031860     DISPLAY "FROM DATE YYYYMMDD (BLANK FOR ALL) ? ".
031960     MOVE SPACE TO WS-PARM-VALUE.
032060     ACCEPT WS-PARM-VALUE.
032160     PERFORM 2950-CHECK-DATE THRU 2950-EXIT.
032260     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
032360     MOVE "TODATE" TO WS-PARM-KEYWORD.
032460     DISPLAY "TO DATE YYYYMMDD (BLANK FOR ALL) ? ".
032560     MOVE SPACE TO WS-PARM-VALUE.
032660     ACCEPT WS-PARM-VALUE.
032760     PERFORM 2950-CHECK-DATE THRU 2950-EXIT.
032860     PERFORM 2900-ADD-PARAMETER THRU 2900-EXIT.
032960 2500-EXIT.
033060     EXIT.

033260*    A BLANK ANSWER MEANS NO LIMIT AND ADDS NOTHING. THE
033360*    REPORT SPLITS ITS PARAMETER ON SPACES, SO AN ANSWER
033460*    WITH A SPACE IN IT CANNOT BE QUEUED.
033560 2900-ADD-PARAMETER.
033660     IF WS-PARM-VALUE = SPACE
033760         GO TO 2900-EXIT
033860     END-IF.
033960     IF WS-PARM-VALUE (1:1) = SPACE
034060         MOVE FUNCTION TRIM(WS-PARM-VALUE) TO WS-PARM-VALUE
034160     END-IF.
034260     MOVE ZERO TO WS-WORD-LENGTH.
034360     INSPECT WS-PARM-VALUE TALLYING WS-WORD-LENGTH
034460         FOR CHARACTERS BEFORE INITIAL SPACE.
034560     IF WS-WORD-LENGTH < 30
034580             AND WS-PARM-VALUE (WS-WORD-LENGTH + 1:)
034600                 NOT = SPACE
034660         DISPLAY FUNCTION TRIM(WS-PARM-KEYWORD)
034760             " MAY NOT CONTAIN A SPACE."
034860         MOVE "N" TO WS-REQ-SWITCH
034960         GO TO 2900-EXIT
035060     END-IF.
035160     STRING FUNCTION TRIM(WS-PARM-KEYWORD) DELIMITED BY SIZE
035260         "="                               DELIMITED BY SIZE
035360         FUNCTION TRIM(WS-PARM-VALUE)      DELIMITED BY SIZE
035460         " "                               DELIMITED BY SIZE
035560         INTO WS-REQ-PARAMETERS
035660         WITH POINTER WS-REQ-POINTER
035760     END-STRING.
035860 2900-EXIT.
035960     EXIT.

036160 2950-CHECK-DATE.
036260     IF WS-PARM-VALUE NOT = SPACE
036360             AND (WS-PARM-VALUE (1:8) NOT NUMERIC
036460             OR WS-PARM-VALUE (9:) NOT = SPACE)
036560         DISPLAY "A DATE IS EIGHT DIGITS, YYYYMMDD."
036660         MOVE "N" TO WS-REQ-SWITCH
036760     END-IF.
036860 2950-EXIT.
036960     EXIT.
