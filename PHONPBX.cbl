002400*----------------------------------------------------------
002500* MOD LOG:
002600*  SEP 2026  DCG  ORIGINAL PROGRAM.
002610*  OCT 2026  DCG  EACH NUMBER FED IS CHECKED AGAINST THE
002620*                 DIRECTORY'S CONTRACT COMPANION (CONTREC,
002630*                 vendcont.dat FOR vendors.csv); A VENDOR
002640*                 WHOSE CONTRACT HAS EXPIRED IS STILL FED
002650*                 BUT DRAWS A WARNING AND END CODE 4.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
004200             WITH DUPLICATES
004300         FILE STATUS IS WS-PHONE-STATUS.
004400
004410     SELECT OPTIONAL CONTRACT-FILE
004420         ASSIGN TO WS-CONTRACT-FILE-NAME
004430         ORGANIZATION IS INDEXED
004440         ACCESS MODE IS RANDOM
004450         RECORD KEY IS CN-PHONE-NUMBER
004460         FILE STATUS IS WS-CONT-STATUS.
004470
004500     SELECT FEED-FILE
004600         ASSIGN TO "pbxload.dat"
004700         ORGANIZATION IS LINE SEQUENTIAL.
005600 FD  PHONE-BOOK.
005700     COPY PHONEREC.
005800
005810 FD  CONTRACT-FILE.
005820     COPY CONTREC.
005830
005900 FD  FEED-FILE.
006000 01  FEED-LINE                   PIC X(80).
006100
006700
006800 01  WS-RULES-STATUS             PIC X(02) VALUE "00".
006900 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
006910 01  WS-CONT-STATUS              PIC X(02) VALUE "00".
007000
007100 01  WS-DIRECTORY-FILE           PIC X(20)
007200                                 VALUE "vendors.csv".
007300 01  WS-RUN-PARM                 PIC X(20).
007310 01  WS-CONTRACT-FILE-NAME       PIC X(20)
007320                                 VALUE "vendcont.dat".
007330 01  WS-CONTRACTS-ON-HAND        PIC X(01) VALUE "N".
007340 01  WS-REG-FUNCTION             PIC X(01).
007350 01  WS-REG-CHOICE               PIC X(01).
007360 01  WS-REG-DIRECTORY            PIC X(20).
007370 01  WS-REG-PREFIX               PIC X(04).
007380 01  WS-REG-DESCRIPTION          PIC X(30).
007390 01  WS-REG-RESULT               PIC X(01).
007395 01  WS-TODAY-NUM                PIC 9(08).
007400
007500 01  WS-OUT-PREFIX               PIC X(05) VALUE "9".
007600 01  WS-HOME-COUNTRY             PIC X(03) VALUE "1".
008500
008600 01  WS-FED-COUNT                PIC 9(06) COMP VALUE ZERO.
008700 01  WS-SUPPRESSED-COUNT         PIC 9(06) COMP VALUE ZERO.
008710 01  WS-EXPIRED-COUNT            PIC 9(06) COMP VALUE ZERO.
008800 01  WS-TRAILER-COUNT            PIC Z(05)9.
008900
009000 01  WS-FEED-DETAIL.
010400     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
010500     IF WS-RUN-PARM NOT = SPACE
010600         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
010650         PERFORM 5000-SET-COMPANION-NAME THRU 5000-EXIT
010700     END-IF.
010750     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
010800     PERFORM 1000-READ-DIALING-RULES THRU 1000-EXIT.
010900     PERFORM 2000-PRODUCE-FEED THRU 2000-EXIT.
011000     MOVE WS-FED-COUNT TO WS-JOURNAL-COUNT.
015800         GO TO 2000-EXIT
015900     END-IF.
016000     OPEN OUTPUT FEED-FILE.
016010     OPEN INPUT CONTRACT-FILE.
016020     IF WS-CONT-STATUS = "00"
016030         MOVE "Y" TO WS-CONTRACTS-ON-HAND
016040     END-IF.
016100     READ PHONE-BOOK NEXT RECORD
016200         AT END MOVE "Y" TO WS-BOOK-EOF
016300     END-READ.
017200     WRITE FEED-LINE.
017300     CLOSE PHONE-BOOK.
017400     CLOSE FEED-FILE.
017410     IF WS-CONTRACTS-ON-HAND = "Y"
017420         CLOSE CONTRACT-FILE
017430     END-IF.
017500     DISPLAY "PHONPBX - " WS-FED-COUNT " NUMBER(S) FED TO "
017600         "pbxload.dat, " WS-SUPPRESSED-COUNT
017700         " PRIVACY-SUPPRESSED.".
017710     IF WS-EXPIRED-COUNT > ZERO
017720         DISPLAY WS-EXPIRED-COUNT " NUMBER(S) FED FOR VENDORS "
017730             "WHOSE CONTRACT HAS EXPIRED - SEE CONTTICK."
017740         MOVE 4 TO RETURN-CODE
017750         MOVE 4 TO WS-END-CODE
017760     END-IF.
017800 2000-EXIT.
017900     EXIT.
018000
018300         ADD 1 TO WS-SUPPRESSED-COUNT
018400         GO TO 2100-READ-NEXT
018500     END-IF.
018550     IF WS-CONTRACTS-ON-HAND = "Y"
018560         PERFORM 2300-CHECK-CONTRACT THRU 2300-EXIT
018570     END-IF.
018600     PERFORM 2200-BUILD-DIAL-STRING THRU 2200-EXIT.
018700     MOVE SPACE            TO WS-FEED-DETAIL.
018800     MOVE PHONE-NUMBER     TO FD-NUMBER.
022400     END-IF.
022500 2200-EXIT.
022600     EXIT.
022700
022800*    AN EXPIRED VENDOR IS STILL FED - THE SWITCH ROOM MAY
022900*    NEED THE NUMBER WHILE THE RENEWAL IS CHASED - BUT THE
023000*    RUN SAYS SO BEFORE THE NUMBER GOES INTO THE DIAL PLAN.
023100 2300-CHECK-CONTRACT.
023200     MOVE PHONE-NUMBER TO CN-PHONE-NUMBER.
023300     READ CONTRACT-FILE
023400         INVALID KEY
023500             GO TO 2300-EXIT
023600     END-READ.
023700     IF CN-END-DATE NUMERIC
023800             AND CN-END-DATE < WS-TODAY-NUM
023900         DISPLAY "WARNING: CONTRACT FOR " PHONE-NUMBER
024000             " ENDED " CN-END-DATE
024100             " - NUMBER STILL FED TO THE DIAL PLAN."
024200         ADD 1 TO WS-EXPIRED-COUNT
024300     END-IF.
024400 2300-EXIT.
024500     EXIT.
024600
024700 5000-SET-COMPANION-NAME.
024800     MOVE "D" TO WS-REG-FUNCTION.
024900     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
025000     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
025100         WS-REG-DIRECTORY WS-REG-PREFIX
025200         WS-REG-DESCRIPTION WS-REG-RESULT.
025300     IF WS-REG-RESULT = "Y"
025400         MOVE SPACE TO WS-CONTRACT-FILE-NAME
025500         STRING FUNCTION TRIM(WS-REG-PREFIX)
025600                                            DELIMITED BY SIZE
025700             "cont.dat"                     DELIMITED BY SIZE
025800             INTO WS-CONTRACT-FILE-NAME
025900         END-STRING
026000     END-IF.
026100 5000-EXIT.
026200     EXIT.
