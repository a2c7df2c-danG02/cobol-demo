000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTTICK.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MONTHLY VENDOR CONTRACT RENEWAL TICKLER. READS THE
000900*       CONTRACT COMPANION FILE (CONTREC, MAINTAINED BY
001000*       CONTMNT) FOR THE DIRECTORY ON THE RUN PARAMETER
001100*       (DEFAULT vendors.csv, SO vendcont.dat) AND LISTS
001200*       EVERY CONTRACT WHOSE NOTICE WINDOW - THE NOTICE
001300*       PERIOD COUNTED BACK FROM THE END DATE - OPENS IN THE
001400*       NEXT 31 DAYS, IS ALREADY OPEN, OR HAS RUN OUT WITH
001500*       THE CONTRACT EXPIRED AND STILL ON FILE. THE LIST IS
001600*       SORTED BY OWNING OPERATOR AND THEN BY THE DATE THE
001700*       WINDOW OPENS, SO EACH OWNER SEES THEIR OWN RENEWALS
001800*       IN THE ORDER THEY FALL DUE. VENDOR NAMES ARE PULLED
001900*       LIVE FROM THE DIRECTORY. SHEET GOES TO conttick.lst;
002000*       END CODE 4 WHEN ANY CONTRACT HAS EXPIRED.
002100*----------------------------------------------------------
002200* MOD LOG:
002300*  OCT 2026  DCG  ORIGINAL PROGRAM.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT OPTIONAL CONTRACT-FILE
002900         ASSIGN TO WS-CONTRACT-FILE-NAME
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS SEQUENTIAL
003200         RECORD KEY IS CN-PHONE-NUMBER
003300         FILE STATUS IS WS-CONT-STATUS.
003400
003500     SELECT OPTIONAL PHONE-BOOK
003600         ASSIGN TO WS-DIRECTORY-FILE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS PHONE-NUMBER
004000         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004100             WITH DUPLICATES
004200         FILE STATUS IS WS-PHONE-STATUS.
004300
004400     SELECT SORT-WORK-FILE
004500         ASSIGN TO "phonwork.srt".
004600
004700     SELECT REPORT-FILE
004800         ASSIGN TO "conttick.lst"
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CONTRACT-FILE.
005400     COPY CONTREC.
005500
005600 FD  PHONE-BOOK.
005700     COPY PHONEREC.
005800
005900 SD  SORT-WORK-FILE.
006000 01  SORT-RECORD.
006100     05  SR-OWNER-ID             PIC X(08).
006200     05  SR-NOTICE-DATE          PIC 9(08).
006300     05  SR-PHONE-NUMBER         PIC X(15).
006400     05  SR-END-DATE             PIC X(08).
006500     05  SR-REFERENCE            PIC X(20).
006600     05  SR-STATE                PIC X(24).
006700     05  SR-EXPIRED              PIC X(01).
006800
006900 FD  REPORT-FILE.
007000 01  REPORT-LINE                 PIC X(120).
007100
007200 WORKING-STORAGE SECTION.
007300
007400 01  WS-JOB-NAME                 PIC X(08) VALUE "CONTTICK".
007500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007700
007800 01  WS-CONT-STATUS              PIC X(02) VALUE "00".
007900 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008000
008100 01  WS-DIRECTORY-FILE           PIC X(20)
008200                                 VALUE "vendors.csv".
008300 01  WS-CONTRACT-FILE-NAME       PIC X(20)
008400                                 VALUE "vendcont.dat".
008500 01  WS-RUN-PARM                 PIC X(20).
008600 01  WS-REG-FUNCTION             PIC X(01).
008700 01  WS-REG-CHOICE               PIC X(01).
008800 01  WS-REG-DIRECTORY            PIC X(20).
008900 01  WS-REG-PREFIX               PIC X(04).
009000 01  WS-REG-DESCRIPTION          PIC X(30).
009100 01  WS-REG-RESULT               PIC X(01).
009200
009300 01  WS-CONT-EOF                 PIC X(01) VALUE "N".
009400 01  WS-SORT-EOF                 PIC X(01) VALUE "N".
009500     88  END-OF-SORT-FILE                VALUE "Y".
009600 01  WS-BOOK-ON-HAND             PIC X(01) VALUE "N".
009700
009800 01  WS-DATE-NUM                 PIC 9(08).
009900 01  WS-TODAY-NUM                PIC 9(08).
010000 01  WS-TODAY-DAY                PIC 9(08) COMP.
010100 01  WS-END-DAY                  PIC 9(08) COMP.
010200 01  WS-NOTICE-DAY               PIC 9(08) COMP.
010300 01  WS-DAYS-AWAY                PIC 9(05) COMP.
010400 01  WS-DAYS-EDIT                PIC ZZ9.
010500 01  WS-LOOK-AHEAD               PIC 9(03) VALUE 031.
010600
010700 01  WS-CURRENT-OWNER            PIC X(08).
010800 01  WS-HAVE-OWNER               PIC X(01) VALUE "N".
010900 01  WS-VENDOR-NAME              PIC X(20).
011000
011100 01  WS-LISTED-COUNT             PIC 9(05) COMP VALUE ZERO.
011200 01  WS-EXPIRED-COUNT            PIC 9(05) COMP VALUE ZERO.
011300 01  WS-READ-COUNT               PIC 9(05) COMP VALUE ZERO.
011400
011500 01  WS-TICKLER-DETAIL.
011600     05  FILLER                  PIC X(03) VALUE SPACE.
011700     05  TK-NUMBER               PIC X(15).
011800     05  FILLER                  PIC X(01) VALUE SPACE.
011900     05  TK-VENDOR               PIC X(20).
012000     05  FILLER                  PIC X(01) VALUE SPACE.
012100     05  TK-END-DATE             PIC X(08).
012200     05  FILLER                  PIC X(01) VALUE SPACE.
012300     05  TK-NOTICE-DATE          PIC 9(08).
012400     05  FILLER                  PIC X(01) VALUE SPACE.
012500     05  TK-STATE                PIC X(24).
012600     05  FILLER                  PIC X(01) VALUE SPACE.
012700     05  TK-REFERENCE            PIC X(20).
012800
012900 PROCEDURE DIVISION.
013000
013100 0000-MAINLINE.
013200     CALL "JOBHDR" USING WS-JOB-NAME.
013300     MOVE SPACE TO WS-RUN-PARM.
013400     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
013500     IF WS-RUN-PARM NOT = SPACE
013600         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
013700         PERFORM 5000-SET-COMPANION-NAME THRU 5000-EXIT
013800     END-IF.
013900     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
014000     COMPUTE WS-TODAY-DAY =
014100         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
014200     OPEN INPUT CONTRACT-FILE.
014300     IF WS-CONT-STATUS NOT = "00"
014400         DISPLAY "NO CONTRACT FILE "
014500             FUNCTION TRIM(WS-CONTRACT-FILE-NAME)
014600             " ON HAND - NOTHING TO REPORT."
014700         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
014800             WS-END-CODE
014900         GOBACK
015000     END-IF.
015100     OPEN INPUT PHONE-BOOK.
015200     IF WS-PHONE-STATUS = "00"
015300         MOVE "Y" TO WS-BOOK-ON-HAND
015400     END-IF.
015500     OPEN OUTPUT REPORT-FILE.
015600     MOVE SPACE TO REPORT-LINE.
015700     STRING "VENDOR CONTRACT RENEWAL TICKLER - "
015800                                         DELIMITED BY SIZE
015900         FUNCTION TRIM(WS-DIRECTORY-FILE) DELIMITED BY SIZE
016000         " - RUN "                       DELIMITED BY SIZE
016100         WS-TODAY-NUM                    DELIMITED BY SIZE
016200         INTO REPORT-LINE
016300     END-STRING.
016400     WRITE REPORT-LINE.
016500     MOVE "   NUMBER          VENDOR               ENDS     "
016600         TO REPORT-LINE.
016700     MOVE "NOTICE   STATUS                   REFERENCE"
016800         TO REPORT-LINE (50:).
016900     WRITE REPORT-LINE.
017000     SORT SORT-WORK-FILE
017100         ON ASCENDING KEY SR-OWNER-ID SR-NOTICE-DATE
017200         INPUT PROCEDURE IS 2000-RELEASE-CONTRACTS
017300         OUTPUT PROCEDURE IS 3000-WRITE-TICKLER.
017400     IF WS-LISTED-COUNT = ZERO
017500         WRITE REPORT-LINE FROM SPACE
017600         MOVE "   (NO CONTRACTS DUE FOR NOTICE OR EXPIRED)"
017700             TO REPORT-LINE
017800         WRITE REPORT-LINE
017900     END-IF.
018000     CLOSE CONTRACT-FILE.
018100     IF WS-BOOK-ON-HAND = "Y"
018200         CLOSE PHONE-BOOK
018300     END-IF.
018400     CLOSE REPORT-FILE.
018500     DISPLAY "CONTTICK - " WS-READ-COUNT " CONTRACT(S) READ, "
018600         WS-LISTED-COUNT " LISTED, " WS-EXPIRED-COUNT
018700         " EXPIRED - SHEET IS ON conttick.lst.".
018800     IF WS-EXPIRED-COUNT > ZERO
018900         MOVE 4 TO RETURN-CODE
019000         MOVE 4 TO WS-END-CODE
019100     END-IF.
019200     MOVE WS-LISTED-COUNT TO WS-JOURNAL-COUNT.
019300     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
019400         WS-END-CODE.
019500     GOBACK.
019600
019700 2000-RELEASE-CONTRACTS.
019800     PERFORM 2100-RELEASE-ONE-CONTRACT THRU 2100-EXIT
019900         UNTIL WS-CONT-EOF = "Y".
020000 2000-EXIT.
020100     EXIT.
020200
020300*    THE WINDOW OPENS CN-NOTICE-DAYS BEFORE THE END DATE -
020400*    THE SAME RULE CONTMNT'S LIST SHOWS. A CONTRACT IS DUE
020500*    ON THE SHEET FROM WS-LOOK-AHEAD DAYS BEFORE ITS WINDOW
020600*    OPENS UNTIL SOMEBODY RENEWS OR DELETES IT.
020700 2100-RELEASE-ONE-CONTRACT.
020800     READ CONTRACT-FILE NEXT RECORD
020900         AT END
021000             MOVE "Y" TO WS-CONT-EOF
021100             GO TO 2100-EXIT
021200     END-READ.
021300     ADD 1 TO WS-READ-COUNT.
021400     IF CN-END-DATE NOT NUMERIC
021500         GO TO 2100-EXIT
021600     END-IF.
021700     MOVE CN-END-DATE TO WS-DATE-NUM.
021800     COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
021900     IF WS-END-DAY = ZERO
022000         GO TO 2100-EXIT
022100     END-IF.
022200     COMPUTE WS-NOTICE-DAY = WS-END-DAY - CN-NOTICE-DAYS.
022300     IF WS-NOTICE-DAY > WS-TODAY-DAY + WS-LOOK-AHEAD
022400         GO TO 2100-EXIT
022500     END-IF.
022600     MOVE SPACE TO SORT-RECORD.
022700     MOVE CN-OWNER-ID     TO SR-OWNER-ID.
022800     COMPUTE SR-NOTICE-DATE =
022900         FUNCTION DATE-OF-INTEGER(WS-NOTICE-DAY).
023000     MOVE CN-PHONE-NUMBER TO SR-PHONE-NUMBER.
023100     MOVE CN-END-DATE     TO SR-END-DATE.
023200     MOVE CN-REFERENCE    TO SR-REFERENCE.
023300     MOVE "N"             TO SR-EXPIRED.
023400     EVALUATE TRUE
023500         WHEN WS-TODAY-DAY > WS-END-DAY
023600             MOVE "EXPIRED" TO SR-STATE
023700             MOVE "Y"       TO SR-EXPIRED
023800         WHEN WS-TODAY-DAY >= WS-NOTICE-DAY
023900             COMPUTE WS-DAYS-AWAY = WS-END-DAY - WS-TODAY-DAY
024000             MOVE WS-DAYS-AWAY TO WS-DAYS-EDIT
024100             STRING "IN NOTICE, "        DELIMITED BY SIZE
024200                 FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
024300                 " DAYS LEFT"            DELIMITED BY SIZE
024400                 INTO SR-STATE
024500             END-STRING
024600         WHEN OTHER
024700             COMPUTE WS-DAYS-AWAY = WS-NOTICE-DAY - WS-TODAY-DAY
024800             MOVE WS-DAYS-AWAY TO WS-DAYS-EDIT
024900             STRING "NOTICE OPENS IN "   DELIMITED BY SIZE
025000                 FUNCTION TRIM(WS-DAYS-EDIT) DELIMITED BY SIZE
025100                 " DAYS"                 DELIMITED BY SIZE
025200                 INTO SR-STATE
025300             END-STRING
025400     END-EVALUATE.
025500     RELEASE SORT-RECORD.
025600 2100-EXIT.
025700     EXIT.
025800
025900 3000-WRITE-TICKLER.
026000     MOVE "N" TO WS-SORT-EOF.
026100     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
026200         UNTIL END-OF-SORT-FILE.
026300 3000-EXIT.
026400     EXIT.
026500
026600 3100-RETURN-NEXT.
026700     RETURN SORT-WORK-FILE
026800         AT END
026900             MOVE "Y" TO WS-SORT-EOF
027000         NOT AT END
027100             PERFORM 3200-PRINT-CONTRACT THRU 3200-EXIT
027200     END-RETURN.
027300 3100-EXIT.
027400     EXIT.
027500
027600 3200-PRINT-CONTRACT.
027700     IF WS-HAVE-OWNER = "N" OR SR-OWNER-ID NOT = WS-CURRENT-OWNER
027800         MOVE "Y" TO WS-HAVE-OWNER
027900         MOVE SR-OWNER-ID TO WS-CURRENT-OWNER
028000         WRITE REPORT-LINE FROM SPACE
028100         MOVE SPACE TO REPORT-LINE
028200         IF SR-OWNER-ID = SPACE
028300             MOVE "OWNER: *** NONE ON FILE" TO REPORT-LINE
028400         ELSE
028500             STRING "OWNER: "  DELIMITED BY SIZE
028600                 SR-OWNER-ID   DELIMITED BY SIZE
028700                 INTO REPORT-LINE
028800             END-STRING
028900         END-IF
029000         WRITE REPORT-LINE
029100     END-IF.
029200     MOVE "*** NO LONGER ON FILE" TO WS-VENDOR-NAME.
029300     IF WS-BOOK-ON-HAND = "Y"
029400         MOVE SR-PHONE-NUMBER TO PHONE-NUMBER
029500         READ PHONE-BOOK
029600             NOT INVALID KEY
029700                 CALL "NAMEDISP" USING PHONE-LAST-NAME
029800                     WS-VENDOR-NAME
029900         END-READ
030000     END-IF.
030100     MOVE SPACE           TO WS-TICKLER-DETAIL.
030200     MOVE SR-PHONE-NUMBER TO TK-NUMBER.
030300     MOVE WS-VENDOR-NAME  TO TK-VENDOR.
030400     MOVE SR-END-DATE     TO TK-END-DATE.
030500     MOVE SR-NOTICE-DATE  TO TK-NOTICE-DATE.
030600     MOVE SR-STATE        TO TK-STATE.
030700     MOVE SR-REFERENCE    TO TK-REFERENCE.
030800     WRITE REPORT-LINE FROM WS-TICKLER-DETAIL.
030900     ADD 1 TO WS-LISTED-COUNT.
031000     IF SR-EXPIRED = "Y"
031100         ADD 1 TO WS-EXPIRED-COUNT
031200     END-IF.
031300 3200-EXIT.
031400     EXIT.
031500
031600 5000-SET-COMPANION-NAME.
031700     MOVE "D" TO WS-REG-FUNCTION.
031800     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
031900     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
032000         WS-REG-DIRECTORY WS-REG-PREFIX
032100         WS-REG-DESCRIPTION WS-REG-RESULT.
032200     IF WS-REG-RESULT = "Y"
032300         MOVE SPACE TO WS-CONTRACT-FILE-NAME
032400         STRING FUNCTION TRIM(WS-REG-PREFIX)
032500                                            DELIMITED BY SIZE
032600             "cont.dat"                     DELIMITED BY SIZE
032700             INTO WS-CONTRACT-FILE-NAME
032800         END-STRING
032900     END-IF.
033000 5000-EXIT.
033100     EXIT.
