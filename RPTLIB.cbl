000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. RPTLIB.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: REPORT LIBRARY INQUIRY AND REPRINT. EVERY LISTING
000900*       THE NIGHT CHAIN (AND PHONSTAT/PHONMORN) WRITES IS
001000*       FILED BY RPTFILE AS A DATED COPY INDEXED ON
001100*       rptindex.dat (RPTIDX). THIS PROGRAM:
001200*         L = LISTS THE FILED COPIES OF ONE LISTING FROM A
001300*             GIVEN DATE ON, WITH JOB, DIRECTORY, PAGES, AND
001400*             WHETHER THE COPY IS STILL ON FILE OR PURGED.
001500*         P = REPRINTS ONE PAST COPY, FOUND BY LISTING NAME
001600*             AND RUN DATE (AND TIME WHEN THE LISTING WAS
001700*             FILED MORE THAN ONCE THAT DAY), TO rptrprt.lst
001800*             UNDER A BANNER SAYING WHAT IT IS AND WHO
001900*             REPRINTED IT.
002000*         R = SETS A REPORT TYPE'S RETENTION ON THE
002100*             rptret.dat TABLE (RPTRET) THAT RPTPURG OBEYS.
002200*         T = LISTS THE RETENTION TABLE.
002300*----------------------------------------------------------
002400* MOD LOG:
002500*  OCT 2026  DCG  ORIGINAL PROGRAM.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL REPORT-INDEX-FILE
003100         ASSIGN TO "rptindex.dat"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS RX-KEY
003500         FILE STATUS IS WS-INDEX-STATUS.
003600
003700     SELECT OPTIONAL RETENTION-FILE
003800         ASSIGN TO "rptret.dat"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS RN-JOB-NAME
004200         FILE STATUS IS WS-RET-STATUS.
004300
004400     SELECT LIBRARY-FILE
004500         ASSIGN TO WS-LIBRARY-NAME
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-LIB-STATUS.
004800
004900     SELECT REPRINT-FILE
005000         ASSIGN TO "rptrprt.lst"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  REPORT-INDEX-FILE.
005600     COPY RPTIDX.
005700
005800 FD  RETENTION-FILE.
005900     COPY RPTRET.
006000
006100 FD  LIBRARY-FILE.
006200 01  LIBRARY-LINE                PIC X(200).
006300
006400 FD  REPRINT-FILE.
006500 01  REPRINT-LINE                PIC X(200).
006600
006700 WORKING-STORAGE SECTION.
006800
006900 01  WS-JOB-NAME                 PIC X(08) VALUE "RPTLIB".
007000 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007100 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007200
007300 01  WS-INDEX-STATUS             PIC X(02) VALUE "00".
007400 01  WS-RET-STATUS               PIC X(02) VALUE "00".
007500 01  WS-LIB-STATUS               PIC X(02) VALUE "00".
007600 01  WS-LIBRARY-NAME             PIC X(40).
007700 01  WS-INDEX-ON-HAND            PIC X(01) VALUE "N".
007800
007900 01  WS-OPERATOR-ID              PIC X(08).
008000 01  WS-MENU-CHOICE              PIC X(01).
008100 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
008200     88  MENU-DONE                       VALUE "Y".
008300
008400 01  WS-ENTRY-REPORT             PIC X(20).
008500 01  WS-ENTRY-DATE               PIC X(08).
008600 01  WS-ENTRY-TIME               PIC X(06).
008700 01  WS-ENTRY-TYPE               PIC X(08).
008800 01  WS-ENTRY-DAYS               PIC X(04).
008900 01  WS-ENTRY-DESCRIPTION        PIC X(30).
009000 01  WS-ANSWER                   PIC X(01).
009100
009200 01  WS-SCAN-EOF                 PIC X(01).
009300 01  WS-LIB-EOF                  PIC X(01).
009400 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
009500 01  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
009600 01  WS-LAST-TIME                PIC X(06).
009700 01  WS-TODAY                    PIC X(08).
009800 01  WS-COUNT-EDIT               PIC Z,ZZZ,ZZ9.
009900
010000 01  WS-COPY-DETAIL.
010100     05  CD-RUN-DATE             PIC X(08).
010200     05  FILLER                  PIC X(01) VALUE SPACE.
010300     05  CD-RUN-TIME             PIC X(06).
010400     05  FILLER                  PIC X(01) VALUE SPACE.
010500     05  CD-JOB-NAME             PIC X(08).
010600     05  FILLER                  PIC X(01) VALUE SPACE.
010700     05  CD-DIRECTORY            PIC X(20).
010800     05  FILLER                  PIC X(01) VALUE SPACE.
010900     05  CD-PAGES                PIC ZZ,ZZ9.
011000     05  FILLER                  PIC X(01) VALUE SPACE.
011100     05  CD-STATE                PIC X(17).
011200
011300 PROCEDURE DIVISION.
011400
011500 0000-MAINLINE.
011600     CALL "JOBHDR" USING WS-JOB-NAME.
011700     PERFORM 1000-GET-OPERATOR-ID THRU 1000-EXIT.
011800     PERFORM 1100-OPEN-FILES THRU 1100-EXIT.
011900     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
012000         UNTIL MENU-DONE.
012100     IF WS-INDEX-ON-HAND = "Y"
012200         CLOSE REPORT-INDEX-FILE
012300     END-IF.
012400     CLOSE RETENTION-FILE.
012500     DISPLAY "RPTLIB COMPLETE.".
012600     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
012700         WS-END-CODE.
012800     GOBACK.
012900
013000 1000-GET-OPERATOR-ID.
013100     MOVE SPACE TO WS-OPERATOR-ID.
013200     DISPLAY "OPERATOR ID ? ".
013300     ACCEPT WS-OPERATOR-ID.
013400     IF WS-OPERATOR-ID = SPACE
013500         DISPLAY "OPERATOR ID MUST BE ENTERED!"
013600         GO TO 1000-GET-OPERATOR-ID
013700     END-IF.
013800 1000-EXIT.
013900     EXIT.
014000
014100*    THE INDEX IS ONLY READ HERE - RPTFILE AND RPTPURG ARE
014200*    ITS WRITERS. THE RETENTION TABLE IS OURS TO UPDATE.
014300 1100-OPEN-FILES.
014400     OPEN INPUT REPORT-INDEX-FILE.
014500     IF WS-INDEX-STATUS = "00"
014600         MOVE "Y" TO WS-INDEX-ON-HAND
014700     ELSE
014800         DISPLAY "NO REPORT LIBRARY INDEX rptindex.dat ON HAND"
014900             " - NOTHING HAS BEEN FILED YET."
015000     END-IF.
015100     OPEN I-O RETENTION-FILE.
015200     IF WS-RET-STATUS = "35"
015300         OPEN OUTPUT RETENTION-FILE
015400         CLOSE RETENTION-FILE
015500         OPEN I-O RETENTION-FILE
015600     END-IF.
015700     IF WS-RET-STATUS NOT = "00"
015800         DISPLAY "UNABLE TO OPEN rptret.dat - FILE STATUS "
015900             WS-RET-STATUS
016000         MOVE 12 TO RETURN-CODE
016100         MOVE 12 TO WS-END-CODE
016200         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
016300             WS-END-CODE
016400         GOBACK
016500     END-IF.
016600 1100-EXIT.
016700     EXIT.
016800
016900 2000-SHOW-MENU.
017000     DISPLAY "============================================".
017100     DISPLAY " REPORT LIBRARY".
017200     DISPLAY "  L = LIST FILED COPIES OF A LISTING".
017300     DISPLAY "  P = REPRINT A PAST LISTING".
017400     DISPLAY "  R = SET A REPORT TYPE'S RETENTION".
017500     DISPLAY "  T = LIST THE RETENTION TABLE".
017600     DISPLAY "  Q = QUIT".
017700     DISPLAY "============================================".
017800     DISPLAY "SELECTION ? ".
017900     ACCEPT WS-MENU-CHOICE.
018000     IF WS-MENU-CHOICE = "l" OR "p" OR "r" OR "t" OR "q"
018100         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
018200             TO WS-MENU-CHOICE
018300     END-IF.
018400     EVALUATE WS-MENU-CHOICE
018500         WHEN "L"
018600             PERFORM 3000-LIST-COPIES THRU 3000-EXIT
018700         WHEN "P"
018800             PERFORM 4000-REPRINT-COPY THRU 4000-EXIT
018900         WHEN "R"
019000             PERFORM 5000-SET-RETENTION THRU 5000-EXIT
019100         WHEN "T"
019200             PERFORM 6000-LIST-RETENTION THRU 6000-EXIT
019300         WHEN "Q"
019400             MOVE "Y" TO WS-QUIT-SWITCH
019500         WHEN OTHER
019600             DISPLAY "PLEASE ENTER L, P, R, T, OR Q."
019700     END-EVALUATE.
019800 2000-EXIT.
019900     EXIT.
020000
020100*    LISTING NAMES ARE KEPT AS THE PROGRAMS WRITE THEM -
020200*    LOWER CASE - SO THE NAME IS FOLDED DOWN, NOT UP.
020300 2100-GET-REPORT-NAME.
020400     DISPLAY "LISTING NAME (E.G. phonerpt.lst) ? ".
020500     MOVE SPACE TO WS-ENTRY-REPORT.
020600     ACCEPT WS-ENTRY-REPORT.
020700     MOVE FUNCTION LOWER-CASE(WS-ENTRY-REPORT)
020800         TO WS-ENTRY-REPORT.
020900 2100-EXIT.
021000     EXIT.
021100
021200 3000-LIST-COPIES.
021300     IF WS-INDEX-ON-HAND NOT = "Y"
021400         DISPLAY "NOTHING HAS BEEN FILED YET."
021500         GO TO 3000-EXIT
021600     END-IF.
021700     PERFORM 2100-GET-REPORT-NAME THRU 2100-EXIT.
021800     IF WS-ENTRY-REPORT = SPACE
021900         GO TO 3000-EXIT
022000     END-IF.
022100     DISPLAY "FROM RUN DATE (YYYYMMDD, BLANK = EARLIEST) ? ".
022200     MOVE SPACE TO WS-ENTRY-DATE.
022300     ACCEPT WS-ENTRY-DATE.
022400     MOVE ZERO TO WS-LIST-COUNT.
022500     MOVE "N" TO WS-SCAN-EOF.
022600     MOVE WS-ENTRY-REPORT TO RX-REPORT-NAME.
022700     MOVE WS-ENTRY-DATE   TO RX-RUN-DATE.
022800     MOVE LOW-VALUES      TO RX-RUN-TIME.
022900     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
023000         INVALID KEY
023100             MOVE "Y" TO WS-SCAN-EOF
023200     END-START.
023300     DISPLAY "RUN DATE TIME   JOB      DIRECTORY             "
023400         "PAGES STATE".
023500     PERFORM 3100-LIST-NEXT-COPY THRU 3100-EXIT
023600         UNTIL WS-SCAN-EOF = "Y".
023700     DISPLAY WS-LIST-COUNT " COPY(S) OF "
023800         FUNCTION TRIM(WS-ENTRY-REPORT) " LISTED.".
023900 3000-EXIT.
024000     EXIT.
024100
024200 3100-LIST-NEXT-COPY.
024300     READ REPORT-INDEX-FILE NEXT RECORD
024400         AT END
024500             MOVE "Y" TO WS-SCAN-EOF
024600             GO TO 3100-EXIT
024700     END-READ.
024800     IF RX-REPORT-NAME NOT = WS-ENTRY-REPORT
024900         MOVE "Y" TO WS-SCAN-EOF
025000         GO TO 3100-EXIT
025100     END-IF.
025200     PERFORM 3200-SHOW-COPY THRU 3200-EXIT.
025300     ADD 1 TO WS-LIST-COUNT.
025400 3100-EXIT.
025500     EXIT.
025600
025700 3200-SHOW-COPY.
025800     MOVE RX-RUN-DATE   TO CD-RUN-DATE.
025900     MOVE RX-RUN-TIME   TO CD-RUN-TIME.
026000     MOVE RX-JOB-NAME   TO CD-JOB-NAME.
026100     MOVE RX-DIRECTORY  TO CD-DIRECTORY.
026200     MOVE RX-PAGE-COUNT TO CD-PAGES.
026300     IF RX-PURGED
026400         MOVE SPACE TO CD-STATE
026500         STRING "PURGED " RX-PURGE-DATE DELIMITED BY SIZE
026600             INTO CD-STATE
026700         END-STRING
026800     ELSE
026900         MOVE "ON FILE" TO CD-STATE
027000     END-IF.
027100     DISPLAY WS-COPY-DETAIL.
027200 3200-EXIT.
027300     EXIT.
027400
027500*    A LISTING FILED MORE THAN ONCE ON THE DAY ASKED FOR
027600*    (A RERUN) IS SHOWN RUN BY RUN AND THE OPERATOR PICKS
027700*    THE TIME; BLANK TAKES THE LAST RUN OF THE DAY.
027800 4000-REPRINT-COPY.
027900     IF WS-INDEX-ON-HAND NOT = "Y"
028000         DISPLAY "NOTHING HAS BEEN FILED YET."
028100         GO TO 4000-EXIT
028200     END-IF.
028300     PERFORM 2100-GET-REPORT-NAME THRU 2100-EXIT.
028400     IF WS-ENTRY-REPORT = SPACE
028500         GO TO 4000-EXIT
028600     END-IF.
028700     DISPLAY "RUN DATE (YYYYMMDD) ? ".
028800     MOVE SPACE TO WS-ENTRY-DATE.
028900     ACCEPT WS-ENTRY-DATE.
029000     IF WS-ENTRY-DATE NOT NUMERIC
029100         DISPLAY "THE RUN DATE MUST BE EIGHT DIGITS, YYYYMMDD."
029200         GO TO 4000-EXIT
029300     END-IF.
029400     MOVE ZERO TO WS-LIST-COUNT.
029500     MOVE SPACE TO WS-LAST-TIME.
029600     MOVE "N" TO WS-SCAN-EOF.
029700     MOVE WS-ENTRY-REPORT TO RX-REPORT-NAME.
029800     MOVE WS-ENTRY-DATE   TO RX-RUN-DATE.
029900     MOVE LOW-VALUES      TO RX-RUN-TIME.
030000     START REPORT-INDEX-FILE KEY IS NOT LESS THAN RX-KEY
030100         INVALID KEY
030200             MOVE "Y" TO WS-SCAN-EOF
030300     END-START.
030400     PERFORM 4100-FIND-DAYS-COPY THRU 4100-EXIT
030500         UNTIL WS-SCAN-EOF = "Y".
030600     IF WS-LIST-COUNT = ZERO
030700         DISPLAY "NO COPY OF " FUNCTION TRIM(WS-ENTRY-REPORT)
030800             " WAS FILED ON " WS-ENTRY-DATE "."
030900         GO TO 4000-EXIT
031000     END-IF.
031100     MOVE WS-LAST-TIME TO WS-ENTRY-TIME.
031200     IF WS-LIST-COUNT > 1
031300         DISPLAY "RUN TIME (HHMMSS, BLANK = LAST OF THE DAY) ? "
031400         MOVE SPACE TO WS-ENTRY-TIME
031500         ACCEPT WS-ENTRY-TIME
031600         IF WS-ENTRY-TIME = SPACE
031700             MOVE WS-LAST-TIME TO WS-ENTRY-TIME
031800         END-IF
031900     END-IF.
032000     MOVE WS-ENTRY-REPORT TO RX-REPORT-NAME.
032100     MOVE WS-ENTRY-DATE   TO RX-RUN-DATE.
032200     MOVE WS-ENTRY-TIME   TO RX-RUN-TIME.
032300     READ REPORT-INDEX-FILE
032400         INVALID KEY
032500             DISPLAY "NO COPY FILED AT " WS-ENTRY-TIME
032600                 " THAT DAY."
032700             GO TO 4000-EXIT
032800     END-READ.
032900     IF RX-PURGED
033000         DISPLAY "THAT COPY WAS PURGED ON " RX-PURGE-DATE
033100             " UNDER THE RETENTION TABLE - IT CANNOT BE "
033200             "REPRINTED."
033300         GO TO 4000-EXIT
033400     END-IF.
033500     PERFORM 4200-WRITE-REPRINT THRU 4200-EXIT.
033600 4000-EXIT.
033700     EXIT.
033800
033900 4100-FIND-DAYS-COPY.
034000     READ REPORT-INDEX-FILE NEXT RECORD
034100         AT END
034200             MOVE "Y" TO WS-SCAN-EOF
034300             GO TO 4100-EXIT
034400     END-READ.
034500     IF RX-REPORT-NAME NOT = WS-ENTRY-REPORT
034600             OR RX-RUN-DATE NOT = WS-ENTRY-DATE
034700         MOVE "Y" TO WS-SCAN-EOF
034800         GO TO 4100-EXIT
034900     END-IF.
035000     PERFORM 3200-SHOW-COPY THRU 3200-EXIT.
035100     MOVE RX-RUN-TIME TO WS-LAST-TIME.
035200     ADD 1 TO WS-LIST-COUNT.
035300 4100-EXIT.
035400     EXIT.
035500
035600 4200-WRITE-REPRINT.
035700     MOVE RX-LIBRARY-FILE TO WS-LIBRARY-NAME.
035800     OPEN INPUT LIBRARY-FILE.
035900     IF WS-LIB-STATUS NOT = "00"
036000         DISPLAY "LIBRARY COPY " FUNCTION TRIM(WS-LIBRARY-NAME)
036100             " IS MISSING - FILE STATUS " WS-LIB-STATUS
036200         GO TO 4200-EXIT
036300     END-IF.
036400     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
036500     OPEN OUTPUT REPRINT-FILE.
036600     MOVE SPACE TO REPRINT-LINE.
036700     STRING "*** REPRINT OF "              DELIMITED BY SIZE
036800         FUNCTION TRIM(RX-REPORT-NAME)     DELIMITED BY SIZE
036900         " - JOB "                         DELIMITED BY SIZE
037000         FUNCTION TRIM(RX-JOB-NAME)        DELIMITED BY SIZE
037100         " - "                             DELIMITED BY SIZE
037200         FUNCTION TRIM(RX-DIRECTORY)       DELIMITED BY SIZE
037300         " - RUN "                         DELIMITED BY SIZE
037400         RX-RUN-DATE                       DELIMITED BY SIZE
037500         " "                               DELIMITED BY SIZE
037600         RX-RUN-TIME                       DELIMITED BY SIZE
037700         " ***"                            DELIMITED BY SIZE
037800         INTO REPRINT-LINE
037900     END-STRING.
038000     WRITE REPRINT-LINE.
038100     MOVE SPACE TO REPRINT-LINE.
038200     STRING "*** REPRINTED "               DELIMITED BY SIZE
038300         WS-TODAY                          DELIMITED BY SIZE
038400         " BY "                            DELIMITED BY SIZE
038500         FUNCTION TRIM(WS-OPERATOR-ID)     DELIMITED BY SIZE
038600         " ***"                            DELIMITED BY SIZE
038700         INTO REPRINT-LINE
038800     END-STRING.
038900     WRITE REPRINT-LINE.
039000     WRITE REPRINT-LINE FROM SPACE.
039100     MOVE ZERO TO WS-LINE-COUNT.
039200     MOVE "N" TO WS-LIB-EOF.
039300     PERFORM 4300-COPY-NEXT-LINE THRU 4300-EXIT
039400         UNTIL WS-LIB-EOF = "Y".
039500     CLOSE LIBRARY-FILE.
039600     CLOSE REPRINT-FILE.
039700     ADD 1 TO WS-JOURNAL-COUNT.
039800     MOVE WS-LINE-COUNT TO WS-COUNT-EDIT.
039900     DISPLAY FUNCTION TRIM(WS-COUNT-EDIT) " LINE(S) OF "
040000         FUNCTION TRIM(RX-REPORT-NAME) " REPRINTED TO "
040100         "rptrprt.lst.".
040200 4200-EXIT.
040300     EXIT.
040400
040500 4300-COPY-NEXT-LINE.
040600     MOVE SPACE TO LIBRARY-LINE.
040700     READ LIBRARY-FILE
040800         AT END
040900             MOVE "Y" TO WS-LIB-EOF
041000             GO TO 4300-EXIT
041100     END-READ.
041200     WRITE REPRINT-LINE FROM LIBRARY-LINE.
041300     ADD 1 TO WS-LINE-COUNT.
041400 4300-EXIT.
041500     EXIT.
041600
041700*    THE REPORT TYPE IS THE JOB THAT WRITES THE LISTING.
041800*    ZERO DAYS TAKES THE ROW OFF, WHICH MEANS NEVER PURGED.
041900 5000-SET-RETENTION.
042000     DISPLAY "REPORT TYPE (JOB NAME, E.G. PHONERPT) ? ".
042100     MOVE SPACE TO WS-ENTRY-TYPE.
042200     ACCEPT WS-ENTRY-TYPE.
042300     MOVE FUNCTION UPPER-CASE(WS-ENTRY-TYPE) TO WS-ENTRY-TYPE.
042400     IF WS-ENTRY-TYPE = SPACE
042500         GO TO 5000-EXIT
042600     END-IF.
042700     MOVE WS-ENTRY-TYPE TO RN-JOB-NAME.
042800     MOVE "Y" TO WS-ANSWER.
042900     READ RETENTION-FILE
043000         INVALID KEY
043100             MOVE "N" TO WS-ANSWER
043200             MOVE SPACE TO RETENTION-RECORD
043300             MOVE WS-ENTRY-TYPE TO RN-JOB-NAME
043400             MOVE ZERO TO RN-RETAIN-DAYS
043500             DISPLAY WS-ENTRY-TYPE " HAS NO RETENTION ROW - "
043600                 "ITS LISTINGS ARE KEPT."
043700         NOT INVALID KEY
043800             PERFORM 6200-SHOW-RETENTION THRU 6200-EXIT
043900     END-READ.
044000     DISPLAY "RETAIN DAYS (FOUR DIGITS, E.G. 0090; 0000 = NEVER "
044100         "PURGE) ? ".
044200     MOVE SPACE TO WS-ENTRY-DAYS.
044300     ACCEPT WS-ENTRY-DAYS.
044400     IF WS-ENTRY-DAYS NOT NUMERIC
044500         DISPLAY "RETAIN DAYS MUST BE FOUR DIGITS - NOTHING "
044600             "SAVED."
044700         GO TO 5000-EXIT
044800     END-IF.
044900     IF WS-ENTRY-DAYS = "0000"
045000         IF WS-ANSWER = "Y"
045100             DELETE RETENTION-FILE RECORD
045200             DISPLAY WS-ENTRY-TYPE " RETENTION REMOVED - ITS "
045300                 "LISTINGS ARE NOW KEPT."
045400             ADD 1 TO WS-JOURNAL-COUNT
045500         END-IF
045600         GO TO 5000-EXIT
045700     END-IF.
045800     MOVE WS-ENTRY-DAYS TO RN-RETAIN-DAYS.
045900     DISPLAY "DESCRIPTION (BLANK = KEEP) ? ".
046000     MOVE SPACE TO WS-ENTRY-DESCRIPTION.
046100     ACCEPT WS-ENTRY-DESCRIPTION.
046200     IF WS-ENTRY-DESCRIPTION NOT = SPACE
046300         MOVE WS-ENTRY-DESCRIPTION TO RN-DESCRIPTION
046400     END-IF.
046500     MOVE WS-OPERATOR-ID TO RN-LAST-OPERATOR.
046600     ACCEPT RN-CHANGE-DATE FROM DATE YYYYMMDD.
046700     IF WS-ANSWER = "Y"
046800         REWRITE RETENTION-RECORD
046900     ELSE
047000         WRITE RETENTION-RECORD
047100     END-IF.
047200     IF WS-RET-STATUS = "00"
047300         DISPLAY WS-ENTRY-TYPE " LISTINGS NOW KEPT "
047400             RN-RETAIN-DAYS " DAY(S)."
047500         ADD 1 TO WS-JOURNAL-COUNT
047600     ELSE
047700         DISPLAY "RETENTION NOT SAVED - FILE STATUS "
047800             WS-RET-STATUS
047900     END-IF.
048000 5000-EXIT.
048100     EXIT.
048200
048300 6000-LIST-RETENTION.
048400     MOVE ZERO TO WS-LIST-COUNT.
048500     MOVE "N" TO WS-SCAN-EOF.
048600     MOVE LOW-VALUES TO RN-JOB-NAME.
048700     START RETENTION-FILE KEY IS NOT LESS THAN RN-JOB-NAME
048800         INVALID KEY
048900             MOVE "Y" TO WS-SCAN-EOF
049000     END-START.
049100     PERFORM 6100-LIST-NEXT-TYPE THRU 6100-EXIT
049200         UNTIL WS-SCAN-EOF = "Y".
049300     DISPLAY WS-LIST-COUNT " REPORT TYPE(S) WITH A RETENTION "
049400         "PERIOD - EVERY OTHER TYPE IS KEPT.".
049500 6000-EXIT.
049600     EXIT.
049700
049800 6100-LIST-NEXT-TYPE.
049900     READ RETENTION-FILE NEXT RECORD
050000         AT END
050100             MOVE "Y" TO WS-SCAN-EOF
050200         NOT AT END
050300             PERFORM 6200-SHOW-RETENTION THRU 6200-EXIT
050400             ADD 1 TO WS-LIST-COUNT
050500     END-READ.
050600 6100-EXIT.
050700     EXIT.
050800
050900 6200-SHOW-RETENTION.
051000     DISPLAY RN-JOB-NAME " " RN-RETAIN-DAYS " DAY(S)  "
051100         RN-DESCRIPTION " " RN-LAST-OPERATOR " "
051200         RN-CHANGE-DATE.
051300 6200-EXIT.
051400     EXIT.
