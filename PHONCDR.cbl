000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONCDR.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: PBX CALL-DETAIL IMPORT AND USAGE CHARGEBACK. THE
000900*       SWITCH ROOM APPENDS EACH DAY'S CALL-DETAIL FILE TO
001000*       pbxcdr.dat - ONE FIXED-COLUMN ROW PER CALL: DATE,
001100*       TIME, CALLING STATION, DIGITS DIALED, AND DURATION
001200*       IN SECONDS. THIS RUN STRIPS THE OUTSIDE-LINE AND
001300*       INTERNATIONAL PREFIXES WITH THE SAME dialrule.dat
001400*       RULES PHONPBX USES TO BUILD pbxload.dat (A CALL
001500*       WITHOUT THE OUTSIDE-LINE PREFIX IS AN INTERNAL
001600*       STATION CALL AND IS ONLY COUNTED), MATCHES EVERY
001700*       OUTSIDE NUMBER TO AN ENTRY IN ANY DIRECTORY ON THE
001800*       dirreg.dat REGISTRY, AND PRINTS ON phoncdr.lst THE
001900*       MONTH'S CALLS AND MINUTES (EACH CALL ROUNDED UP TO
002000*       THE WHOLE MINUTE, AS THE CARRIER BILLS IT) BY
002100*       PHONE-CATEGORY FOR FINANCE'S CHARGEBACK AND BY
002200*       ENTRY. THE PERIOD IS THE RUN PARAMETER (YYYYMM,
002300*       DEFAULT THE MONTH BEFORE THE RUN DATE).
002400*       EVERY MATCHED CALL, IN OR OUT OF THE PERIOD, MOVES
002500*       THE NUMBER'S LAST-DIALED DATE FORWARD ON THE
002600*       pbxlast.dat COMPANION (DIALREC), AND THE REPORT
002700*       CLOSES WITH THE BUSINESS-DIRECTORY (vendors.csv)
002800*       ENTRIES NOBODY HAS DIALED IN TWELVE MONTHS - THE
002900*       SHORT LIST FOR PHONARCH. AN ENTRY KEYED WITHIN THE
003000*       LAST TWELVE MONTHS IS TOO NEW TO JUDGE AND IS LEFT
003100*       OFF THE LIST.
003200*----------------------------------------------------------
003300* MOD LOG:
003400*  OCT 2026  DCG  ORIGINAL PROGRAM.
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OPTIONAL RULES-FILE
004000         ASSIGN TO "dialrule.dat"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-RULES-STATUS.
004300
004400     SELECT OPTIONAL CALL-DETAIL-FILE
004500         ASSIGN TO "pbxcdr.dat"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-CDR-STATUS.
004800
004900     SELECT OPTIONAL PHONE-BOOK
005000         ASSIGN TO WS-DIRECTORY-FILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS PHONE-NUMBER
005400         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
005500             WITH DUPLICATES
005600         FILE STATUS IS WS-PHONE-STATUS.
005700
005800     SELECT OPTIONAL CATEGORY-FILE
005900         ASSIGN TO "catmast.dat"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CAT-CODE
006300         FILE STATUS IS WS-CAT-STATUS.
006400
006500     SELECT OPTIONAL LAST-DIALED-FILE
006600         ASSIGN TO "pbxlast.dat"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS DL-PHONE-NUMBER
007000         FILE STATUS IS WS-LAST-STATUS.
007100
007200     SELECT REPORT-FILE
007300         ASSIGN TO "phoncdr.lst"
007400         ORGANIZATION IS LINE SEQUENTIAL.
007500
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  RULES-FILE.
007900 01  RULES-RECORD.
008000     05  RL-KEYWORD              PIC X(10).
008100     05  RL-VALUE                PIC X(10).
008200
008300 FD  CALL-DETAIL-FILE.
008400 01  CALL-DETAIL-RECORD.
008500     05  CR-CALL-DATE            PIC X(08).
008600     05  FILLER                  PIC X(01).
008700     05  CR-CALL-TIME            PIC X(06).
008800     05  FILLER                  PIC X(01).
008900     05  CR-STATION              PIC X(05).
009000     05  FILLER                  PIC X(01).
009100     05  CR-DIALED-DIGITS        PIC X(24).
009200     05  FILLER                  PIC X(01).
009300     05  CR-DURATION-SECONDS     PIC 9(06).
009400
009500 FD  PHONE-BOOK.
009600     COPY PHONEREC.
009700
009800 FD  CATEGORY-FILE.
009900     COPY CATREC.
010000
010100 FD  LAST-DIALED-FILE.
010200     COPY DIALREC.
010300
010400 FD  REPORT-FILE.
010500 01  REPORT-LINE                 PIC X(80).
010600
010700 WORKING-STORAGE SECTION.
010800
010900 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONCDR".
011000 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
011100 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
011200
011300 01  WS-RULES-STATUS             PIC X(02) VALUE "00".
011400 01  WS-CDR-STATUS               PIC X(02) VALUE "00".
011500 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
011600 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
011700 01  WS-LAST-STATUS              PIC X(02) VALUE "00".
011800
011900 01  WS-DIRECTORY-FILE           PIC X(20).
012000 01  WS-BUSINESS-DIRECTORY       PIC X(20)
012100                                 VALUE "vendors.csv".
012200 01  WS-RUN-PARM                 PIC X(20).
012300 01  WS-REG-FUNCTION             PIC X(01).
012400 01  WS-REG-CHOICE               PIC X(01).
012500 01  WS-REG-DIRECTORY            PIC X(20).
012600 01  WS-REG-PREFIX               PIC X(04).
012700 01  WS-REG-DESCRIPTION          PIC X(30).
012800 01  WS-REG-RESULT               PIC X(01).
012900 01  WS-REG-DIGIT                PIC 9(02).
013000
013100 01  WS-OUT-PREFIX               PIC X(05) VALUE "9".
013200 01  WS-HOME-COUNTRY             PIC X(03) VALUE "1".
013300 01  WS-INTL-PREFIX              PIC X(05) VALUE "011".
013400 01  WS-OUT-LENGTH               PIC 9(02) COMP VALUE ZERO.
013500 01  WS-HOME-LENGTH              PIC 9(02) COMP VALUE ZERO.
013600 01  WS-INTL-LENGTH              PIC 9(02) COMP VALUE ZERO.
013700
013800 01  WS-TODAY.
013900     05  WS-TODAY-YYYY           PIC 9(04).
014000     05  WS-TODAY-MM             PIC 9(02).
014100     05  WS-TODAY-DD             PIC 9(02).
014200 01  WS-TODAY-NUM REDEFINES WS-TODAY
014300                                 PIC 9(08).
014400 01  WS-REPORT-PERIOD.
014500     05  WS-PERIOD-YYYY          PIC 9(04).
014600     05  WS-PERIOD-MM            PIC 9(02).
014700 01  WS-DAY-NUMBER               PIC 9(08) COMP.
014800 01  WS-CUTOFF-NUM               PIC 9(08).
014900 01  WS-CUTOFF-DATE              PIC X(08).
015000
015100 01  WS-RULES-EOF                PIC X(01) VALUE "N".
015200 01  WS-CDR-EOF                  PIC X(01) VALUE "N".
015300     88  END-OF-CALL-DETAIL              VALUE "Y".
015400 01  WS-BOOK-EOF                 PIC X(01) VALUE "N".
015500     88  END-OF-PHONE-BOOK               VALUE "Y".
015600 01  WS-CAT-FILE-SWITCH          PIC X(01) VALUE "N".
015700     88  CATEGORIES-ON-HAND              VALUE "Y".
015800 01  WS-LAST-FILE-SWITCH         PIC X(01) VALUE "N".
015900     88  LAST-DIALED-ON-HAND             VALUE "Y".
016000
016100 01  WS-INTERNAL-SWITCH          PIC X(01).
016200     88  INTERNAL-CALL                   VALUE "Y".
016300 01  WS-DIGIT-LENGTH             PIC 9(02) COMP.
016400 01  WS-REST-START               PIC 9(02) COMP.
016500 01  WS-REST-LENGTH              PIC 9(02) COMP.
016600 01  WS-REST-DIGITS              PIC X(24).
016700 01  WS-DIAL-KEY                 PIC X(24).
016800 01  WS-RECORD-COUNTRY           PIC X(03).
016900 01  WS-CALL-MINUTES-THIS        PIC 9(06) COMP.
017000
017100 01  WS-TABLE-INDEX              PIC 9(04) COMP VALUE ZERO.
017200 01  WS-FOUND-INDEX              PIC 9(04) COMP VALUE ZERO.
017300 01  WS-CAT-INDEX                PIC 9(03) COMP VALUE ZERO.
017400 01  WS-FOUND-SWITCH             PIC X(01).
017500
017600 01  WS-CALL-TABLE.
017700     05  WS-CALL-USED            PIC 9(04) COMP VALUE ZERO.
017800     05  WS-CALL-ENTRY OCCURS 2000 TIMES.
017900         10  WS-CALL-KEY         PIC X(24).
018000         10  WS-CALL-COUNT       PIC 9(06) COMP.
018100         10  WS-CALL-MINUTES     PIC 9(08) COMP.
018200         10  WS-CALL-LAST-DATE   PIC X(08).
018300         10  WS-CALL-LAST-STATION
018400                                 PIC X(05).
018500         10  WS-CALL-MATCHED     PIC X(01).
018600         10  WS-CALL-DIRECTORY   PIC X(20).
018700         10  WS-CALL-NUMBER      PIC X(15).
018800         10  WS-CALL-NAME        PIC X(24).
018900         10  WS-CALL-CATEGORY    PIC X(02).
019000 01  WS-CALL-OVERFLOW            PIC 9(06) COMP VALUE ZERO.
019100
019200 01  WS-CATEGORY-TABLE.
019300     05  WS-CAT-USED             PIC 9(03) COMP VALUE ZERO.
019400     05  WS-CAT-ENTRY OCCURS 100 TIMES.
019500         10  WS-CAT-KEY          PIC X(02).
019600         10  WS-CAT-CALLS        PIC 9(06) COMP.
019700         10  WS-CAT-MINUTES      PIC 9(08) COMP.
019800 01  WS-CAT-OVERFLOW             PIC 9(06) COMP VALUE ZERO.
019900
020000 01  WS-CDR-COUNT                PIC 9(06) COMP VALUE ZERO.
020100 01  WS-PERIOD-CALLS             PIC 9(06) COMP VALUE ZERO.
020200 01  WS-PERIOD-MINUTES           PIC 9(08) COMP VALUE ZERO.
020300 01  WS-INTERNAL-COUNT           PIC 9(06) COMP VALUE ZERO.
020400 01  WS-UNMATCHED-CALLS          PIC 9(06) COMP VALUE ZERO.
020500 01  WS-UNMATCHED-MINUTES        PIC 9(08) COMP VALUE ZERO.
020600 01  WS-LAST-UPDATED-COUNT       PIC 9(06) COMP VALUE ZERO.
020700 01  WS-NEVER-COUNT              PIC 9(06) COMP VALUE ZERO.
020800
020810 01  WS-COUNT-DISP               PIC Z(05)9.
020820
020830 01  WS-USAGE-HEADING.
020840     05  FILLER                  PIC X(16) VALUE "CATEGORY".
020850     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
020860     05  FILLER                  PIC X(16)
020870             VALUE " CALLS   MINUTES".
020880
020900 01  WS-USAGE-DETAIL.
021000     05  UD-KEY                  PIC X(15).
021100     05  FILLER                  PIC X(01) VALUE SPACE.
021200     05  UD-DESCRIPTION          PIC X(30).
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  UD-CALLS                PIC ZZZZZ9.
021500     05  FILLER                  PIC X(02) VALUE SPACE.
021600     05  UD-MINUTES              PIC ZZZZZZZ9.
021700
021800 01  WS-ENTRY-DETAIL.
021900     05  ED-DIRECTORY            PIC X(12).
022000     05  FILLER                  PIC X(01) VALUE SPACE.
022100     05  ED-NUMBER               PIC X(15).
022200     05  FILLER                  PIC X(01) VALUE SPACE.
022300     05  ED-NAME                 PIC X(24).
022400     05  FILLER                  PIC X(01) VALUE SPACE.
022500     05  ED-CATEGORY             PIC X(02).
022600     05  FILLER                  PIC X(01) VALUE SPACE.
022700     05  ED-CALLS                PIC ZZZZZ9.
022800     05  FILLER                  PIC X(02) VALUE SPACE.
022900     05  ED-MINUTES              PIC ZZZZZZZ9.
023000
023100 01  WS-NEVER-DETAIL.
023200     05  FILLER                  PIC X(03) VALUE SPACE.
023300     05  ND-NUMBER               PIC X(15).
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  ND-LAST-NAME            PIC X(20).
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  ND-CATEGORY             PIC X(02).
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  ND-NOTE                 PIC X(30).
024000
024100 PROCEDURE DIVISION.
024200
024300 0000-MAINLINE.
024400     CALL "JOBHDR" USING WS-JOB-NAME.
024500     PERFORM 1000-GET-PERIOD THRU 1000-EXIT.
024600     IF WS-END-CODE NOT = ZERO
024700         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
024800             WS-END-CODE
024900         GOBACK
025000     END-IF.
025100     PERFORM 1100-READ-DIALING-RULES THRU 1100-EXIT.
025200     PERFORM 2000-LOAD-CALL-DETAIL THRU 2000-EXIT.
025300     MOVE 1 TO WS-REG-DIGIT.
025400     PERFORM 3000-MATCH-ONE-DIRECTORY THRU 3000-EXIT
025500         UNTIL WS-REG-DIGIT > 9.
025600     PERFORM 4000-UPDATE-LAST-DIALED THRU 4000-EXIT.
025700     PERFORM 5000-TALLY-CATEGORIES THRU 5000-EXIT.
025800     OPEN OUTPUT REPORT-FILE.
025900     PERFORM 6000-PRINT-USAGE THRU 6000-EXIT.
026000     PERFORM 7000-LIST-NEVER-DIALED THRU 7000-EXIT.
026100     CLOSE REPORT-FILE.
026200     DISPLAY "PHONCDR - " WS-PERIOD-CALLS " CALL(S) FOR "
026300         WS-REPORT-PERIOD ", " WS-UNMATCHED-CALLS
026400         " NOT IN ANY DIRECTORY, " WS-NEVER-COUNT
026500         " VENDOR(S) NOT DIALED IN 12 MONTHS - REPORT IS ON "
026600         "phoncdr.lst.".
026700     MOVE WS-PERIOD-CALLS TO WS-JOURNAL-COUNT.
026800     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
026900         WS-END-CODE.
027000     GOBACK.
027100
027200 1000-GET-PERIOD.
027300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
027400     MOVE SPACE TO WS-RUN-PARM.
027500     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
027600     IF WS-RUN-PARM = SPACE
027700         MOVE WS-TODAY-YYYY TO WS-PERIOD-YYYY
027800         MOVE WS-TODAY-MM   TO WS-PERIOD-MM
027900         IF WS-PERIOD-MM = 01
028000             MOVE 12 TO WS-PERIOD-MM
028100             SUBTRACT 1 FROM WS-PERIOD-YYYY
028200         ELSE
028300             SUBTRACT 1 FROM WS-PERIOD-MM
028400         END-IF
028500         GO TO 1000-EXIT
028600     END-IF.
028700     IF WS-RUN-PARM (1:6) NOT NUMERIC
028800             OR WS-RUN-PARM (7:14) NOT = SPACE
028900         DISPLAY "RUN PARAMETER MUST BE A PERIOD (YYYYMM) - "
029000             FUNCTION TRIM(WS-RUN-PARM)
029100         MOVE 12 TO RETURN-CODE
029200         MOVE 12 TO WS-END-CODE
029300         GO TO 1000-EXIT
029400     END-IF.
029500     MOVE WS-RUN-PARM (1:6) TO WS-REPORT-PERIOD.
029600 1000-EXIT.
029700     EXIT.
029800
029900 1100-READ-DIALING-RULES.
030000     OPEN INPUT RULES-FILE.
030100     IF WS-RULES-STATUS NOT = "00"
030200         DISPLAY "NO dialrule.dat ON HAND - USING THE "
030300             "DEFAULT RULES (9 / 1 / 011)."
030400         GO TO 1100-MEASURE-PREFIXES
030500     END-IF.
030600     PERFORM 1110-APPLY-RULE THRU 1110-EXIT
030700         UNTIL WS-RULES-EOF = "Y".
030800     CLOSE RULES-FILE.
030900 1100-MEASURE-PREFIXES.
031000     INSPECT WS-OUT-PREFIX TALLYING WS-OUT-LENGTH
031100         FOR CHARACTERS BEFORE INITIAL SPACE.
031200     INSPECT WS-HOME-COUNTRY TALLYING WS-HOME-LENGTH
031300         FOR CHARACTERS BEFORE INITIAL SPACE.
031400     INSPECT WS-INTL-PREFIX TALLYING WS-INTL-LENGTH
031500         FOR CHARACTERS BEFORE INITIAL SPACE.
031600 1100-EXIT.
031700     EXIT.
031800
031900 1110-APPLY-RULE.
032000     READ RULES-FILE
032100         AT END
032200             MOVE "Y" TO WS-RULES-EOF
032300             GO TO 1110-EXIT
032400     END-READ.
032500     EVALUATE RL-KEYWORD
032600         WHEN "OUTPREFIX"
032700             MOVE RL-VALUE (1:5) TO WS-OUT-PREFIX
032800         WHEN "HOMECTRY"
032900             MOVE RL-VALUE (1:3) TO WS-HOME-COUNTRY
033000         WHEN "INTLPREFIX"
033100             MOVE RL-VALUE (1:5) TO WS-INTL-PREFIX
033200         WHEN SPACE
033300             CONTINUE
033400         WHEN OTHER
033500             DISPLAY "UNKNOWN DIALING RULE IGNORED: "
033600                 RL-KEYWORD
033700     END-EVALUATE.
033800 1110-EXIT.
033900     EXIT.
034000
034100 2000-LOAD-CALL-DETAIL.
034200     OPEN INPUT CALL-DETAIL-FILE.
034300     IF WS-CDR-STATUS NOT = "00"
034400         DISPLAY "NO CALL DETAIL pbxcdr.dat ON HAND - "
034500             "NOTHING TO CHARGE BACK."
034600         GO TO 2000-EXIT
034700     END-IF.
034800     PERFORM 2100-LOAD-NEXT THRU 2100-EXIT
034900         UNTIL END-OF-CALL-DETAIL.
035000     CLOSE CALL-DETAIL-FILE.
035100 2000-EXIT.
035200     EXIT.
035300
035400 2100-LOAD-NEXT.
035500     READ CALL-DETAIL-FILE
035600         AT END
035700             MOVE "Y" TO WS-CDR-EOF
035800             GO TO 2100-EXIT
035900     END-READ.
036000     IF CR-DIALED-DIGITS = SPACE
036100         GO TO 2100-EXIT
036200     END-IF.
036300     ADD 1 TO WS-CDR-COUNT.
036400     PERFORM 2200-NORMALIZE-DIGITS THRU 2200-EXIT.
036500     IF INTERNAL-CALL
036600         IF CR-CALL-DATE (1:6) = WS-REPORT-PERIOD
036700             ADD 1 TO WS-INTERNAL-COUNT
036800         END-IF
036900         GO TO 2100-EXIT
037000     END-IF.
037100     PERFORM 2300-FIND-CALL-ENTRY THRU 2300-EXIT.
037200     IF WS-FOUND-SWITCH = "N"
037300         IF WS-CALL-USED < 2000
037400             ADD 1 TO WS-CALL-USED
037500             MOVE WS-CALL-USED TO WS-FOUND-INDEX
037600             MOVE WS-DIAL-KEY TO WS-CALL-KEY (WS-FOUND-INDEX)
037700             MOVE ZERO  TO WS-CALL-COUNT (WS-FOUND-INDEX)
037800                           WS-CALL-MINUTES (WS-FOUND-INDEX)
037900             MOVE SPACE TO WS-CALL-LAST-DATE (WS-FOUND-INDEX)
038000                           WS-CALL-LAST-STATION (WS-FOUND-INDEX)
038100                           WS-CALL-DIRECTORY (WS-FOUND-INDEX)
038200                           WS-CALL-NUMBER (WS-FOUND-INDEX)
038300                           WS-CALL-NAME (WS-FOUND-INDEX)
038400                           WS-CALL-CATEGORY (WS-FOUND-INDEX)
038500             MOVE "N"   TO WS-CALL-MATCHED (WS-FOUND-INDEX)
038600         ELSE
038700             ADD 1 TO WS-CALL-OVERFLOW
038800             GO TO 2100-EXIT
038900         END-IF
039000     END-IF.
039100     IF CR-CALL-DATE > WS-CALL-LAST-DATE (WS-FOUND-INDEX)
039200         MOVE CR-CALL-DATE TO WS-CALL-LAST-DATE (WS-FOUND-INDEX)
039300         MOVE CR-STATION
039400             TO WS-CALL-LAST-STATION (WS-FOUND-INDEX)
039500     END-IF.
039600     IF CR-CALL-DATE (1:6) NOT = WS-REPORT-PERIOD
039700         GO TO 2100-EXIT
039800     END-IF.
039900     IF CR-DURATION-SECONDS NOT NUMERIC
040000         MOVE ZERO TO WS-CALL-MINUTES-THIS
040100     ELSE
040200         COMPUTE WS-CALL-MINUTES-THIS =
040300             (CR-DURATION-SECONDS + 59) / 60
040400     END-IF.
040500     ADD 1 TO WS-CALL-COUNT (WS-FOUND-INDEX).
040600     ADD WS-CALL-MINUTES-THIS TO WS-CALL-MINUTES (WS-FOUND-INDEX).
040700     ADD 1 TO WS-PERIOD-CALLS.
040800     ADD WS-CALL-MINUTES-THIS TO WS-PERIOD-MINUTES.
040900 2100-EXIT.
041000     EXIT.
041100
041200*    THE MATCH KEY IS COUNTRY CODE + NUMBER, THE SAME NUMBER
041300*    PHONPBX'S DIAL STRING CARRIES WITH THE PREFIXES TAKEN
041400*    BACK OFF. A DOMESTIC CALL DIALED WITHOUT THE COUNTRY
041500*    CODE HAS THE HOME COUNTRY PUT IN FRONT OF IT.
041600 2200-NORMALIZE-DIGITS.
041700     MOVE "N" TO WS-INTERNAL-SWITCH.
041800     MOVE SPACE TO WS-DIAL-KEY.
041900     MOVE ZERO TO WS-DIGIT-LENGTH.
042000     INSPECT CR-DIALED-DIGITS TALLYING WS-DIGIT-LENGTH
042100         FOR CHARACTERS BEFORE INITIAL SPACE.
042200     IF WS-OUT-LENGTH > ZERO
042300         IF WS-DIGIT-LENGTH NOT > WS-OUT-LENGTH
042400             MOVE "Y" TO WS-INTERNAL-SWITCH
042500             GO TO 2200-EXIT
042600         END-IF
042700         IF CR-DIALED-DIGITS (1:WS-OUT-LENGTH)
042800                 NOT = WS-OUT-PREFIX (1:WS-OUT-LENGTH)
042900             MOVE "Y" TO WS-INTERNAL-SWITCH
043000             GO TO 2200-EXIT
043100         END-IF
043200     END-IF.
043300     COMPUTE WS-REST-START  = WS-OUT-LENGTH + 1.
043400     COMPUTE WS-REST-LENGTH = WS-DIGIT-LENGTH - WS-OUT-LENGTH.
043500     MOVE SPACE TO WS-REST-DIGITS.
043600     MOVE CR-DIALED-DIGITS (WS-REST-START:WS-REST-LENGTH)
043700         TO WS-REST-DIGITS.
043800     IF WS-INTL-LENGTH > ZERO
043900             AND WS-REST-LENGTH > WS-INTL-LENGTH
044000         IF WS-REST-DIGITS (1:WS-INTL-LENGTH)
044100                 = WS-INTL-PREFIX (1:WS-INTL-LENGTH)
044200             COMPUTE WS-REST-START = WS-INTL-LENGTH + 1
044300             COMPUTE WS-REST-LENGTH =
044400                 WS-REST-LENGTH - WS-INTL-LENGTH
044500             MOVE WS-REST-DIGITS (WS-REST-START:WS-REST-LENGTH)
044600                 TO WS-DIAL-KEY
044700             GO TO 2200-EXIT
044800         END-IF
044900     END-IF.
045000     IF WS-REST-LENGTH = WS-HOME-LENGTH + 10
045100         IF WS-REST-DIGITS (1:WS-HOME-LENGTH)
045200                 = WS-HOME-COUNTRY (1:WS-HOME-LENGTH)
045300             MOVE WS-REST-DIGITS TO WS-DIAL-KEY
045400             GO TO 2200-EXIT
045500         END-IF
045600     END-IF.
045700     STRING WS-HOME-COUNTRY              DELIMITED BY SPACE
045800         WS-REST-DIGITS                  DELIMITED BY SPACE
045900         INTO WS-DIAL-KEY
046000     END-STRING.
046100 2200-EXIT.
046200     EXIT.
046300
046400 2300-FIND-CALL-ENTRY.
046500     MOVE "N" TO WS-FOUND-SWITCH.
046600     MOVE ZERO TO WS-TABLE-INDEX.
046700     PERFORM 2310-SCAN-CALL-ENTRY THRU 2310-EXIT
046800         UNTIL WS-TABLE-INDEX >= WS-CALL-USED
046900             OR WS-FOUND-SWITCH = "Y".
047000 2300-EXIT.
047100     EXIT.
047200
047300 2310-SCAN-CALL-ENTRY.
047400     ADD 1 TO WS-TABLE-INDEX.
047500     IF WS-CALL-KEY (WS-TABLE-INDEX) = WS-DIAL-KEY
047600         MOVE WS-TABLE-INDEX TO WS-FOUND-INDEX
047700         MOVE "Y" TO WS-FOUND-SWITCH
047800     END-IF.
047900 2310-EXIT.
048000     EXIT.
048100
048200 3000-MATCH-ONE-DIRECTORY.
048300     IF WS-CALL-USED = ZERO
048400         GO TO 3000-NEXT-CHOICE
048500     END-IF.
048600     MOVE "C" TO WS-REG-FUNCTION.
048700     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
048800     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
048900         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
049000         WS-REG-RESULT.
049100     IF WS-REG-RESULT NOT = "Y"
049200         GO TO 3000-NEXT-CHOICE
049300     END-IF.
049400     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
049500     MOVE "N" TO WS-BOOK-EOF.
049600     OPEN INPUT PHONE-BOOK.
049700     IF WS-PHONE-STATUS NOT = "00"
049800         GO TO 3000-NEXT-CHOICE
049900     END-IF.
050000     READ PHONE-BOOK NEXT RECORD
050100         AT END MOVE "Y" TO WS-BOOK-EOF
050200     END-READ.
050300     PERFORM 3100-MATCH-NEXT THRU 3100-EXIT
050400         UNTIL END-OF-PHONE-BOOK.
050500     CLOSE PHONE-BOOK.
050600 3000-NEXT-CHOICE.
050700     ADD 1 TO WS-REG-DIGIT.
050800 3000-EXIT.
050900     EXIT.
051000
051100*    A BLANK COUNTRY CODE MEANS NORTH AMERICA, AS CTRYCHK
051200*    AND PHONFMT ALREADY TREAT IT. THE FIRST REGISTERED
051300*    DIRECTORY HOLDING THE NUMBER TAKES THE CALLS.
051400 3100-MATCH-NEXT.
051500     MOVE PHONE-COUNTRY-CODE TO WS-RECORD-COUNTRY.
051600     IF WS-RECORD-COUNTRY = SPACE
051700         MOVE WS-HOME-COUNTRY TO WS-RECORD-COUNTRY
051800     END-IF.
051900     MOVE SPACE TO WS-DIAL-KEY.
052000     STRING WS-RECORD-COUNTRY            DELIMITED BY SPACE
052100         PHONE-NUMBER                    DELIMITED BY SPACE
052200         INTO WS-DIAL-KEY
052300     END-STRING.
052400     PERFORM 2300-FIND-CALL-ENTRY THRU 2300-EXIT.
052500     IF WS-FOUND-SWITCH = "N"
052600         GO TO 3100-READ-NEXT
052700     END-IF.
052800     IF WS-CALL-MATCHED (WS-FOUND-INDEX) = "Y"
052900         GO TO 3100-READ-NEXT
053000     END-IF.
053100     MOVE "Y"               TO WS-CALL-MATCHED (WS-FOUND-INDEX).
053200     MOVE WS-DIRECTORY-FILE TO WS-CALL-DIRECTORY (WS-FOUND-INDEX).
053300     MOVE PHONE-NUMBER      TO WS-CALL-NUMBER (WS-FOUND-INDEX).
053400     MOVE PHONE-CATEGORY    TO WS-CALL-CATEGORY (WS-FOUND-INDEX).
053500     MOVE SPACE             TO WS-CALL-NAME (WS-FOUND-INDEX).
053600     STRING FUNCTION TRIM(PHONE-LAST-NAME) DELIMITED BY SIZE
053700         ", "                            DELIMITED BY SIZE
053800         FUNCTION TRIM(PHONE-FIRST-NAME) DELIMITED BY SIZE
053900         INTO WS-CALL-NAME (WS-FOUND-INDEX)
054000     END-STRING.
054100 3100-READ-NEXT.
054200     READ PHONE-BOOK NEXT RECORD
054300         AT END MOVE "Y" TO WS-BOOK-EOF
054400     END-READ.
054500 3100-EXIT.
054600     EXIT.
054700
054800 4000-UPDATE-LAST-DIALED.
054900     IF WS-CALL-USED = ZERO
055000         GO TO 4000-EXIT
055100     END-IF.
055200     OPEN I-O LAST-DIALED-FILE.
055300     IF WS-LAST-STATUS = "35"
055400         OPEN OUTPUT LAST-DIALED-FILE
055500         CLOSE LAST-DIALED-FILE
055600         OPEN I-O LAST-DIALED-FILE
055700     END-IF.
055800     IF WS-LAST-STATUS NOT = "00"
055900         DISPLAY "UNABLE TO OPEN pbxlast.dat - FILE STATUS "
056000             WS-LAST-STATUS " - LAST-DIALED DATES NOT KEPT."
056100         MOVE 4 TO RETURN-CODE
056200         MOVE 4 TO WS-END-CODE
056300         GO TO 4000-EXIT
056400     END-IF.
056500     MOVE ZERO TO WS-TABLE-INDEX.
056600     PERFORM 4100-UPDATE-ONE-NUMBER THRU 4100-EXIT
056700         UNTIL WS-TABLE-INDEX >= WS-CALL-USED.
056800     CLOSE LAST-DIALED-FILE.
056900 4000-EXIT.
057000     EXIT.
057100
057200 4100-UPDATE-ONE-NUMBER.
057300     ADD 1 TO WS-TABLE-INDEX.
057400     IF WS-CALL-MATCHED (WS-TABLE-INDEX) NOT = "Y"
057500         GO TO 4100-EXIT
057600     END-IF.
057700     MOVE WS-CALL-NUMBER (WS-TABLE-INDEX) TO DL-PHONE-NUMBER.
057800     READ LAST-DIALED-FILE
057900         INVALID KEY
058000             MOVE WS-CALL-DIRECTORY (WS-TABLE-INDEX)
058100                 TO DL-DIRECTORY
058200             MOVE WS-CALL-LAST-DATE (WS-TABLE-INDEX)
058300                 TO DL-LAST-DIALED-DATE
058400             MOVE WS-CALL-LAST-STATION (WS-TABLE-INDEX)
058500                 TO DL-LAST-STATION
058600             WRITE LAST-DIALED-RECORD
058700             ADD 1 TO WS-LAST-UPDATED-COUNT
058800         NOT INVALID KEY
058900             IF WS-CALL-LAST-DATE (WS-TABLE-INDEX)
059000                     > DL-LAST-DIALED-DATE
059100                 MOVE WS-CALL-DIRECTORY (WS-TABLE-INDEX)
059200                     TO DL-DIRECTORY
059300                 MOVE WS-CALL-LAST-DATE (WS-TABLE-INDEX)
059400                     TO DL-LAST-DIALED-DATE
059500                 MOVE WS-CALL-LAST-STATION (WS-TABLE-INDEX)
059600                     TO DL-LAST-STATION
059700                 REWRITE LAST-DIALED-RECORD
059800                 ADD 1 TO WS-LAST-UPDATED-COUNT
059900             END-IF
060000     END-READ.
060100 4100-EXIT.
060200     EXIT.
060300
060400 5000-TALLY-CATEGORIES.
060500     MOVE ZERO TO WS-TABLE-INDEX.
060600     PERFORM 5100-TALLY-ONE-NUMBER THRU 5100-EXIT
060700         UNTIL WS-TABLE-INDEX >= WS-CALL-USED.
060800 5000-EXIT.
060900     EXIT.
061000
061100 5100-TALLY-ONE-NUMBER.
061200     ADD 1 TO WS-TABLE-INDEX.
061300     IF WS-CALL-COUNT (WS-TABLE-INDEX) = ZERO
061400         GO TO 5100-EXIT
061500     END-IF.
061600     IF WS-CALL-MATCHED (WS-TABLE-INDEX) NOT = "Y"
061700         ADD WS-CALL-COUNT (WS-TABLE-INDEX)
061800             TO WS-UNMATCHED-CALLS
061900         ADD WS-CALL-MINUTES (WS-TABLE-INDEX)
062000             TO WS-UNMATCHED-MINUTES
062100         GO TO 5100-EXIT
062200     END-IF.
062300     MOVE "N" TO WS-FOUND-SWITCH.
062400     MOVE ZERO TO WS-CAT-INDEX.
062500     PERFORM 5110-SCAN-CATEGORY-ENTRY THRU 5110-EXIT
062600         UNTIL WS-CAT-INDEX >= WS-CAT-USED
062700             OR WS-FOUND-SWITCH = "Y".
062800     IF WS-FOUND-SWITCH = "N"
062900         IF WS-CAT-USED < 100
063000             ADD 1 TO WS-CAT-USED
063100             MOVE WS-CALL-CATEGORY (WS-TABLE-INDEX)
063200                 TO WS-CAT-KEY (WS-CAT-USED)
063300             MOVE WS-CALL-COUNT (WS-TABLE-INDEX)
063400                 TO WS-CAT-CALLS (WS-CAT-USED)
063500             MOVE WS-CALL-MINUTES (WS-TABLE-INDEX)
063600                 TO WS-CAT-MINUTES (WS-CAT-USED)
063700         ELSE
063800             ADD 1 TO WS-CAT-OVERFLOW
063900         END-IF
064000     END-IF.
064100 5100-EXIT.
064200     EXIT.
064300
064400 5110-SCAN-CATEGORY-ENTRY.
064500     ADD 1 TO WS-CAT-INDEX.
064600     IF WS-CAT-KEY (WS-CAT-INDEX)
064700             = WS-CALL-CATEGORY (WS-TABLE-INDEX)
064800         ADD WS-CALL-COUNT (WS-TABLE-INDEX)
064900             TO WS-CAT-CALLS (WS-CAT-INDEX)
065000         ADD WS-CALL-MINUTES (WS-TABLE-INDEX)
065100             TO WS-CAT-MINUTES (WS-CAT-INDEX)
065200         MOVE "Y" TO WS-FOUND-SWITCH
065300     END-IF.
065400 5110-EXIT.
065500     EXIT.
065600
065700 6000-PRINT-USAGE.
065800     MOVE SPACE TO REPORT-LINE.
065900     STRING "PBX CALL USAGE AND CHARGEBACK - PERIOD "
066000                                        DELIMITED BY SIZE
066100         WS-REPORT-PERIOD               DELIMITED BY SIZE
066200         INTO REPORT-LINE
066300     END-STRING.
066400     WRITE REPORT-LINE.
066500     WRITE REPORT-LINE FROM SPACE.
066600     MOVE "CALLS AND MINUTES BY CATEGORY" TO REPORT-LINE.
066700     WRITE REPORT-LINE.
066800     WRITE REPORT-LINE FROM WS-USAGE-HEADING.
067100     MOVE "N" TO WS-CAT-FILE-SWITCH.
067200     OPEN INPUT CATEGORY-FILE.
067300     IF WS-CAT-STATUS = "00"
067400         MOVE "Y" TO WS-CAT-FILE-SWITCH
067500     END-IF.
067600     MOVE ZERO TO WS-CAT-INDEX.
067700     PERFORM 6100-PRINT-CATEGORY-ENTRY THRU 6100-EXIT
067800         UNTIL WS-CAT-INDEX >= WS-CAT-USED.
067900     IF CATEGORIES-ON-HAND
068000         CLOSE CATEGORY-FILE
068100     END-IF.
068200     MOVE SPACE TO WS-USAGE-DETAIL.
068300     MOVE "(NO MATCH)" TO UD-KEY.
068400     MOVE "NOT IN ANY DIRECTORY" TO UD-DESCRIPTION.
068500     MOVE WS-UNMATCHED-CALLS   TO UD-CALLS.
068600     MOVE WS-UNMATCHED-MINUTES TO UD-MINUTES.
068700     WRITE REPORT-LINE FROM WS-USAGE-DETAIL.
068800     MOVE SPACE TO WS-USAGE-DETAIL.
068900     MOVE "TOTAL" TO UD-KEY.
069000     MOVE "OUTSIDE CALLS FOR THE PERIOD" TO UD-DESCRIPTION.
069100     MOVE WS-PERIOD-CALLS   TO UD-CALLS.
069200     MOVE WS-PERIOD-MINUTES TO UD-MINUTES.
069300     WRITE REPORT-LINE FROM WS-USAGE-DETAIL.
069400     IF WS-CAT-OVERFLOW NOT = ZERO
069500         MOVE "   (SOME CATEGORIES OVERFLOWED THE TALLY TABLE)"
069600             TO REPORT-LINE
069700         WRITE REPORT-LINE
069800     END-IF.
069900     WRITE REPORT-LINE FROM SPACE.
070000     MOVE "CALLS AND MINUTES BY ENTRY" TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200     MOVE ZERO TO WS-TABLE-INDEX.
070300     PERFORM 6200-PRINT-ENTRY-USAGE THRU 6200-EXIT
070400         UNTIL WS-TABLE-INDEX >= WS-CALL-USED.
070500     IF WS-CALL-OVERFLOW NOT = ZERO
070600         MOVE "   (SOME NUMBERS OVERFLOWED THE CALL TABLE)"
070700             TO REPORT-LINE
070800         WRITE REPORT-LINE
070900     END-IF.
071000     WRITE REPORT-LINE FROM SPACE.
071100     MOVE WS-INTERNAL-COUNT TO WS-COUNT-DISP.
071150     MOVE SPACE TO REPORT-LINE.
071200     STRING "INTERNAL STATION CALLS (NOT CHARGED): "
071300                                        DELIMITED BY SIZE
071400         FUNCTION TRIM(WS-COUNT-DISP)   DELIMITED BY SIZE
071500         INTO REPORT-LINE
071600     END-STRING.
071700     WRITE REPORT-LINE.
071800 6000-EXIT.
071900     EXIT.
072000
072100 6100-PRINT-CATEGORY-ENTRY.
072200     ADD 1 TO WS-CAT-INDEX.
072300     MOVE SPACE TO WS-USAGE-DETAIL.
072400     IF WS-CAT-KEY (WS-CAT-INDEX) = SPACE
072500         MOVE "(NONE)" TO UD-KEY
072600     ELSE
072700         MOVE WS-CAT-KEY (WS-CAT-INDEX) TO UD-KEY
072800     END-IF.
072900     IF CATEGORIES-ON-HAND
073000             AND WS-CAT-KEY (WS-CAT-INDEX) NOT = SPACE
073100         MOVE WS-CAT-KEY (WS-CAT-INDEX) TO CAT-CODE
073200         READ CATEGORY-FILE
073300             INVALID KEY
073400                 MOVE "(NOT ON catmast.dat)" TO UD-DESCRIPTION
073500             NOT INVALID KEY
073600                 MOVE CAT-DESCRIPTION TO UD-DESCRIPTION
073700         END-READ
073800     END-IF.
073900     MOVE WS-CAT-CALLS (WS-CAT-INDEX)   TO UD-CALLS.
074000     MOVE WS-CAT-MINUTES (WS-CAT-INDEX) TO UD-MINUTES.
074100     WRITE REPORT-LINE FROM WS-USAGE-DETAIL.
074200 6100-EXIT.
074300     EXIT.
074400
074500 6200-PRINT-ENTRY-USAGE.
074600     ADD 1 TO WS-TABLE-INDEX.
074700     IF WS-CALL-COUNT (WS-TABLE-INDEX) = ZERO
074800             OR WS-CALL-MATCHED (WS-TABLE-INDEX) NOT = "Y"
074900         GO TO 6200-EXIT
075000     END-IF.
075100     MOVE SPACE TO WS-ENTRY-DETAIL.
075200     MOVE WS-CALL-DIRECTORY (WS-TABLE-INDEX) TO ED-DIRECTORY.
075300     MOVE WS-CALL-NUMBER (WS-TABLE-INDEX)    TO ED-NUMBER.
075400     MOVE WS-CALL-NAME (WS-TABLE-INDEX)      TO ED-NAME.
075500     MOVE WS-CALL-CATEGORY (WS-TABLE-INDEX)  TO ED-CATEGORY.
075600     MOVE WS-CALL-COUNT (WS-TABLE-INDEX)     TO ED-CALLS.
075700     MOVE WS-CALL-MINUTES (WS-TABLE-INDEX)   TO ED-MINUTES.
075800     WRITE REPORT-LINE FROM WS-ENTRY-DETAIL.
075900 6200-EXIT.
076000     EXIT.
076100
076200*    TWELVE MONTHS IS TAKEN AS 365 DAYS BEHIND TODAY, THE
076300*    SAME ANNIVERSARY CUTOFF PHONVWRK USES.
076400 7000-LIST-NEVER-DIALED.
076500     COMPUTE WS-DAY-NUMBER =
076600         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 365.
076700     COMPUTE WS-CUTOFF-NUM =
076800         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
076900     MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
077000     WRITE REPORT-LINE FROM SPACE.
077100     MOVE SPACE TO REPORT-LINE.
077200     STRING "BUSINESS ENTRIES NOT DIALED SINCE "
077300                                        DELIMITED BY SIZE
077400         WS-CUTOFF-DATE                 DELIMITED BY SIZE
077500         " - "                          DELIMITED BY SIZE
077600         FUNCTION TRIM(WS-BUSINESS-DIRECTORY)
077700                                        DELIMITED BY SIZE
077800         INTO REPORT-LINE
077900     END-STRING.
078000     WRITE REPORT-LINE.
078100     MOVE WS-BUSINESS-DIRECTORY TO WS-DIRECTORY-FILE.
078200     MOVE "N" TO WS-BOOK-EOF.
078300     OPEN INPUT PHONE-BOOK.
078400     IF WS-PHONE-STATUS NOT = "00"
078500         MOVE "   (BUSINESS DIRECTORY NOT ON HAND)"
078600             TO REPORT-LINE
078700         WRITE REPORT-LINE
078800         GO TO 7000-EXIT
078900     END-IF.
079000     MOVE "N" TO WS-LAST-FILE-SWITCH.
079100     OPEN INPUT LAST-DIALED-FILE.
079200     IF WS-LAST-STATUS = "00"
079300         MOVE "Y" TO WS-LAST-FILE-SWITCH
079400     END-IF.
079500     READ PHONE-BOOK NEXT RECORD
079600         AT END MOVE "Y" TO WS-BOOK-EOF
079700     END-READ.
079800     PERFORM 7100-CHECK-NEXT-VENDOR THRU 7100-EXIT
079900         UNTIL END-OF-PHONE-BOOK.
080000     CLOSE PHONE-BOOK.
080100     IF LAST-DIALED-ON-HAND
080200         CLOSE LAST-DIALED-FILE
080300     END-IF.
080400     MOVE WS-NEVER-COUNT TO WS-COUNT-DISP.
080450     MOVE SPACE TO REPORT-LINE.
080500     STRING "ENTRIES LISTED: "          DELIMITED BY SIZE
080600         FUNCTION TRIM(WS-COUNT-DISP)   DELIMITED BY SIZE
080700         INTO REPORT-LINE
080800     END-STRING.
080900     WRITE REPORT-LINE FROM SPACE.
081000     WRITE REPORT-LINE.
081100 7000-EXIT.
081200     EXIT.
081300
081400 7100-CHECK-NEXT-VENDOR.
081600     MOVE "NO DIALING ON RECORD" TO ND-NOTE.
081700     IF LAST-DIALED-ON-HAND
081800         MOVE PHONE-NUMBER TO DL-PHONE-NUMBER
081900         READ LAST-DIALED-FILE
082000             INVALID KEY
082100                 CONTINUE
082200             NOT INVALID KEY
082300                 IF DL-LAST-DIALED-DATE NOT < WS-CUTOFF-DATE
082400                     GO TO 7100-READ-NEXT
082500                 END-IF
082600                 MOVE SPACE TO ND-NOTE
082700                 STRING "LAST DIALED "  DELIMITED BY SIZE
082800                     DL-LAST-DIALED-DATE
082900                                        DELIMITED BY SIZE
083000                     INTO ND-NOTE
083100                 END-STRING
083200         END-READ
083300     END-IF.
083400     IF PHONE-ENTRY-DATE NOT = SPACE
083500             AND PHONE-ENTRY-DATE NOT < WS-CUTOFF-DATE
083600         GO TO 7100-READ-NEXT
083700     END-IF.
083800     ADD 1 TO WS-NEVER-COUNT.
083900     MOVE PHONE-NUMBER    TO ND-NUMBER.
084000     MOVE PHONE-LAST-NAME TO ND-LAST-NAME.
084100     MOVE PHONE-CATEGORY  TO ND-CATEGORY.
084200     WRITE REPORT-LINE FROM WS-NEVER-DETAIL.
084300 7100-READ-NEXT.
084400     READ PHONE-BOOK NEXT RECORD
084500         AT END MOVE "Y" TO WS-BOOK-EOF
084600     END-READ.
084700 7100-EXIT.
084800     EXIT.
