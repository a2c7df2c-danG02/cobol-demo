000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CONTMNT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MAINTENANCE PROGRAM FOR THE VENDOR CONTRACT
000900*       COMPANION FILE (CONTREC). THE ENTRIES ON vendors.csv
001000*       ARE OUR SUPPLIERS AND THEIR CONTRACT DATES USED TO
001100*       LIVE ON PAPER IN PURCHASING, SO NOTHING TIED THE
001200*       DIRECTORY TO A RENEWAL DEADLINE. A CONTRACT ROW IS
001300*       KEYED BY THE VENDOR'S DIRECTORY NUMBER - A NUMBER
001400*       NOT ON THE DIRECTORY IS REFUSED - AND HOLDS START
001500*       AND END DATES, THE NOTICE PERIOD IN DAYS, AND THE
001600*       OWNING OPERATOR, WHO MUST BE ON opermast.dat WHEN
001700*       THAT MASTER IS ON HAND. THE DIRECTORY IS THE RUN
001800*       PARAMETER (DEFAULT vendors.csv); THE CONTRACT FILE
001900*       IS ITS REGISTRY PREFIX PLUS "cont.dat". THE LIST
002000*       SHOWS EACH CONTRACT AS ACTIVE, IN NOTICE, OR
002100*       EXPIRED, AND WARNS WHEN THE VENDOR HAS SINCE LEFT
002200*       THE DIRECTORY. CONTTICK IS THE MONTHLY TICKLER.
002300*----------------------------------------------------------
002400* MOD LOG:
002500*  OCT 2026  DCG  ORIGINAL PROGRAM.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OPTIONAL CONTRACT-FILE
003100         ASSIGN TO WS-CONTRACT-FILE-NAME
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS DYNAMIC
003400         RECORD KEY IS CN-PHONE-NUMBER
003500         FILE STATUS IS WS-CONT-STATUS.
003600
003700     SELECT PHONE-BOOK
003800         ASSIGN TO WS-DIRECTORY-FILE
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS PHONE-NUMBER
004200         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-PHONE-STATUS.
004500
004600     SELECT OPTIONAL OPERATOR-MASTER-FILE
004700         ASSIGN TO "opermast.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS OP-ID
005100         FILE STATUS IS WS-OPER-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  CONTRACT-FILE.
005600     COPY CONTREC.
005700
005800 FD  PHONE-BOOK.
005900     COPY PHONEREC.
006000
006100 FD  OPERATOR-MASTER-FILE.
006200     COPY OPERREC.
006300
006400 WORKING-STORAGE SECTION.
006500
006600 01  WS-JOB-NAME                 PIC X(08) VALUE "CONTMNT".
006700 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
006800 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
006900
007000 01  WS-CONT-STATUS              PIC X(02) VALUE "00".
007100 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007200 01  WS-OPER-STATUS              PIC X(02) VALUE "00".
007300
007400 01  WS-DIRECTORY-FILE           PIC X(20)
007500                                 VALUE "vendors.csv".
007600 01  WS-CONTRACT-FILE-NAME       PIC X(20)
007700                                 VALUE "vendcont.dat".
007800 01  WS-RUN-PARM                 PIC X(20).
007900 01  WS-REG-FUNCTION             PIC X(01).
008000 01  WS-REG-CHOICE               PIC X(01).
008100 01  WS-REG-DIRECTORY            PIC X(20).
008200 01  WS-REG-PREFIX               PIC X(04).
008300 01  WS-REG-DESCRIPTION          PIC X(30).
008400 01  WS-REG-RESULT               PIC X(01).
008500
008600 01  WS-OPERATOR-ID              PIC X(08).
008700 01  WS-MENU-CHOICE              PIC X(01).
008800 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
008900     88  MENU-DONE                       VALUE "Y".
009000
009100 01  WS-ENTRY-NUMBER             PIC X(15).
009200 01  WS-ENTRY-DATE               PIC X(08).
009300 01  WS-ENTRY-DAYS               PIC X(03).
009400 01  WS-ENTRY-OWNER              PIC X(08).
009500 01  WS-ENTRY-REFERENCE          PIC X(20).
009600 01  WS-RECORD-ON-FILE           PIC X(01).
009700 01  WS-FIELD-OK                 PIC X(01).
009800 01  WS-VENDOR-NAME              PIC X(20).
009900
010000 01  WS-DATE-NUM                 PIC 9(08).
010100 01  WS-TODAY-NUM                PIC 9(08).
010200 01  WS-TODAY-DAY                PIC 9(08) COMP.
010400 01  WS-END-DAY                  PIC 9(08) COMP.
010500 01  WS-NOTICE-DAY               PIC S9(08) COMP.
010600 01  WS-CONTRACT-STATE           PIC X(09).
010700
010800 01  WS-LIST-EOF                 PIC X(01).
010900 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
011000
011100 PROCEDURE DIVISION.
011200
011300 0000-MAINLINE.
011400     CALL "JOBHDR" USING WS-JOB-NAME.
011500     MOVE SPACE TO WS-RUN-PARM.
011600     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
011700     IF WS-RUN-PARM NOT = SPACE
011800         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
011900         PERFORM 0200-SET-COMPANION-NAME THRU 0200-EXIT
012000     END-IF.
012100     ACCEPT WS-TODAY-NUM FROM DATE YYYYMMDD.
012200     COMPUTE WS-TODAY-DAY =
012250         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
012300     PERFORM 0100-GET-OPERATOR-ID THRU 0100-EXIT.
012400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
012500     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
012600         UNTIL MENU-DONE.
012700     CLOSE CONTRACT-FILE.
012800     CLOSE PHONE-BOOK.
012900     DISPLAY "CONTMNT COMPLETE.".
013000     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
013100         WS-END-CODE.
013200     GOBACK.
013300
013400 0100-GET-OPERATOR-ID.
013500     MOVE SPACE TO WS-OPERATOR-ID.
013600     DISPLAY "OPERATOR ID ? ".
013700     ACCEPT WS-OPERATOR-ID.
013800     IF WS-OPERATOR-ID = SPACE
013900         DISPLAY "OPERATOR ID MUST BE ENTERED!"
014000         GO TO 0100-GET-OPERATOR-ID
014100     END-IF.
014200 0100-EXIT.
014300     EXIT.
014400
014500 0200-SET-COMPANION-NAME.
014600     MOVE "D" TO WS-REG-FUNCTION.
014700     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
014800     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
014900         WS-REG-DIRECTORY WS-REG-PREFIX
015000         WS-REG-DESCRIPTION WS-REG-RESULT.
015100     IF WS-REG-RESULT = "Y"
015200         MOVE SPACE TO WS-CONTRACT-FILE-NAME
015300         STRING FUNCTION TRIM(WS-REG-PREFIX)
015400                                            DELIMITED BY SIZE
015500             "cont.dat"                     DELIMITED BY SIZE
015600             INTO WS-CONTRACT-FILE-NAME
015700         END-STRING
015800     END-IF.
015900 0200-EXIT.
016000     EXIT.
016100
016200 1000-OPEN-FILES.
016300     OPEN INPUT PHONE-BOOK.
016400     IF WS-PHONE-STATUS NOT = "00"
016500         DISPLAY "UNABLE TO OPEN "
016600             FUNCTION TRIM(WS-DIRECTORY-FILE)
016700             " - FILE STATUS " WS-PHONE-STATUS
016800         MOVE 12 TO RETURN-CODE
016900         MOVE 12 TO WS-END-CODE
017000         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
017100             WS-END-CODE
017200         GOBACK
017300     END-IF.
017400     OPEN I-O CONTRACT-FILE.
017500     IF WS-CONT-STATUS = "35"
017600         OPEN OUTPUT CONTRACT-FILE
017700         CLOSE CONTRACT-FILE
017800         OPEN I-O CONTRACT-FILE
017900     END-IF.
018000     IF WS-CONT-STATUS NOT = "00"
018100         DISPLAY "UNABLE TO OPEN "
018200             FUNCTION TRIM(WS-CONTRACT-FILE-NAME)
018300             " - FILE STATUS " WS-CONT-STATUS
018400         CLOSE PHONE-BOOK
018500         MOVE 12 TO RETURN-CODE
018600         MOVE 12 TO WS-END-CODE
018700         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018800             WS-END-CODE
018900         GOBACK
019000     END-IF.
019100 1000-EXIT.
019200     EXIT.
019300
019400 2000-SHOW-MENU.
019500     DISPLAY "============================================".
019600     DISPLAY " VENDOR CONTRACT MAINTENANCE - "
019700         FUNCTION TRIM(WS-DIRECTORY-FILE).
019800     DISPLAY "  S = SET (OR CHANGE) A CONTRACT".
019900     DISPLAY "  D = DELETE A CONTRACT".
020000     DISPLAY "  L = LIST THE CONTRACTS".
020100     DISPLAY "  Q = QUIT".
020200     DISPLAY "============================================".
020300     DISPLAY "SELECTION ? ".
020400     ACCEPT WS-MENU-CHOICE.
020500     IF WS-MENU-CHOICE = "s" OR "d" OR "l" OR "q"
020600         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
020700             TO WS-MENU-CHOICE
020800     END-IF.
020900     EVALUATE WS-MENU-CHOICE
021000         WHEN "S"
021100             PERFORM 3000-SET-CONTRACT THRU 3000-EXIT
021200         WHEN "D"
021300             PERFORM 4000-DELETE-CONTRACT THRU 4000-EXIT
021400         WHEN "L"
021500             PERFORM 5000-LIST-CONTRACTS THRU 5000-EXIT
021600         WHEN "Q"
021700             MOVE "Y" TO WS-QUIT-SWITCH
021800         WHEN OTHER
021900             DISPLAY "PLEASE ENTER S, D, L, OR Q."
022000     END-EVALUATE.
022100 2000-EXIT.
022200     EXIT.
022300
022400*    THE CONTRACT HANGS OFF A LIVE DIRECTORY ENTRY - A
022500*    NUMBER NOT ON FILE IS REFUSED. ON A CHANGE EVERY
022600*    PROMPT TAKES BLANK AS "KEEP WHAT IS THERE".
022700 3000-SET-CONTRACT.
022800     DISPLAY "VENDOR NUMBER ? ".
022900     ACCEPT WS-ENTRY-NUMBER.
023000     IF WS-ENTRY-NUMBER = SPACE
023100         GO TO 3000-EXIT
023200     END-IF.
023300     MOVE WS-ENTRY-NUMBER TO PHONE-NUMBER.
023400     READ PHONE-BOOK
023500         INVALID KEY
023600             DISPLAY WS-ENTRY-NUMBER " IS NOT ON "
023700                 FUNCTION TRIM(WS-DIRECTORY-FILE)
023800                 " - REFUSED."
023900             GO TO 3000-EXIT
024000     END-READ.
024100     CALL "NAMEDISP" USING PHONE-LAST-NAME WS-VENDOR-NAME.
024200     DISPLAY "VENDOR: " FUNCTION TRIM(WS-VENDOR-NAME).
024300     MOVE "N" TO WS-RECORD-ON-FILE.
024400     MOVE WS-ENTRY-NUMBER TO CN-PHONE-NUMBER.
024500     READ CONTRACT-FILE
024600         INVALID KEY
024700             MOVE SPACE           TO CONTRACT-RECORD
024800             MOVE WS-ENTRY-NUMBER TO CN-PHONE-NUMBER
024900             MOVE ZERO            TO CN-NOTICE-DAYS
025000         NOT INVALID KEY
025100             MOVE "Y" TO WS-RECORD-ON-FILE
025200             PERFORM 5200-SHOW-CONTRACT THRU 5200-EXIT
025300     END-READ.
025400     PERFORM 3100-GET-START-DATE THRU 3100-EXIT.
025500     IF WS-FIELD-OK NOT = "Y"
025600         GO TO 3000-EXIT
025700     END-IF.
025800     PERFORM 3200-GET-END-DATE THRU 3200-EXIT.
025900     IF WS-FIELD-OK NOT = "Y"
026000         GO TO 3000-EXIT
026100     END-IF.
026200     PERFORM 3300-GET-NOTICE-DAYS THRU 3300-EXIT.
026300     IF WS-FIELD-OK NOT = "Y"
026400         GO TO 3000-EXIT
026500     END-IF.
026600     PERFORM 3400-GET-OWNER THRU 3400-EXIT.
026700     IF WS-FIELD-OK NOT = "Y"
026800         GO TO 3000-EXIT
026900     END-IF.
027000     DISPLAY "CONTRACT REFERENCE (BLANK = KEEP/NONE) ? ".
027100     MOVE SPACE TO WS-ENTRY-REFERENCE.
027200     ACCEPT WS-ENTRY-REFERENCE.
027300     IF WS-ENTRY-REFERENCE NOT = SPACE
027400         MOVE WS-ENTRY-REFERENCE TO CN-REFERENCE
027500     END-IF.
027600     MOVE WS-OPERATOR-ID TO CN-LAST-OPERATOR.
027700     MOVE WS-TODAY-NUM   TO CN-LAST-DATE.
027800     IF WS-RECORD-ON-FILE = "Y"
027900         REWRITE CONTRACT-RECORD
028000         DISPLAY "CONTRACT CHANGED."
028100     ELSE
028200         WRITE CONTRACT-RECORD
028300         DISPLAY "CONTRACT SET."
028400     END-IF.
028500     ADD 1 TO WS-JOURNAL-COUNT.
028600     PERFORM 5200-SHOW-CONTRACT THRU 5200-EXIT.
028700 3000-EXIT.
028800     EXIT.
028900
029000 3100-GET-START-DATE.
029100     MOVE "N" TO WS-FIELD-OK.
029200     DISPLAY "CONTRACT START (YYYYMMDD) ? ".
029300     MOVE SPACE TO WS-ENTRY-DATE.
029400     ACCEPT WS-ENTRY-DATE.
029500     IF WS-ENTRY-DATE = SPACE AND CN-START-DATE NOT = SPACE
029600         MOVE "Y" TO WS-FIELD-OK
029700         GO TO 3100-EXIT
029800     END-IF.
029900     PERFORM 3900-CHECK-DATE THRU 3900-EXIT.
030000     IF WS-FIELD-OK = "Y"
030100         MOVE WS-ENTRY-DATE TO CN-START-DATE
030200     END-IF.
030300 3100-EXIT.
030400     EXIT.
030500
030600 3200-GET-END-DATE.
030700     MOVE "N" TO WS-FIELD-OK.
030800     DISPLAY "CONTRACT END (YYYYMMDD) ? ".
030900     MOVE SPACE TO WS-ENTRY-DATE.
031000     ACCEPT WS-ENTRY-DATE.
031100     IF WS-ENTRY-DATE = SPACE AND CN-END-DATE NOT = SPACE
031200         MOVE CN-END-DATE TO WS-ENTRY-DATE
031300     END-IF.
031400     PERFORM 3900-CHECK-DATE THRU 3900-EXIT.
031500     IF WS-FIELD-OK NOT = "Y"
031600         GO TO 3200-EXIT
031700     END-IF.
031800     IF WS-ENTRY-DATE NOT > CN-START-DATE
031900         DISPLAY "THE END DATE MUST FALL AFTER THE START DATE "
032000             CN-START-DATE " - NOTHING SAVED."
032100         MOVE "N" TO WS-FIELD-OK
032200         GO TO 3200-EXIT
032300     END-IF.
032400     MOVE WS-ENTRY-DATE TO CN-END-DATE.
032500 3200-EXIT.
032600     EXIT.
032700
032800 3300-GET-NOTICE-DAYS.
032900     MOVE "N" TO WS-FIELD-OK.
033000     DISPLAY "NOTICE PERIOD IN DAYS (THREE DIGITS, E.G. 090) ? ".
033100     MOVE SPACE TO WS-ENTRY-DAYS.
033200     ACCEPT WS-ENTRY-DAYS.
033300     IF WS-ENTRY-DAYS = SPACE AND WS-RECORD-ON-FILE = "Y"
033400         MOVE "Y" TO WS-FIELD-OK
033500         GO TO 3300-EXIT
033600     END-IF.
033700     IF WS-ENTRY-DAYS NOT NUMERIC
033800         DISPLAY "THE NOTICE PERIOD IS THREE DIGITS - NOTHING "
033900             "SAVED."
034000         GO TO 3300-EXIT
034100     END-IF.
034200     MOVE WS-ENTRY-DAYS TO CN-NOTICE-DAYS.
034300     MOVE "Y" TO WS-FIELD-OK.
034400 3300-EXIT.
034500     EXIT.
034600
034700*    THE OWNER ANSWERS FOR THE RENEWAL AND MUST BE A REAL
034800*    OPERATOR. WITH NO SECURITY MASTER ON HAND THE ID IS
034900*    TAKEN AS KEYED.
035000 3400-GET-OWNER.
035100     MOVE "N" TO WS-FIELD-OK.
035200     DISPLAY "OWNER OPERATOR ID (BLANK = KEEP/YOURSELF) ? ".
035300     MOVE SPACE TO WS-ENTRY-OWNER.
035400     ACCEPT WS-ENTRY-OWNER.
035500     IF WS-ENTRY-OWNER = SPACE
035600         IF CN-OWNER-ID NOT = SPACE
035700             MOVE "Y" TO WS-FIELD-OK
035800             GO TO 3400-EXIT
035900         END-IF
036000         MOVE WS-OPERATOR-ID TO WS-ENTRY-OWNER
036100     END-IF.
036200     OPEN INPUT OPERATOR-MASTER-FILE.
036300     IF WS-OPER-STATUS NOT = "00"
036400         DISPLAY "SECURITY MASTER opermast.dat NOT ON HAND - "
036500             "OWNER TAKEN AS KEYED."
036600     ELSE
036700         MOVE WS-ENTRY-OWNER TO OP-ID
036800         READ OPERATOR-MASTER-FILE
036900             INVALID KEY
037000                 DISPLAY "OPERATOR " WS-ENTRY-OWNER
037100                     " IS NOT ON opermast.dat - NOTHING SAVED."
037200                 CLOSE OPERATOR-MASTER-FILE
037300                 GO TO 3400-EXIT
037400         END-READ
037500         CLOSE OPERATOR-MASTER-FILE
037600     END-IF.
037700     MOVE WS-ENTRY-OWNER TO CN-OWNER-ID.
037800     MOVE "Y" TO WS-FIELD-OK.
037900 3400-EXIT.
038000     EXIT.
038100
038200 3900-CHECK-DATE.
038300     MOVE "N" TO WS-FIELD-OK.
038400     IF WS-ENTRY-DATE NOT NUMERIC
038500         DISPLAY "A DATE IS EIGHT DIGITS, YYYYMMDD - NOTHING "
038600             "SAVED."
038700         GO TO 3900-EXIT
038800     END-IF.
038900     MOVE WS-ENTRY-DATE TO WS-DATE-NUM.
039000     IF FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) = ZERO
039100         DISPLAY WS-ENTRY-DATE " IS NOT A REAL DATE - "
039200             "NOTHING SAVED."
039300         GO TO 3900-EXIT
039400     END-IF.
039500     MOVE "Y" TO WS-FIELD-OK.
039600 3900-EXIT.
039700     EXIT.
039800
039900 4000-DELETE-CONTRACT.
040000     DISPLAY "VENDOR NUMBER ? ".
040100     ACCEPT WS-ENTRY-NUMBER.
040200     MOVE WS-ENTRY-NUMBER TO CN-PHONE-NUMBER.
040300     READ CONTRACT-FILE
040400         INVALID KEY
040500             DISPLAY "NO CONTRACT ON FILE FOR "
040600                 WS-ENTRY-NUMBER "."
040700         NOT INVALID KEY
040800             DELETE CONTRACT-FILE RECORD
040900             ADD 1 TO WS-JOURNAL-COUNT
041000             DISPLAY "CONTRACT DELETED."
041100     END-READ.
041200 4000-EXIT.
041300     EXIT.
041400
041500 5000-LIST-CONTRACTS.
041600     MOVE ZERO TO WS-LIST-COUNT.
041700     MOVE "N" TO WS-LIST-EOF.
041800     MOVE LOW-VALUES TO CN-PHONE-NUMBER.
041900     START CONTRACT-FILE KEY IS NOT LESS THAN CN-PHONE-NUMBER
042000         INVALID KEY
042100             MOVE "Y" TO WS-LIST-EOF
042200     END-START.
042300     PERFORM 5100-LIST-NEXT THRU 5100-EXIT
042400         UNTIL WS-LIST-EOF = "Y".
042500     DISPLAY WS-LIST-COUNT " CONTRACT(S) ON FILE.".
042600 5000-EXIT.
042700     EXIT.
042800
042900 5100-LIST-NEXT.
043000     READ CONTRACT-FILE NEXT RECORD
043100         AT END
043200             MOVE "Y" TO WS-LIST-EOF
043300             GO TO 5100-EXIT
043400     END-READ.
043500     ADD 1 TO WS-LIST-COUNT.
043600     MOVE CN-PHONE-NUMBER TO PHONE-NUMBER.
043700     READ PHONE-BOOK
043800         INVALID KEY
043900             MOVE "*** NO LONGER ON FILE" TO WS-VENDOR-NAME
044000         NOT INVALID KEY
044100             CALL "NAMEDISP" USING PHONE-LAST-NAME
044200                 WS-VENDOR-NAME
044300     END-READ.
044400     DISPLAY CN-PHONE-NUMBER " " WS-VENDOR-NAME.
044500     PERFORM 5200-SHOW-CONTRACT THRU 5200-EXIT.
044600 5100-EXIT.
044700     EXIT.
044800
044900 5200-SHOW-CONTRACT.
045000     PERFORM 5300-SET-CONTRACT-STATE THRU 5300-EXIT.
045100     DISPLAY "  " CN-START-DATE " TO " CN-END-DATE
045200         "  NOTICE " CN-NOTICE-DAYS " DAYS  OWNER "
045300         CN-OWNER-ID "  " WS-CONTRACT-STATE.
045400     IF CN-REFERENCE NOT = SPACE
045500         DISPLAY "  REFERENCE " CN-REFERENCE
045600     END-IF.
045700 5200-EXIT.
045800     EXIT.
045900
046000*    THE NOTICE WINDOW OPENS CN-NOTICE-DAYS BEFORE THE END
046100*    DATE - THE SAME RULE CONTTICK REPORTS ON.
046200 5300-SET-CONTRACT-STATE.
046300     MOVE "ACTIVE" TO WS-CONTRACT-STATE.
046400     IF CN-END-DATE NOT NUMERIC
046500         MOVE SPACE TO WS-CONTRACT-STATE
046600         GO TO 5300-EXIT
046700     END-IF.
046800     MOVE CN-END-DATE TO WS-DATE-NUM.
046900     COMPUTE WS-END-DAY = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
047000     COMPUTE WS-NOTICE-DAY = WS-END-DAY - CN-NOTICE-DAYS.
047100     IF WS-TODAY-DAY > WS-END-DAY
047200         MOVE "EXPIRED" TO WS-CONTRACT-STATE
047300     ELSE
047400         IF WS-TODAY-DAY >= WS-NOTICE-DAY
047500             MOVE "IN NOTICE" TO WS-CONTRACT-STATE
047600         END-IF
047700     END-IF.
047800 5300-EXIT.
047900     EXIT.
