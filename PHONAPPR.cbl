000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONAPPR.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SECOND-PERSON APPROVAL OF SENSITIVE CHANGES. A
000900*       CHANGE THE approve.cfg RULES CALL SENSITIVE (APPRCHK -
001000*       A DELETE IN A LISTED CATEGORY, A CLEARED DO-NOT-CALL
001100*       FLAG, ANYTHING KEYED BY A TRAINEE) IS HELD ON
001200*       phonappr.dat (APPRREC) BY IODEMO OR PHONCREQ INSTEAD OF
001300*       BEING WRITTEN. FOR EACH PENDING ROW ON THE CHOSEN
001400*       DIRECTORY THE RECORD BEFORE AND AS KEYED IS SHOWN, AND
001500*       A SUPERVISOR OTHER THAN THE ONE WHO KEYED IT EITHER:
001600*         A = APPROVES IT - THE ADD, CHANGE, OR DELETE IS
001700*             WRITTEN NOW AND IMAGED TO phonchg.dat UNDER THE
001800*             APPROVER, THE KEYED RECORD CARRYING THE KEYING
001900*             OPERATOR; COMPANION ROWS FOLLOW AS THEY DO FROM
002000*             IODEMO. A RECORD ALTERED SINCE IT WAS KEYED IS
002100*             NOT OVERWRITTEN - THE ROW IS REFUSED INSTEAD.
002200*         R = REFUSES IT WITH A REASON
002300*         S = SKIPS IT - THE ROW STAYS PENDING
002400*       EVERY DECIDED ROW STAYS ON FILE WITH BOTH OPERATOR
002500*       IDS. A ROW HELD FROM PHONCREQ SETTLES ITS CORRECTION
002600*       REQUEST TOO, SO THE REQUESTER READS THE OUTCOME BACK
002700*       IN PHONINQ. REQUIRES SUPERVISOR AUTHORITY THROUGH THE
002800*       SHARED OPERSEC SIGN-ON; AN OPERATOR LISTED AS A
002900*       TRAINEE MAY NOT APPROVE.
003000*----------------------------------------------------------
003100* MOD LOG:
003200*  OCT 2026  DCG  ORIGINAL PROGRAM.
003225*  OCT 2026  DCG  AN APPROVED DELETE REMOVES THE ENTRY'S
003250*                 DATED NOTES (phonnote.dat) AND AN APPROVED
003275*                 NUMBER CHANGE CARRIES THEM TO THE NEW KEY.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL APPROVAL-FILE
003800         ASSIGN TO "phonappr.dat"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-APPR-STATUS.
004100
004200     SELECT NEW-APPROVAL-FILE
004300         ASSIGN TO "phonappr.tmp"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-NEWA-STATUS.
004600
004700     SELECT OPTIONAL REQUEST-FILE
004800         ASSIGN TO "phoncreq.dat"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CREQ-STATUS.
005100
005200     SELECT NEW-REQUEST-FILE
005300         ASSIGN TO "phoncreq.tmp"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-NEWQ-STATUS.
005600
005700     SELECT PHONE-BOOK
005800         ASSIGN TO WS-DIRECTORY-FILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PHONE-NUMBER
006200         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
006300             WITH DUPLICATES
006400         FILE STATUS IS WS-PHONE-STATUS.
006500
006600     SELECT ADDRESS-FILE
006700         ASSIGN TO "phonaddr.dat"
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS DYNAMIC
007000         RECORD KEY IS ADR-PHONE-NUMBER
007100         FILE STATUS IS WS-ADDR-STATUS.
007200
007300     SELECT CHANNEL-FILE
007400         ASSIGN TO "phonchan.dat"
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS DYNAMIC
007700         RECORD KEY IS CHN-PHONE-NUMBER
007800         FILE STATUS IS WS-CHAN-STATUS.
007900
008000     SELECT LOCATION-FILE
008100         ASSIGN TO "phonloc.dat"
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS LC-PHONE-NUMBER
008500         FILE STATUS IS WS-LOC-STATUS.
008600
008700     SELECT EXTENSION-FILE
008800         ASSIGN TO "extninv.dat"
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS DYNAMIC
009100         RECORD KEY IS EI-EXTENSION
009200         FILE STATUS IS WS-EXTN-STATUS.
009300
009400     SELECT OPTIONAL EXPIRY-FILE
009500         ASSIGN TO "phonexpy.dat"
009600         ORGANIZATION IS INDEXED
009700         ACCESS MODE IS DYNAMIC
009800         RECORD KEY IS EX-PHONE-NUMBER
009900         FILE STATUS IS WS-EXPY-STATUS.
009912
009924     SELECT OPTIONAL NOTE-FILE
009936         ASSIGN TO "phonnote.dat"
009948         ORGANIZATION IS INDEXED
009960         ACCESS MODE IS DYNAMIC
009972         RECORD KEY IS NT-KEY
009984         FILE STATUS IS WS-NOTE-STATUS.
010000
010100     SELECT OPTIONAL CHANGE-HISTORY-FILE
010200         ASSIGN TO "phonchg.dat"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS WS-CHG-STATUS.
010500
010600     SELECT OPTIONAL ADDRESS-CHANGE-FILE
010700         ASSIGN TO "phonadch.dat"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-ADCH-STATUS.
011000
011100 DATA DIVISION.
011200 FILE SECTION.
011300 FD  APPROVAL-FILE.
011400     COPY APPRREC.
011500
011600 FD  NEW-APPROVAL-FILE.
011700 01  NEW-APPROVAL-RECORD         PIC X(306).
011800
011900 FD  REQUEST-FILE.
012000     COPY CREQREC.
012100
012200 FD  NEW-REQUEST-FILE.
012300 01  NEW-REQUEST-RECORD          PIC X(176).
012400
012500 FD  PHONE-BOOK.
012600     COPY PHONEREC.
012700
012800 FD  ADDRESS-FILE.
012900     COPY PHONADDR.
013000
013100 FD  CHANNEL-FILE.
013200     COPY CHANREC.
013300
013400 FD  LOCATION-FILE.
013500     COPY LOCNREC.
013600
013700 FD  EXTENSION-FILE.
013800     COPY EXTNREC.
013900
014000 FD  EXPIRY-FILE.
014100     COPY EXPYREC.
014125
014150 FD  NOTE-FILE.
014175     COPY NOTEREC.
014200
014300 FD  CHANGE-HISTORY-FILE.
014400     COPY PHONCHG.
014500
014600 FD  ADDRESS-CHANGE-FILE.
014700     COPY ADDRCHG.
014800
014900 WORKING-STORAGE SECTION.
015000
015100 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONAPPR".
015200 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
015300 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
015400
015500 01  WS-APPR-STATUS              PIC X(02) VALUE "00".
015600 01  WS-NEWA-STATUS              PIC X(02) VALUE "00".
015700 01  WS-CREQ-STATUS              PIC X(02) VALUE "00".
015800 01  WS-NEWQ-STATUS              PIC X(02) VALUE "00".
015900 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
016000 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
016100 01  WS-CHAN-STATUS              PIC X(02) VALUE "00".
016200 01  WS-LOC-STATUS               PIC X(02) VALUE "00".
016300 01  WS-EXTN-STATUS              PIC X(02) VALUE "00".
016400 01  WS-EXPY-STATUS              PIC X(02) VALUE "00".
016450 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
016500 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
016600 01  WS-ADCH-STATUS              PIC X(02) VALUE "00".
016700 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
016800 01  WS-SEAL-CHECK               PIC X(10).
016900 01  WS-SEAL-RESULT              PIC X(01).
017000
017100 01  WS-ADDR-ON-HAND             PIC X(01) VALUE "N".
017200     88  ADDRESS-FILE-ON-HAND            VALUE "Y".
017300 01  WS-CHAN-ON-HAND             PIC X(01) VALUE "N".
017400     88  CHANNEL-FILE-ON-HAND            VALUE "Y".
017500 01  WS-LOC-ON-HAND              PIC X(01) VALUE "N".
017600     88  LOCATION-FILE-ON-HAND           VALUE "Y".
017700 01  WS-EXTN-ON-HAND             PIC X(01) VALUE "N".
017800     88  EXTENSION-FILE-ON-HAND          VALUE "Y".
017900 01  WS-EXPY-ON-HAND             PIC X(01) VALUE "N".
018000     88  EXPIRY-FILE-ON-HAND             VALUE "Y".
018020 01  WS-NOTE-ON-HAND             PIC X(01) VALUE "N".
018040     88  NOTE-FILE-ON-HAND               VALUE "Y".
018060 01  WS-NOTE-EOF                 PIC X(01).
018080 01  WS-NOTE-NEW-NUMBER          PIC X(15).
018100
018200 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
018300 01  WS-DIRECTORY-CHOICE         PIC X(01).
018400 01  WS-REG-FUNCTION             PIC X(01).
018500 01  WS-REG-CHOICE               PIC X(01).
018600 01  WS-REG-DIRECTORY            PIC X(20).
018700 01  WS-REG-PREFIX               PIC X(04).
018800 01  WS-REG-DESCRIPTION          PIC X(30).
018900 01  WS-REG-RESULT               PIC X(01).
019000 01  WS-REG-DIGIT                PIC 9(02).
019100
019200 01  WS-OPERATOR-ID              PIC X(08).
019300 01  WS-OPERATOR-PASSWORD        PIC X(08).
019400 01  WS-OPERATOR-AUTHORITY       PIC X(01).
019500 01  WS-SIGNON-RESULT            PIC X(01) VALUE "N".
019600     88  OPERATOR-SIGNED-ON              VALUE "Y".
019700 01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.
019800
019900 01  WS-LOCK-HOLDER              PIC X(08).
020000 01  WS-LOCK-FUNCTION            PIC X(01).
020100 01  WS-LOCK-RESULT              PIC X(01).
020200
020300 01  WS-APPR-ACTION              PIC X(01).
020400 01  WS-APPR-RULE                PIC X(08).
020500 01  WS-APPR-RESULT              PIC X(01).
020600
020700 01  WS-APPR-EOF                 PIC X(01) VALUE "N".
020800     88  END-OF-APPROVALS                VALUE "Y".
020900 01  WS-CREQ-EOF                 PIC X(01).
021000
021100 01  WS-ANSWER                   PIC X(01).
021200 01  WS-REFUSE-REASON            PIC X(40).
021300 01  WS-APPLY-OK                 PIC X(01).
021400     88  APPLY-SUCCESSFUL                VALUE "Y".
021500 01  WS-OLD-RECORD               PIC X(82).
021600 01  WS-NEW-RECORD               PIC X(82).
021700 01  WS-OLD-NUMBER               PIC X(15).
021800 01  WS-NEW-NUMBER               PIC X(15).
021900 01  WS-OLD-EXTENSION            PIC X(05).
022000 01  WS-EXPY-FOUND               PIC X(01).
022100 01  WS-TODAY-DATE               PIC X(08).
022200
022300*    ONE SIDE OF A HELD ROW LAID OUT FOR THE SCREEN.
022400 01  WS-SHOW-RECORD.
022500     05  SR-LAST-NAME            PIC X(20).
022600     05  SR-FIRST-NAME           PIC X(20).
022700     05  SR-NUMBER               PIC X(15).
022800     05  SR-COUNTRY-CODE         PIC X(03).
022900     05  SR-EXTENSION            PIC X(05).
023000     05  SR-CATEGORY             PIC X(02).
023100     05  SR-PRIVACY-FLAG         PIC X(01).
023200     05  SR-OPERATOR-ID          PIC X(08).
023300     05  SR-ENTRY-DATE           PIC X(08).
023400 01  WS-SHOW-LABEL               PIC X(08).
023500
023600 01  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
023700 01  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
023800 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
023900
024000 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
024100 01  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO.
024200 01  WS-MVT-ADDED                PIC 9(06) VALUE ZERO.
024300 01  WS-MVT-CHANGED              PIC 9(06) VALUE ZERO.
024400 01  WS-MVT-DELETED              PIC 9(06) VALUE ZERO.
024500 01  WS-COUNT-EOF                PIC X(01).
024600 01  WS-RECORD-TALLY             PIC 9(06) COMP VALUE ZERO.
024700
024800 01  WS-COMMAND                  PIC X(80).
024900
025000 PROCEDURE DIVISION.
025100
025200 0000-MAINLINE.
025300     CALL "JOBHDR" USING WS-JOB-NAME.
025400     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
025500     IF NOT OPERATOR-SIGNED-ON
025600         DISPLAY "SIGN-ON FAILED - PHONAPPR ENDED."
025700         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
025800             WS-END-CODE
025900         GOBACK
026000     END-IF.
026100     IF WS-OPERATOR-AUTHORITY NOT = "2"
026200         DISPLAY "PHONAPPR REQUIRES SUPERVISOR AUTHORITY."
026300         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
026400             WS-END-CODE
026500         GOBACK
026600     END-IF.
026700     MOVE "V" TO WS-APPR-ACTION.
026800     MOVE SPACE TO WS-OLD-RECORD.
026900     MOVE SPACE TO WS-NEW-RECORD.
027000     CALL "APPRCHK" USING WS-OPERATOR-ID WS-APPR-ACTION
027100         WS-OLD-RECORD WS-NEW-RECORD WS-APPR-RULE WS-APPR-RESULT.
027200     IF WS-APPR-RESULT = "Y"
027300         DISPLAY "A TRAINEE MAY NOT APPROVE HELD CHANGES."
027400         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
027500             WS-END-CODE
027600         GOBACK
027700     END-IF.
027800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
027900     PERFORM 0200-GET-DIRECTORY-CHOICE THRU 0200-EXIT.
028000     PERFORM 2000-WORK-APPROVALS THRU 2000-EXIT.
028100     DISPLAY "PHONAPPR - " WS-APPROVED-COUNT " APPROVED, "
028200         WS-REFUSED-COUNT " REFUSED, "
028300         WS-SKIPPED-COUNT " LEFT PENDING.".
028400     COMPUTE WS-JOURNAL-COUNT =
028500         WS-APPROVED-COUNT + WS-REFUSED-COUNT.
028600     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
028700         WS-END-CODE.
028800     GOBACK.
028900
029000 0100-SIGN-ON.
029100     MOVE "N" TO WS-SIGNON-RESULT.
029200     MOVE ZERO TO WS-SIGNON-TRIES.
029300     PERFORM 0110-SIGN-ON-TRY THRU 0110-EXIT
029400         UNTIL OPERATOR-SIGNED-ON
029500             OR WS-SIGNON-TRIES >= 3.
029600 0100-EXIT.
029700     EXIT.
029800
029900 0110-SIGN-ON-TRY.
030000     ADD 1 TO WS-SIGNON-TRIES.
030100     DISPLAY "OPERATOR ID ? ".
030200     ACCEPT WS-OPERATOR-ID.
030300     DISPLAY "PASSWORD ? ".
030400     ACCEPT WS-OPERATOR-PASSWORD.
030500     CALL "OPERSEC" USING WS-OPERATOR-ID WS-OPERATOR-PASSWORD
030600         WS-OPERATOR-AUTHORITY WS-SIGNON-RESULT.
030700     EVALUATE WS-SIGNON-RESULT
030800         WHEN "Y"
030900             CONTINUE
031000         WHEN "M"
031100             DISPLAY "SECURITY MASTER NOT ON HAND - "
031200                 "APPROVAL CONTINUES WITH FULL ACCESS."
031300             MOVE "2" TO WS-OPERATOR-AUTHORITY
031400             MOVE "Y" TO WS-SIGNON-RESULT
031500         WHEN "L"
031600             DISPLAY "OPERATOR ID IS LOCKED - A SUPERVISOR"
031700                 " UNLOCKS IT IN OPERMNT."
031800         WHEN "E"
031900             DISPLAY "PASSWORD EXPIRED - CHANGE IT AT THE "
032000                 "PHONEMNU SIGN-ON OR IN OPERMNT."
032100         WHEN OTHER
032200             DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNIZED."
032300     END-EVALUATE.
032400 0110-EXIT.
032500     EXIT.
032600
032700 0200-GET-DIRECTORY-CHOICE.
032800     DISPLAY "WHICH DIRECTORY ?".
032900     MOVE 1 TO WS-REG-DIGIT.
033000     PERFORM 0210-SHOW-REGISTRY-ROW THRU 0210-EXIT
033100         UNTIL WS-REG-DIGIT > 9.
033200     DISPLAY "SELECTION ? ".
033300     ACCEPT WS-DIRECTORY-CHOICE.
033400     MOVE "C" TO WS-REG-FUNCTION.
033500     MOVE WS-DIRECTORY-CHOICE TO WS-REG-CHOICE.
033600     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
033700         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
033800         WS-REG-RESULT.
033900     IF WS-REG-RESULT NOT = "Y"
034000         DISPLAY "PLEASE ENTER ONE OF THE LISTED CHOICES."
034100         GO TO 0200-GET-DIRECTORY-CHOICE
034200     END-IF.
034300     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
034400 0200-EXIT.
034500     EXIT.
034600
034700 0210-SHOW-REGISTRY-ROW.
034800     MOVE "C" TO WS-REG-FUNCTION.
034900     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
035000     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
035100         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
035200         WS-REG-RESULT.
035300     IF WS-REG-RESULT = "Y"
035400         DISPLAY "  " WS-REG-CHOICE " = " WS-REG-DESCRIPTION
035500     END-IF.
035600     ADD 1 TO WS-REG-DIGIT.
035700 0210-EXIT.
035800     EXIT.
035900
036000 2000-WORK-APPROVALS.
036100     OPEN INPUT APPROVAL-FILE.
036200     IF WS-APPR-STATUS NOT = "00"
036300         DISPLAY "NO CHANGES ARE WAITING FOR APPROVAL."
036400         GO TO 2000-EXIT
036500     END-IF.
036600     MOVE "L" TO WS-LOCK-FUNCTION.
036700     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
036800     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
036900         WS-LOCK-FUNCTION WS-LOCK-RESULT.
037000     IF WS-LOCK-RESULT = "N"
037100         DISPLAY "DIRECTORY IN USE BY OPERATOR "
037200             WS-LOCK-HOLDER " - APPROVALS NOT RUN."
037300         MOVE 12 TO RETURN-CODE
037400         MOVE 12 TO WS-END-CODE
037500         CLOSE APPROVAL-FILE
037600         GO TO 2000-EXIT
037700     END-IF.
037800     OPEN I-O PHONE-BOOK.
037900     IF WS-PHONE-STATUS NOT = "00"
038000         DISPLAY "UNABLE TO OPEN LIVE DIRECTORY - FILE STATUS "
038100             WS-PHONE-STATUS
038200         MOVE 12 TO RETURN-CODE
038300         MOVE 12 TO WS-END-CODE
038400         CLOSE APPROVAL-FILE
038500         PERFORM 2900-RELEASE-LOCK THRU 2900-EXIT
038600         GO TO 2000-EXIT
038700     END-IF.
038800     PERFORM 2050-OPEN-COMPANIONS THRU 2050-EXIT.
038900     PERFORM 3500-COUNT-PHONE-RECORDS THRU 3500-EXIT.
039000     MOVE WS-RECORD-TALLY TO WS-OPEN-COUNT.
039100     OPEN OUTPUT NEW-APPROVAL-FILE.
039200     READ APPROVAL-FILE
039300         AT END MOVE "Y" TO WS-APPR-EOF
039400     END-READ.
039500     PERFORM 2100-WORK-NEXT THRU 2100-EXIT
039600         UNTIL END-OF-APPROVALS.
039700     CLOSE APPROVAL-FILE.
039800     CLOSE NEW-APPROVAL-FILE.
039900     PERFORM 3500-COUNT-PHONE-RECORDS THRU 3500-EXIT.
040000     MOVE WS-RECORD-TALLY TO WS-CLOSE-COUNT.
040100     CALL "MVTLOG" USING WS-JOB-NAME WS-DIRECTORY-FILE
040200         WS-OPEN-COUNT WS-MVT-ADDED WS-MVT-CHANGED
040300         WS-MVT-DELETED WS-CLOSE-COUNT.
040400     CLOSE PHONE-BOOK.
040500     PERFORM 2060-CLOSE-COMPANIONS THRU 2060-EXIT.
040600     MOVE "mv phonappr.tmp phonappr.dat" TO WS-COMMAND.
040700     CALL "SYSTEM" USING WS-COMMAND.
040800     PERFORM 2900-RELEASE-LOCK THRU 2900-EXIT.
040900 2000-EXIT.
041000     EXIT.
041100
041200*    THE COMPANION FILES ARE ONLY TOUCHED WHEN ON HAND - AN
041300*    APPROVED DELETE OR NUMBER CHANGE CARRIES THEM THE WAY AN
041400*    IODEMO ONE WOULD.
041500 2050-OPEN-COMPANIONS.
041600     MOVE "N" TO WS-ADDR-ON-HAND.
041700     MOVE "N" TO WS-CHAN-ON-HAND.
041800     MOVE "N" TO WS-LOC-ON-HAND.
041900     MOVE "N" TO WS-EXTN-ON-HAND.
042000     MOVE "N" TO WS-EXPY-ON-HAND.
042050     MOVE "N" TO WS-NOTE-ON-HAND.
042100     OPEN I-O ADDRESS-FILE.
042200     IF WS-ADDR-STATUS = "00"
042300         MOVE "Y" TO WS-ADDR-ON-HAND
042400     END-IF.
042500     OPEN I-O CHANNEL-FILE.
042600     IF WS-CHAN-STATUS = "00"
042700         MOVE "Y" TO WS-CHAN-ON-HAND
042800     END-IF.
042900     OPEN I-O LOCATION-FILE.
043000     IF WS-LOC-STATUS = "00"
043100         MOVE "Y" TO WS-LOC-ON-HAND
043200     END-IF.
043300     OPEN I-O EXTENSION-FILE.
043400     IF WS-EXTN-STATUS = "00"
043500         MOVE "Y" TO WS-EXTN-ON-HAND
043600     END-IF.
043700     OPEN I-O EXPIRY-FILE.
043800     IF WS-EXPY-STATUS = "00" OR WS-EXPY-STATUS = "05"
043900         MOVE "Y" TO WS-EXPY-ON-HAND
044000     END-IF.
044020     OPEN I-O NOTE-FILE.
044040     IF WS-NOTE-STATUS = "00" OR WS-NOTE-STATUS = "05"
044060         MOVE "Y" TO WS-NOTE-ON-HAND
044080     END-IF.
044100 2050-EXIT.
044200     EXIT.
044300
044400 2060-CLOSE-COMPANIONS.
044500     IF ADDRESS-FILE-ON-HAND
044600         CLOSE ADDRESS-FILE
044700     END-IF.
044800     IF CHANNEL-FILE-ON-HAND
044900         CLOSE CHANNEL-FILE
045000     END-IF.
045100     IF LOCATION-FILE-ON-HAND
045200         CLOSE LOCATION-FILE
045300     END-IF.
045400     IF EXTENSION-FILE-ON-HAND
045500         CLOSE EXTENSION-FILE
045600     END-IF.
045700     IF EXPIRY-FILE-ON-HAND
045800         CLOSE EXPIRY-FILE
045900     END-IF.
045925     IF NOTE-FILE-ON-HAND
045950         CLOSE NOTE-FILE
045975     END-IF.
046000 2060-EXIT.
046100     EXIT.
046200
046300 2100-WORK-NEXT.
046400     IF AP-PENDING
046500             AND AP-DIRECTORY = WS-DIRECTORY-FILE
046600         PERFORM 2200-REVIEW-ONE-ROW THRU 2200-EXIT
046700     END-IF.
046800     MOVE APPROVAL-RECORD TO NEW-APPROVAL-RECORD.
046900     WRITE NEW-APPROVAL-RECORD.
047000     READ APPROVAL-FILE
047100         AT END MOVE "Y" TO WS-APPR-EOF
047200     END-READ.
047300 2100-EXIT.
047400     EXIT.
047500
047600 2200-REVIEW-ONE-ROW.
047700     MOVE AP-OLD-VALUES (41:15) TO WS-OLD-NUMBER.
047800     MOVE AP-NEW-VALUES (41:15) TO WS-NEW-NUMBER.
047900     DISPLAY "--------------------------------------------".
048000     EVALUATE TRUE
048100         WHEN AP-ADD
048200             DISPLAY "ADD HELD " AP-DATE " - KEYED BY "
048300                 AP-REQUESTER " IN " AP-SOURCE
048400         WHEN AP-DELETE
048500             DISPLAY "DELETE HELD " AP-DATE " - KEYED BY "
048600                 AP-REQUESTER " IN " AP-SOURCE
048700         WHEN OTHER
048800             DISPLAY "CHANGE HELD " AP-DATE " - KEYED BY "
048900                 AP-REQUESTER " IN " AP-SOURCE
049000     END-EVALUATE.
049100     DISPLAY "  CAUGHT BY THE " AP-RULE " RULE.".
049200     IF NOT AP-ADD
049300         MOVE AP-OLD-VALUES TO WS-SHOW-RECORD
049400         MOVE "  BEFORE" TO WS-SHOW-LABEL
049500         PERFORM 2400-SHOW-ONE-SIDE THRU 2400-EXIT
049600     END-IF.
049700     IF NOT AP-DELETE
049800         MOVE AP-NEW-VALUES TO WS-SHOW-RECORD
049900         MOVE "  KEYED " TO WS-SHOW-LABEL
050000         PERFORM 2400-SHOW-ONE-SIDE THRU 2400-EXIT
050100     END-IF.
050200     IF AP-EXPIRY-DATE NOT = SPACE
050300         DISPLAY "  EXPIRES " AP-EXPIRY-DATE
050400     END-IF.
050500*    THE WHOLE POINT IS A SECOND PAIR OF EYES.
050600     IF AP-REQUESTER = WS-OPERATOR-ID
050700         DISPLAY "KEYED BY YOU - A DIFFERENT SUPERVISOR MUST "
050800             "DECIDE IT."
050900         ADD 1 TO WS-SKIPPED-COUNT
051000         GO TO 2200-EXIT
051100     END-IF.
051200     PERFORM 2300-ASK-DISPOSITION THRU 2300-EXIT.
051300     EVALUATE WS-ANSWER
051400         WHEN "A"
051500             PERFORM 3000-APPROVE-ROW THRU 3000-EXIT
051600         WHEN "R"
051700             PERFORM 4000-REFUSE-ROW THRU 4000-EXIT
051800         WHEN OTHER
051900             ADD 1 TO WS-SKIPPED-COUNT
052000     END-EVALUATE.
052100 2200-EXIT.
052200     EXIT.
052300
052400 2300-ASK-DISPOSITION.
052500     DISPLAY "A=APPROVE, R=REFUSE, S=SKIP ? ".
052600     ACCEPT WS-ANSWER.
052700     IF WS-ANSWER = "a" OR WS-ANSWER = "r" OR WS-ANSWER = "s"
052800         MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
052900     END-IF.
053000     IF WS-ANSWER NOT = "A" AND WS-ANSWER NOT = "R"
053100             AND WS-ANSWER NOT = "S"
053200         DISPLAY "PLEASE ANSWER A, R, OR S."
053300         GO TO 2300-ASK-DISPOSITION
053400     END-IF.
053500 2300-EXIT.
053600     EXIT.
053700
053800 2400-SHOW-ONE-SIDE.
053900     DISPLAY WS-SHOW-LABEL ": " SR-LAST-NAME " " SR-FIRST-NAME
054000         " " SR-NUMBER.
054100     DISPLAY "          COUNTRY " SR-COUNTRY-CODE
054200         " EXT " SR-EXTENSION " CAT " SR-CATEGORY
054300         " PRIVACY " SR-PRIVACY-FLAG.
054400 2400-EXIT.
054500     EXIT.
054600
054700*    THE HELD ROW IS WRITTEN NOW, AS IT WAS KEYED - UNLESS THE
054800*    RECORD HAS MOVED ON SINCE, IN WHICH CASE THE KEYED VALUES
054900*    ARE STALE AND THE ROW IS REFUSED RATHER THAN LET THEM
055000*    OVERWRITE A LATER CHANGE.
055100 3000-APPROVE-ROW.
055200     MOVE "Y" TO WS-APPLY-OK.
055300     MOVE SPACE TO WS-REFUSE-REASON.
055400     EVALUATE TRUE
055500         WHEN AP-ADD
055600             PERFORM 3100-APPLY-ADD THRU 3100-EXIT
055700         WHEN AP-DELETE
055800             PERFORM 3300-APPLY-DELETE THRU 3300-EXIT
055900         WHEN OTHER
056000             PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
056100     END-EVALUATE.
056200     IF NOT APPLY-SUCCESSFUL
056300         DISPLAY "NOT APPLIED - " WS-REFUSE-REASON
056400         MOVE "R" TO AP-STATUS
056500         MOVE WS-REFUSE-REASON TO AP-DISPOSITION
056600         PERFORM 2800-STAMP-DISPOSITION THRU 2800-EXIT
056700         ADD 1 TO WS-REFUSED-COUNT
056800         GO TO 3000-EXIT
056900     END-IF.
057000     MOVE "A" TO AP-STATUS.
057100     MOVE SPACE TO AP-DISPOSITION.
057200     STRING "APPROVED BY "         DELIMITED BY SIZE
057300         WS-OPERATOR-ID            DELIMITED BY SIZE
057400         INTO AP-DISPOSITION
057500     END-STRING.
057600     PERFORM 2800-STAMP-DISPOSITION THRU 2800-EXIT.
057700     ADD 1 TO WS-APPROVED-COUNT.
057800     DISPLAY "APPROVED - WRITTEN AND IMAGED.".
057900 3000-EXIT.
058000     EXIT.
058100
058200 3100-APPLY-ADD.
058300     MOVE AP-NEW-VALUES TO PHONE-RECORD.
058400     WRITE PHONE-RECORD.
058500     IF WS-PHONE-STATUS NOT = "00"
058600         MOVE "N" TO WS-APPLY-OK
058700         MOVE "NUMBER ALREADY ON FILE - ADD NOT MADE"
058800             TO WS-REFUSE-REASON
058900         GO TO 3100-EXIT
059000     END-IF.
059100     ADD 1 TO WS-MVT-ADDED.
059200     MOVE SPACE TO WS-OLD-RECORD.
059300     MOVE PHONE-RECORD TO WS-NEW-RECORD.
059400     PERFORM 5000-LOG-CHANGE THRU 5000-EXIT.
059500     PERFORM 5500-SAVE-EXPIRY-DATE THRU 5500-EXIT.
059600 3100-EXIT.
059700     EXIT.
059800
059900 3200-APPLY-CHANGE.
060000     PERFORM 3400-CHECK-STILL-CURRENT THRU 3400-EXIT.
060100     IF NOT APPLY-SUCCESSFUL
060200         GO TO 3200-EXIT
060300     END-IF.
060400     IF WS-NEW-NUMBER = WS-OLD-NUMBER
060500         MOVE AP-NEW-VALUES TO PHONE-RECORD
060600         REWRITE PHONE-RECORD
060700     ELSE
060800         PERFORM 3250-CHANGE-THE-NUMBER THRU 3250-EXIT
060900     END-IF.
061000     IF NOT APPLY-SUCCESSFUL
061100         GO TO 3200-EXIT
061200     END-IF.
061300     IF WS-PHONE-STATUS NOT = "00"
061400         MOVE "N" TO WS-APPLY-OK
061500         MOVE SPACE TO WS-REFUSE-REASON
061600         STRING "REWRITE FAILED - FILE STATUS " WS-PHONE-STATUS
061700             DELIMITED BY SIZE INTO WS-REFUSE-REASON
061800         END-STRING
061900         GO TO 3200-EXIT
062000     END-IF.
062100     ADD 1 TO WS-MVT-CHANGED.
062200     MOVE AP-OLD-VALUES TO WS-OLD-RECORD.
062300     MOVE PHONE-RECORD TO WS-NEW-RECORD.
062400     PERFORM 5000-LOG-CHANGE THRU 5000-EXIT.
062500     PERFORM 5500-SAVE-EXPIRY-DATE THRU 5500-EXIT.
062600 3200-EXIT.
062700     EXIT.
062800
062900*    A NEW NUMBER IS A DELETE AND A WRITE, AS IN IODEMO'S
063000*    REWRITE-THIS-RECORD, AND THE COMPANION ROWS ARE RE-KEYED.
063100 3250-CHANGE-THE-NUMBER.
063200     MOVE WS-NEW-NUMBER TO PHONE-NUMBER.
063300     READ PHONE-BOOK
063400         INVALID KEY
063500             CONTINUE
063600         NOT INVALID KEY
063700             MOVE "N" TO WS-APPLY-OK
063800             MOVE "NEW NUMBER ALREADY ON FILE"
063900                 TO WS-REFUSE-REASON
064000             GO TO 3250-EXIT
064100     END-READ.
064200     MOVE WS-OLD-NUMBER TO PHONE-NUMBER.
064300     READ PHONE-BOOK
064400         INVALID KEY
064500             MOVE "N" TO WS-APPLY-OK
064600             MOVE "RECORD NO LONGER ON FILE" TO WS-REFUSE-REASON
064700             GO TO 3250-EXIT
064800     END-READ.
064900     DELETE PHONE-BOOK RECORD.
065000     MOVE AP-NEW-VALUES TO PHONE-RECORD.
065100     WRITE PHONE-RECORD.
065200     IF WS-PHONE-STATUS = "00"
065300         PERFORM 5610-REKEY-ADDRESS THRU 5610-EXIT
065400         PERFORM 5620-REKEY-CHANNELS THRU 5620-EXIT
065500         PERFORM 5630-REKEY-LOCATION THRU 5630-EXIT
065600         PERFORM 5640-REKEY-EXPIRY THRU 5640-EXIT
065650         PERFORM 5650-REKEY-NOTES THRU 5650-EXIT
065700     END-IF.
065800 3250-EXIT.
065900     EXIT.
066000
066100 3300-APPLY-DELETE.
066200     PERFORM 3400-CHECK-STILL-CURRENT THRU 3400-EXIT.
066300     IF NOT APPLY-SUCCESSFUL
066400         GO TO 3300-EXIT
066500     END-IF.
066600     MOVE PHONE-EXTENSION TO WS-OLD-EXTENSION.
066700     DELETE PHONE-BOOK RECORD.
066800     IF WS-PHONE-STATUS NOT = "00"
066900         MOVE "N" TO WS-APPLY-OK
067000         MOVE SPACE TO WS-REFUSE-REASON
067100         STRING "DELETE FAILED - FILE STATUS " WS-PHONE-STATUS
067200             DELIMITED BY SIZE INTO WS-REFUSE-REASON
067300         END-STRING
067400         GO TO 3300-EXIT
067500     END-IF.
067600     ADD 1 TO WS-MVT-DELETED.
067700     MOVE AP-OLD-VALUES TO WS-OLD-RECORD.
067800     MOVE SPACE TO WS-NEW-RECORD.
067900     PERFORM 5000-LOG-CHANGE THRU 5000-EXIT.
068000     PERFORM 5100-REMOVE-ADDRESS THRU 5100-EXIT.
068100     PERFORM 5200-REMOVE-CHANNELS THRU 5200-EXIT.
068200     PERFORM 5300-REMOVE-LOCATION THRU 5300-EXIT.
068300     PERFORM 5400-QUARANTINE-EXTENSION THRU 5400-EXIT.
068400     PERFORM 5450-REMOVE-EXPIRY THRU 5450-EXIT.
068450     PERFORM 5460-REMOVE-NOTES THRU 5460-EXIT.
068500 3300-EXIT.
068600     EXIT.
068700
068800*    A CHANGE OR DELETE IS ONLY APPLIED TO THE RECORD IT WAS
068900*    KEYED AGAINST; THE RECORD IS LEFT READ FOR THE CALLER.
069000 3400-CHECK-STILL-CURRENT.
069100     MOVE WS-OLD-NUMBER TO PHONE-NUMBER.
069200     READ PHONE-BOOK
069300         INVALID KEY
069400             MOVE "N" TO WS-APPLY-OK
069500             MOVE "RECORD NO LONGER ON FILE" TO WS-REFUSE-REASON
069600             GO TO 3400-EXIT
069700     END-READ.
069800     IF PHONE-RECORD NOT = AP-OLD-VALUES
069900         MOVE "N" TO WS-APPLY-OK
070000         MOVE "RECORD CHANGED SINCE IT WAS KEYED"
070100             TO WS-REFUSE-REASON
070200     END-IF.
070300 3400-EXIT.
070400     EXIT.
070500
070600 4000-REFUSE-ROW.
070700     DISPLAY "REFUSAL REASON ? ".
070800     ACCEPT WS-REFUSE-REASON.
070900     IF WS-REFUSE-REASON = SPACE
071000         DISPLAY "A REASON MUST BE GIVEN."
071100         GO TO 4000-REFUSE-ROW
071200     END-IF.
071300     MOVE "R" TO AP-STATUS.
071400     MOVE WS-REFUSE-REASON TO AP-DISPOSITION.
071500     PERFORM 2800-STAMP-DISPOSITION THRU 2800-EXIT.
071600     ADD 1 TO WS-REFUSED-COUNT.
071700     DISPLAY "REFUSED - NOTHING WRITTEN.".
071800 4000-EXIT.
071900     EXIT.
072000
072100 2800-STAMP-DISPOSITION.
072200     MOVE WS-TODAY-DATE TO AP-DISP-DATE.
072300     MOVE WS-OPERATOR-ID TO AP-APPROVER.
072400     IF AP-CREQ-DATE NOT = SPACE
072500         PERFORM 6000-SETTLE-CORRECTION THRU 6000-EXIT
072600     END-IF.
072700 2800-EXIT.
072800     EXIT.
072900
073000 2900-RELEASE-LOCK.
073100     MOVE "U" TO WS-LOCK-FUNCTION.
073200     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
073300     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
073400         WS-LOCK-FUNCTION WS-LOCK-RESULT.
073500 2900-EXIT.
073600     EXIT.
073700
073800 3500-COUNT-PHONE-RECORDS.
073900     MOVE ZERO TO WS-RECORD-TALLY.
074000     MOVE LOW-VALUES TO PHONE-NUMBER.
074100     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
074200         INVALID KEY
074300             MOVE "Y" TO WS-COUNT-EOF
074400         NOT INVALID KEY
074500             MOVE "N" TO WS-COUNT-EOF
074600     END-START.
074700     PERFORM 3600-COUNT-NEXT THRU 3600-EXIT
074800         UNTIL WS-COUNT-EOF = "Y".
074900 3500-EXIT.
075000     EXIT.
075100
075200 3600-COUNT-NEXT.
075300     READ PHONE-BOOK NEXT RECORD
075400         AT END
075500             MOVE "Y" TO WS-COUNT-EOF
075600         NOT AT END
075700             ADD 1 TO WS-RECORD-TALLY
075800     END-READ.
075900 3600-EXIT.
076000     EXIT.
076100
076200*    THE IMAGE IS BOOKED TO THE APPROVER; THE KEYED RECORD
076300*    STILL CARRIES THE OPERATOR WHO KEYED IT, AND THE
076400*    phonappr.dat ROW KEEPS BOTH.
076500 5000-LOG-CHANGE.
076600     ACCEPT CH-DATE FROM DATE YYYYMMDD.
076700     ACCEPT CH-TIME FROM TIME.
076800     MOVE WS-OPERATOR-ID    TO CH-OPERATOR-ID.
076900     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
077000     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
077100     MOVE WS-NEW-RECORD     TO CH-NEW-VALUES.
077200     MOVE "03"              TO CH-IMAGE-VERSION.
077300     OPEN EXTEND CHANGE-HISTORY-FILE.
077400     IF WS-CHG-STATUS NOT = "00" AND WS-CHG-STATUS NOT = "05"
077500         OPEN OUTPUT CHANGE-HISTORY-FILE
077600     END-IF.
077700     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
077800         WS-SEAL-CHECK WS-SEAL-RESULT.
077900     WRITE CHANGE-HISTORY-RECORD.
078000     CLOSE CHANGE-HISTORY-FILE.
078100 5000-EXIT.
078200     EXIT.
078300
078400*    THE COMPANION ROWS GO WITH AN APPROVED DELETE THE WAY
078500*    THEY GO WITH AN IODEMO ONE.
078600 5100-REMOVE-ADDRESS.
078700     IF NOT ADDRESS-FILE-ON-HAND
078800         GO TO 5100-EXIT
078900     END-IF.
079000     MOVE WS-OLD-NUMBER TO ADR-PHONE-NUMBER.
079100     READ ADDRESS-FILE
079200         INVALID KEY
079300             GO TO 5100-EXIT
079400     END-READ.
079500     MOVE SPACE TO ADDRESS-CHANGE-RECORD.
079600     MOVE ADDRESS-RECORD TO AD-OLD-VALUES.
079700     MOVE SPACE          TO AD-NEW-VALUES.
079800     DELETE ADDRESS-FILE RECORD.
079900     PERFORM 5900-LOG-ADDRESS-CHANGE THRU 5900-EXIT.
080000 5100-EXIT.
080100     EXIT.
080200
080300 5200-REMOVE-CHANNELS.
080400     IF NOT CHANNEL-FILE-ON-HAND
080500         GO TO 5200-EXIT
080600     END-IF.
080700     MOVE WS-OLD-NUMBER TO CHN-PHONE-NUMBER.
080800     READ CHANNEL-FILE
080900         INVALID KEY
081000             GO TO 5200-EXIT
081100     END-READ.
081200     DELETE CHANNEL-FILE RECORD.
081300 5200-EXIT.
081400     EXIT.
081500
081600 5300-REMOVE-LOCATION.
081700     IF NOT LOCATION-FILE-ON-HAND
081800         GO TO 5300-EXIT
081900     END-IF.
082000     MOVE WS-OLD-NUMBER TO LC-PHONE-NUMBER.
082100     READ LOCATION-FILE
082200         INVALID KEY
082300             GO TO 5300-EXIT
082400     END-READ.
082500     DELETE LOCATION-FILE RECORD.
082600 5300-EXIT.
082700     EXIT.
082800
082900 5400-QUARANTINE-EXTENSION.
083000     IF NOT EXTENSION-FILE-ON-HAND
083100             OR WS-OLD-EXTENSION = SPACE
083200         GO TO 5400-EXIT
083300     END-IF.
083400     MOVE WS-OLD-EXTENSION TO EI-EXTENSION.
083500     READ EXTENSION-FILE
083600         INVALID KEY
083700             GO TO 5400-EXIT
083800     END-READ.
083900     IF EI-ASSIGNED
084000             AND EI-PHONE-NUMBER = WS-OLD-NUMBER
084100             AND EI-DIRECTORY = WS-DIRECTORY-FILE
084200         MOVE "Q"            TO EI-STATUS
084300         MOVE SPACE          TO EI-PHONE-NUMBER
084400         MOVE SPACE          TO EI-DIRECTORY
084500         MOVE WS-TODAY-DATE  TO EI-STATUS-DATE
084600         MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR
084700         REWRITE EXTENSION-RECORD
084800     END-IF.
084900 5400-EXIT.
085000     EXIT.
085100
085200 5450-REMOVE-EXPIRY.
085300     IF NOT EXPIRY-FILE-ON-HAND
085400         GO TO 5450-EXIT
085500     END-IF.
085600     MOVE WS-OLD-NUMBER TO EX-PHONE-NUMBER.
085700     READ EXPIRY-FILE
085800         INVALID KEY
085900             GO TO 5450-EXIT
086000     END-READ.
086100     IF EX-DIRECTORY = WS-DIRECTORY-FILE
086200         DELETE EXPIRY-FILE RECORD
086300     END-IF.
086400 5450-EXIT.
086500     EXIT.
086508
086516 5460-REMOVE-NOTES.
086524     IF NOT NOTE-FILE-ON-HAND
086532         GO TO 5460-EXIT
086540     END-IF.
086548     MOVE SPACE TO WS-NOTE-NEW-NUMBER.
086556     MOVE "N" TO WS-NOTE-EOF.
086564     PERFORM 5660-CARRY-NEXT-NOTE THRU 5660-EXIT
086572         UNTIL WS-NOTE-EOF = "Y".
086580 5460-EXIT.
086588     EXIT.
086600
086700*    THE EXPIRY DATE KEYED ON IODEMO'S FORM IS HELD WITH THE
086800*    ROW AND SAVED THE WAY SAVE-EXPIRY-DATE SAVES IT - A BLANK
086900*    DATE CLEARS THE ENTRY'S ROW. PHONCREQ NEVER KEYS ONE.
087000 5500-SAVE-EXPIRY-DATE.
087100     IF NOT EXPIRY-FILE-ON-HAND
087200             OR AP-SOURCE NOT = "IODEMO"
087300         GO TO 5500-EXIT
087400     END-IF.
087500     MOVE PHONE-NUMBER TO EX-PHONE-NUMBER.
087600     READ EXPIRY-FILE
087700         INVALID KEY
087800             MOVE "N" TO WS-EXPY-FOUND
087900         NOT INVALID KEY
088000             MOVE "Y" TO WS-EXPY-FOUND
088100     END-READ.
088200     IF AP-EXPIRY-DATE = SPACE
088300         IF WS-EXPY-FOUND = "Y"
088400                 AND EX-DIRECTORY = WS-DIRECTORY-FILE
088500             DELETE EXPIRY-FILE RECORD
088600         END-IF
088700         GO TO 5500-EXIT
088800     END-IF.
088900     MOVE PHONE-NUMBER      TO EX-PHONE-NUMBER.
089000     MOVE WS-DIRECTORY-FILE TO EX-DIRECTORY.
089100     MOVE AP-EXPIRY-DATE    TO EX-EXPIRY-DATE.
089200     MOVE PHONE-LAST-NAME   TO EX-LAST-NAME.
089300     MOVE PHONE-FIRST-NAME  TO EX-FIRST-NAME.
089400     MOVE AP-REQUESTER      TO EX-SET-BY.
089500     MOVE WS-TODAY-DATE     TO EX-SET-DATE.
089600     IF WS-EXPY-FOUND = "Y"
089700         REWRITE EXPIRY-RECORD
089800     ELSE
089900         WRITE EXPIRY-RECORD
090000     END-IF.
090100 5500-EXIT.
090200     EXIT.
090300
090400 5610-REKEY-ADDRESS.
090500     IF NOT ADDRESS-FILE-ON-HAND
090600         GO TO 5610-EXIT
090700     END-IF.
090800     MOVE WS-OLD-NUMBER TO ADR-PHONE-NUMBER.
090900     READ ADDRESS-FILE
091000         INVALID KEY
091100             GO TO 5610-EXIT
091200     END-READ.
091300     MOVE SPACE TO ADDRESS-CHANGE-RECORD.
091400     MOVE ADDRESS-RECORD TO AD-OLD-VALUES.
091500     DELETE ADDRESS-FILE RECORD.
091600     MOVE WS-NEW-NUMBER TO ADR-PHONE-NUMBER.
091700     WRITE ADDRESS-RECORD
091800         INVALID KEY
091900             REWRITE ADDRESS-RECORD
092000     END-WRITE.
092100     MOVE ADDRESS-RECORD TO AD-NEW-VALUES.
092200     PERFORM 5900-LOG-ADDRESS-CHANGE THRU 5900-EXIT.
092300 5610-EXIT.
092400     EXIT.
092500
092600 5620-REKEY-CHANNELS.
092700     IF NOT CHANNEL-FILE-ON-HAND
092800         GO TO 5620-EXIT
092900     END-IF.
093000     MOVE WS-OLD-NUMBER TO CHN-PHONE-NUMBER.
093100     READ CHANNEL-FILE
093200         INVALID KEY
093300             GO TO 5620-EXIT
093400     END-READ.
093500     DELETE CHANNEL-FILE RECORD.
093600     MOVE WS-NEW-NUMBER TO CHN-PHONE-NUMBER.
093700     WRITE CHANNEL-RECORD
093800         INVALID KEY
093900             REWRITE CHANNEL-RECORD
094000     END-WRITE.
094100 5620-EXIT.
094200     EXIT.
094300
094400 5630-REKEY-LOCATION.
094500     IF NOT LOCATION-FILE-ON-HAND
094600         GO TO 5630-EXIT
094700     END-IF.
094800     MOVE WS-OLD-NUMBER TO LC-PHONE-NUMBER.
094900     READ LOCATION-FILE
095000         INVALID KEY
095100             GO TO 5630-EXIT
095200     END-READ.
095300     DELETE LOCATION-FILE RECORD.
095400     MOVE WS-NEW-NUMBER TO LC-PHONE-NUMBER.
095500     WRITE LOCATION-RECORD
095600         INVALID KEY
095700             REWRITE LOCATION-RECORD
095800     END-WRITE.
095900 5630-EXIT.
096000     EXIT.
096100
096200 5640-REKEY-EXPIRY.
096300     IF NOT EXPIRY-FILE-ON-HAND
096400         GO TO 5640-EXIT
096500     END-IF.
096600     MOVE WS-OLD-NUMBER TO EX-PHONE-NUMBER.
096700     READ EXPIRY-FILE
096800         INVALID KEY
096900             GO TO 5640-EXIT
097000     END-READ.
097100     DELETE EXPIRY-FILE RECORD.
097200     MOVE WS-NEW-NUMBER TO EX-PHONE-NUMBER.
097300     WRITE EXPIRY-RECORD
097400         INVALID KEY
097500             REWRITE EXPIRY-RECORD
097600     END-WRITE.
097700 5640-EXIT.
097800     EXIT.
097802
097804 5650-REKEY-NOTES.
097806     IF NOT NOTE-FILE-ON-HAND
097808         GO TO 5650-EXIT
097810     END-IF.
097812     MOVE WS-NEW-NUMBER TO WS-NOTE-NEW-NUMBER.
097814     MOVE "N" TO WS-NOTE-EOF.
097816     PERFORM 5660-CARRY-NEXT-NOTE THRU 5660-EXIT
097818         UNTIL WS-NOTE-EOF = "Y".
097820 5650-EXIT.
097822     EXIT.
097824
097826*    ONE NOTE OF THE OLD NUMBER PER PASS - DELETED, AND WRITTEN
097828*    BACK UNDER THE NEW NUMBER WHEN THERE IS ONE. THE START IS
097830*    TAKEN AGAIN EACH PASS SINCE THE DELETE LOSES THE POSITION.
097832 5660-CARRY-NEXT-NOTE.
097834     MOVE WS-OLD-NUMBER TO NT-PHONE-NUMBER.
097836     MOVE LOW-VALUES TO NT-DATE.
097838     MOVE LOW-VALUES TO NT-TIME.
097840     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
097842         INVALID KEY
097844             MOVE "Y" TO WS-NOTE-EOF
097846             GO TO 5660-EXIT
097848     END-START.
097850     READ NOTE-FILE NEXT RECORD
097852         AT END
097854             MOVE "Y" TO WS-NOTE-EOF
097856             GO TO 5660-EXIT
097858     END-READ.
097860     IF NT-PHONE-NUMBER NOT = WS-OLD-NUMBER
097862         MOVE "Y" TO WS-NOTE-EOF
097864         GO TO 5660-EXIT
097866     END-IF.
097868     DELETE NOTE-FILE RECORD.
097870     IF WS-NOTE-STATUS NOT = "00"
097872         MOVE "Y" TO WS-NOTE-EOF
097874         GO TO 5660-EXIT
097876     END-IF.
097878     IF WS-NOTE-NEW-NUMBER NOT = SPACE
097880         MOVE WS-NOTE-NEW-NUMBER TO NT-PHONE-NUMBER
097882         WRITE NOTE-RECORD
097884     END-IF.
097886 5660-EXIT.
097888     EXIT.
097900
098000 5900-LOG-ADDRESS-CHANGE.
098100     ACCEPT AD-DATE FROM DATE YYYYMMDD.
098200     ACCEPT AD-TIME FROM TIME.
098300     MOVE WS-OPERATOR-ID TO AD-OPERATOR-ID.
098400     OPEN EXTEND ADDRESS-CHANGE-FILE.
098500     IF WS-ADCH-STATUS NOT = "00" AND WS-ADCH-STATUS NOT = "05"
098600         OPEN OUTPUT ADDRESS-CHANGE-FILE
098700     END-IF.
098800     WRITE ADDRESS-CHANGE-RECORD.
098900     CLOSE ADDRESS-CHANGE-FILE.
099000 5900-EXIT.
099100     EXIT.
099200
099300*    A ROW HELD FROM PHONCREQ CLOSES ITS CORRECTION REQUEST
099400*    WITH THE SAME OUTCOME, SO THE VIEWER WHO ASKED FOR IT
099500*    SEES WHETHER IT WENT IN.
099600 6000-SETTLE-CORRECTION.
099700     OPEN INPUT REQUEST-FILE.
099800     IF WS-CREQ-STATUS NOT = "00"
099900         GO TO 6000-EXIT
100000     END-IF.
100100     OPEN OUTPUT NEW-REQUEST-FILE.
100200     MOVE "N" TO WS-CREQ-EOF.
100300     PERFORM 6100-SETTLE-NEXT THRU 6100-EXIT
100400         UNTIL WS-CREQ-EOF = "Y".
100500     CLOSE REQUEST-FILE.
100600     CLOSE NEW-REQUEST-FILE.
100700     MOVE "mv phoncreq.tmp phoncreq.dat" TO WS-COMMAND.
100800     CALL "SYSTEM" USING WS-COMMAND.
100900 6000-EXIT.
101000     EXIT.
101100
101200 6100-SETTLE-NEXT.
101300     READ REQUEST-FILE
101400         AT END
101500             MOVE "Y" TO WS-CREQ-EOF
101600             GO TO 6100-EXIT
101700     END-READ.
101800     IF CQ-HELD
101900             AND CQ-DATE = AP-CREQ-DATE
102000             AND CQ-TIME = AP-CREQ-TIME
102100             AND CQ-NUMBER = WS-OLD-NUMBER
102200         MOVE AP-STATUS TO CQ-STATUS
102300         MOVE AP-DISPOSITION TO CQ-DISPOSITION
102400         MOVE AP-DISP-DATE TO CQ-DISP-DATE
102500         MOVE AP-APPROVER TO CQ-DISP-OPERATOR
102600     END-IF.
102700     MOVE CORRECTION-REQUEST-RECORD TO NEW-REQUEST-RECORD.
102800     WRITE NEW-REQUEST-RECORD.
102900 6100-EXIT.
103000     EXIT.
