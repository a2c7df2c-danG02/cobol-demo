000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONDOSS.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: FULL DOSSIER FOR ONE PHONE NUMBER - EVERYTHING THE
000900*       SYSTEM HOLDS ON IT AND EVERY CHANGE MADE TO IT, IN
001000*       ONE PASS, FOR SUBJECT-ACCESS REQUESTS AND DISPUTES.
001100*       GIVEN THE NUMBER, phondoss.lst SHOWS IN TURN:
001200*         - THE LIVE RECORD ON EVERY dirreg.dat DIRECTORY
001300*           THAT HOLDS IT;
001400*         - THE phonaddr.dat ADDRESS, phonchan.dat CHANNELS,
001500*           phonloc.dat LOCATION, phonverf.dat
001600*           VERIFICATION OUTCOME, AND phonnote.dat NOTES;
001700*         - THE ADDRESS HISTORY FROM phonadch.dat;
001800*         - EVERY phonchg.dat IMAGE THAT NAMES THE NUMBER,
001900*           THE DATED phonchg.YYYYMM ARCHIVES FIRST;
002000*         - EVERY ARCHIVED COPY ON THE DIRECTORIES' HISTORY
002100*           FILES (phonhist.dat, <PREFIX>hist.dat);
002200*         - THE QA WORKLIST ROWS AND QA OUTCOMES;
002300*         - THE phonpers.dat PERSON LINK, THE persmast.dat
002400*           PERSON, AND THE PERSON'S OTHER NUMBERS;
002500*         - EVERY oncall.dat SLOT THE NUMBER COVERS;
002600*         - EVERY phoncreq.dat CORRECTION REQUEST;
002700*         - EVERY phonrnxr.dat RENUMBER CROSS-REFERENCE;
002800*         - WHO HAS LOOKED AT IT UNDER THE privlog.dat
002833*           PRIVACY LOG;
002866*         - THE phonexpy.dat EXPIRY DATE SET ON IT;
002899*         - EVERY phonappr.dat CHANGE HELD FOR A SECOND
002932*           SUPERVISOR THAT NAMES IT, AND HOW IT WAS DECIDED;
002965*         - ITS phonprf.dat BOOK PROOFS AND THEIR RETURNS.
003000*       REQUIRES SUPERVISOR AUTHORITY THROUGH THE SHARED
003100*       OPERSEC SIGN-ON. SHOWING A PRIVACY-FLAGGED ENTRY IS
003200*       LOGGED TO privlog.dat LIKE ANY INQUIRY. NOTHING ELSE
003300*       IS CHANGED.
003400*----------------------------------------------------------
003500* MOD LOG:
003600*  OCT 2026  DCG  ORIGINAL PROGRAM.
003633*  OCT 2026  DCG  CORRECTIONS HELD FOR A SECOND
003666*                 SUPERVISOR ARE LISTED AS HELD.
003677*  OCT 2026  DCG  THE COMPANION SECTION ALSO LISTS EVERY
003688*                 DATED NOTE ON phonnote.dat (NOTEREC).
003691*  OCT 2026  DCG  NEW SECTIONS FOR THE phonexpy.dat EXPIRY
003694*                 DATE, THE phonappr.dat HELD CHANGES, AND THE
003697*                 phonprf.dat BOOK PROOFS.
003700*----------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT OPTIONAL PHONE-BOOK
004200         ASSIGN TO WS-DIRECTORY-FILE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS PHONE-NUMBER
004600         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004700             WITH DUPLICATES
004800         FILE STATUS IS WS-BOOK-STATUS.
004900
005000     SELECT OPTIONAL ADDRESS-FILE
005100         ASSIGN TO "phonaddr.dat"
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS ADR-PHONE-NUMBER
005500         FILE STATUS IS WS-ADDR-STATUS.
005600
005700     SELECT OPTIONAL CHANNEL-FILE
005800         ASSIGN TO "phonchan.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CHN-PHONE-NUMBER
006200         FILE STATUS IS WS-CHAN-STATUS.
006300
006400     SELECT OPTIONAL LOCATION-FILE
006500         ASSIGN TO "phonloc.dat"
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS LC-PHONE-NUMBER
006900         FILE STATUS IS WS-LOC-STATUS.
007000
007100     SELECT OPTIONAL VERIFICATION-FILE
007200         ASSIGN TO "phonverf.dat"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS VF-PHONE-NUMBER
007600         FILE STATUS IS WS-VERF-STATUS.
007612
007613     SELECT OPTIONAL EXPIRY-FILE
007614         ASSIGN TO "phonexpy.dat"
007615         ORGANIZATION IS INDEXED
007616         ACCESS MODE IS RANDOM
007617         RECORD KEY IS EX-PHONE-NUMBER
007618         FILE STATUS IS WS-EXPY-STATUS.
007619
007620     SELECT OPTIONAL PROOF-FILE
007621         ASSIGN TO "phonprf.dat"
007622         ORGANIZATION IS INDEXED
007623         ACCESS MODE IS RANDOM
007624         RECORD KEY IS PRF-KEY
007625         FILE STATUS IS WS-PROOF-STATUS.
007626
007627     SELECT OPTIONAL NOTE-FILE
007636         ASSIGN TO "phonnote.dat"
007648         ORGANIZATION IS INDEXED
007660         ACCESS MODE IS DYNAMIC
007672         RECORD KEY IS NT-KEY
007684         FILE STATUS IS WS-NOTE-STATUS.
007700
007800     SELECT OPTIONAL PERSON-LINK-FILE
007900         ASSIGN TO "phonpers.dat"
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS DYNAMIC
008200         RECORD KEY IS PL-PHONE-NUMBER
008300         FILE STATUS IS WS-LINK-STATUS.
008400
008500     SELECT OPTIONAL PERSON-MASTER-FILE
008600         ASSIGN TO "persmast.dat"
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS RANDOM
008900         RECORD KEY IS PS-PERSON-ID
009000         FILE STATUS IS WS-PERS-STATUS.
009100
009200     SELECT OPTIONAL ONCALL-FILE
009300         ASSIGN TO "oncall.dat"
009400         ORGANIZATION IS INDEXED
009500         ACCESS MODE IS DYNAMIC
009600         RECORD KEY IS OC-KEY
009700         FILE STATUS IS WS-ONCL-STATUS.
009800
009900     SELECT OPTIONAL CHANGE-HISTORY-FILE
010000         ASSIGN TO WS-HISTORY-FILE-NAME
010100         ORGANIZATION IS LINE SEQUENTIAL
010200         FILE STATUS IS WS-CHG-STATUS.
010300
010400     SELECT OPTIONAL ARCHIVE-FILE
010500         ASSIGN TO WS-ARCHIVE-FILE-NAME
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-ARCH-STATUS.
010800
010900     SELECT OPTIONAL ADDRESS-CHANGE-FILE
011000         ASSIGN TO "phonadch.dat"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-ADCH-STATUS.
011300
011400     SELECT OPTIONAL WORKLIST-FILE
011500         ASSIGN TO "phonqa.dat"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-QA-STATUS.
011800
011900     SELECT OPTIONAL RESULT-FILE
012000         ASSIGN TO "phonqares.dat"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS WS-QARES-STATUS.
012300
012400     SELECT OPTIONAL CORRECTION-FILE
012500         ASSIGN TO "phoncreq.dat"
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS WS-CREQ-STATUS.
012800
012900     SELECT OPTIONAL CROSS-REF-FILE
013000         ASSIGN TO "phonrnxr.dat"
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         FILE STATUS IS WS-XREF-STATUS.
013300
013316     SELECT OPTIONAL APPROVAL-FILE
013332         ASSIGN TO "phonappr.dat"
013348         ORGANIZATION IS LINE SEQUENTIAL
013364         FILE STATUS IS WS-APPR-STATUS.
013380
013400     SELECT OPTIONAL PRIVACY-LOG-FILE
013500         ASSIGN TO "privlog.dat"
013600         ORGANIZATION IS LINE SEQUENTIAL
013700         FILE STATUS IS WS-PRIVLOG-STATUS.
013800
013900     SELECT OPTIONAL LIST-FILE
014000         ASSIGN TO "phondoss.wrk"
014100         ORGANIZATION IS LINE SEQUENTIAL
014200         FILE STATUS IS WS-LIST-STATUS.
014300
014400     SELECT REPORT-FILE
014500         ASSIGN TO "phondoss.lst"
014600         ORGANIZATION IS LINE SEQUENTIAL.
014700
014800 DATA DIVISION.
014900 FILE SECTION.
015000 FD  PHONE-BOOK.
015100     COPY PHONEREC.
015200
015300 FD  ADDRESS-FILE.
015400     COPY PHONADDR.
015500
015600 FD  CHANNEL-FILE.
015700     COPY CHANREC.
015800
015900 FD  LOCATION-FILE.
016000     COPY LOCNREC.
016100
016200 FD  VERIFICATION-FILE.
016300     COPY VERFREC.
016325
016328 FD  EXPIRY-FILE.
016331     COPY EXPYREC.
016334
016337 FD  PROOF-FILE.
016340     COPY PROOFREC.
016343
016350 FD  NOTE-FILE.
016375     COPY NOTEREC.
016400
016500 FD  PERSON-LINK-FILE.
016600     COPY PERSLNK.
016700
016800 FD  PERSON-MASTER-FILE.
016900     COPY PERSREC.
017000
017100 FD  ONCALL-FILE.
017200     COPY ONCLREC.
017300
017400 FD  CHANGE-HISTORY-FILE.
017500     COPY PHONCHG.
017600
017700*    A BARE PHONEREC IMAGE WITH ITS PHONHVER LAYOUT STAMP.
017800 FD  ARCHIVE-FILE.
017900 01  ARCHIVE-ROW.
018000     05  AR-LAST-NAME            PIC X(20).
018100     05  AR-FIRST-NAME           PIC X(20).
018200     05  AR-NUMBER               PIC X(15).
018300     05  FILLER                  PIC X(27).
018400     05  AR-LAYOUT-VERSION       PIC X(02).
018500
018600 FD  ADDRESS-CHANGE-FILE.
018700     COPY ADDRCHG.
018800
018900 FD  WORKLIST-FILE.
019000 01  WORKLIST-RECORD.
019100     05  QW-STATUS               PIC X(01).
019200     05  QW-OPERATOR             PIC X(08).
019300     05  QW-DIRECTORY            PIC X(20).
019400     05  QW-NUMBER               PIC X(15).
019500     05  QW-ADD-DATE             PIC X(08).
019600
019700 FD  RESULT-FILE.
019800 01  RESULT-RECORD.
019900     05  QR-DATE                 PIC X(08).
020000     05  QR-OPERATOR             PIC X(08).
020100     05  QR-NUMBER               PIC X(15).
020200     05  QR-RESULT               PIC X(01).
020300     05  QR-CHECKER              PIC X(08).
020400
020500 FD  CORRECTION-FILE.
020600     COPY CREQREC.
020700
020800 FD  CROSS-REF-FILE.
020900 01  CROSS-REF-RECORD.
021000     05  XR-DATE                 PIC X(08).
021100     05  XR-DIRECTORY            PIC X(20).
021200     05  XR-OLD-NUMBER           PIC X(15).
021300     05  XR-NEW-NUMBER           PIC X(15).
021400
021425 FD  APPROVAL-FILE.
021450     COPY APPRREC.
021475
021500 FD  PRIVACY-LOG-FILE.
021600     COPY PRVLREC.
021700
021800 FD  LIST-FILE.
021900 01  LIST-LINE                   PIC X(40).
022000
022100 FD  REPORT-FILE.
022200 01  REPORT-LINE                 PIC X(132).
022300
022400 WORKING-STORAGE SECTION.
022500
022600 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONDOSS".
022700 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
022800 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
022900
023000 01  WS-BOOK-STATUS              PIC X(02) VALUE "00".
023100 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
023200 01  WS-CHAN-STATUS              PIC X(02) VALUE "00".
023300 01  WS-LOC-STATUS               PIC X(02) VALUE "00".
023400 01  WS-VERF-STATUS              PIC X(02) VALUE "00".
023450 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
023466 01  WS-EXPY-STATUS              PIC X(02) VALUE "00".
023482 01  WS-PROOF-STATUS             PIC X(02) VALUE "00".
023500 01  WS-LINK-STATUS              PIC X(02) VALUE "00".
023600 01  WS-PERS-STATUS              PIC X(02) VALUE "00".
023700 01  WS-ONCL-STATUS              PIC X(02) VALUE "00".
023800 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
023900 01  WS-ARCH-STATUS              PIC X(02) VALUE "00".
024000 01  WS-ADCH-STATUS              PIC X(02) VALUE "00".
024100 01  WS-QA-STATUS                PIC X(02) VALUE "00".
024200 01  WS-QARES-STATUS             PIC X(02) VALUE "00".
024300 01  WS-CREQ-STATUS              PIC X(02) VALUE "00".
024400 01  WS-XREF-STATUS              PIC X(02) VALUE "00".
024450 01  WS-APPR-STATUS              PIC X(02) VALUE "00".
024500 01  WS-PRIVLOG-STATUS           PIC X(02) VALUE "00".
024600 01  WS-LIST-STATUS              PIC X(02) VALUE "00".
024700
024800 01  WS-DIRECTORY-FILE           PIC X(20).
024900 01  WS-HISTORY-FILE-NAME        PIC X(40).
025000 01  WS-ARCHIVE-FILE-NAME        PIC X(40).
025100 01  WS-COMMAND                  PIC X(100).
025200
025300 01  WS-REG-FUNCTION             PIC X(01).
025400 01  WS-REG-CHOICE               PIC X(01).
025500 01  WS-REG-DIRECTORY            PIC X(20).
025600 01  WS-REG-PREFIX               PIC X(04).
025700 01  WS-REG-DESCRIPTION          PIC X(30).
025800 01  WS-REG-RESULT               PIC X(01).
025900 01  WS-REG-DIGIT                PIC 9(02).
026000
026100 01  WS-OPERATOR-ID              PIC X(08).
026200 01  WS-OPERATOR-PASSWORD        PIC X(08).
026300 01  WS-OPERATOR-AUTHORITY       PIC X(01).
026400 01  WS-SIGNON-RESULT            PIC X(01) VALUE "N".
026500     88  OPERATOR-SIGNED-ON              VALUE "Y".
026600 01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.
026700
026800 01  WS-SUBJECT-NUMBER           PIC X(15).
026900 01  WS-PERSON-ID                PIC 9(06) VALUE ZERO.
027000 01  WS-EOF                      PIC X(01).
027100 01  WS-LIST-EOF                 PIC X(01).
027150 01  WS-NOTE-EOF                 PIC X(01).
027200 01  WS-ROW-HIT                  PIC X(01).
027300 01  WS-SLOT                     PIC 9(01).
027400 01  WS-SECTION-COUNT            PIC 9(06) COMP VALUE ZERO.
027500 01  WS-TOTAL-FOUND              PIC 9(06) COMP VALUE ZERO.
027600 01  WS-SECTION-TITLE            PIC X(60).
027700 01  WS-ACTION                   PIC X(08).
027800 01  WS-ANY-IMAGE                PIC X(82).
027900 01  WS-ANY-IMAGE-VIEW REDEFINES WS-ANY-IMAGE.
028000     05  WS-IMG-LAST-NAME        PIC X(20).
028100     05  WS-IMG-FIRST-NAME       PIC X(20).
028200     05  WS-IMG-NUMBER           PIC X(15).
028300     05  FILLER                  PIC X(27).
028400 01  WS-ANY-ADDRESS              PIC X(77).
028500 01  WS-ANY-ADDRESS-VIEW REDEFINES WS-ANY-ADDRESS.
028600     05  WS-AD-NUMBER            PIC X(15).
028700     05  WS-AD-STREET            PIC X(30).
028800     05  WS-AD-CITY              PIC X(20).
028900     05  WS-AD-STATE             PIC X(02).
029000     05  WS-AD-POSTAL-CODE       PIC X(10).
029100
029200 01  WS-TODAY.
029300     05  WS-TODAY-YYYY           PIC 9(04).
029400     05  WS-TODAY-MM             PIC 9(02).
029500     05  WS-TODAY-DD             PIC 9(02).
029600 01  WS-TODAY-X REDEFINES WS-TODAY
029700                                 PIC X(08).
029800
029900 01  HEADING-LINE-1.
030000     05  FILLER                  PIC X(10) VALUE "PHONDOSS".
030100     05  FILLER                  PIC X(50)
030200             VALUE "DOSSIER FOR ONE NUMBER".
030300     05  FILLER                  PIC X(06) VALUE "DATE: ".
030400     05  HL1-MM                  PIC 99.
030500     05  FILLER                  PIC X(01) VALUE "/".
030600     05  HL1-DD                  PIC 99.
030700     05  FILLER                  PIC X(01) VALUE "/".
030800     05  HL1-YYYY                PIC 9999.
030900
031000 01  HEADING-LINE-2.
031100     05  FILLER                  PIC X(08) VALUE "NUMBER: ".
031200     05  HL2-NUMBER              PIC X(15).
031300     05  FILLER                  PIC X(17)
031400             VALUE "   REQUESTED BY: ".
031500     05  HL2-OPERATOR            PIC X(08).
031600
031700 01  SECTION-LINE.
031800     05  FILLER                  PIC X(04) VALUE "=== ".
031900     05  SC-TITLE                PIC X(60).
032000
032100 01  SECTION-END-LINE.
032200     05  FILLER                  PIC X(04) VALUE SPACE.
032300     05  SE-TEXT                 PIC X(20).
032400     05  SE-COUNT                PIC Z(05)9.
032500
032600 01  LIVE-LINE.
032700     05  FILLER                  PIC X(04) VALUE SPACE.
032800     05  LV-DIRECTORY            PIC X(20).
032900     05  FILLER                  PIC X(01) VALUE SPACE.
033000     05  LV-LAST-NAME            PIC X(20).
033100     05  FILLER                  PIC X(01) VALUE SPACE.
033200     05  LV-FIRST-NAME           PIC X(20).
033300     05  FILLER                  PIC X(05) VALUE " CC: ".
033400     05  LV-COUNTRY-CODE         PIC X(03).
033500     05  FILLER                  PIC X(06) VALUE " EXT: ".
033600     05  LV-EXTENSION            PIC X(05).
033700     05  FILLER                  PIC X(06) VALUE " CAT: ".
033800     05  LV-CATEGORY             PIC X(02).
033900     05  FILLER                  PIC X(07) VALUE " PRIV: ".
034000     05  LV-PRIVACY              PIC X(01).
034100     05  FILLER                  PIC X(08) VALUE " ADDED: ".
034200     05  LV-ENTRY-DATE           PIC X(08).
034300     05  FILLER                  PIC X(04) VALUE " BY ".
034400     05  LV-OPERATOR             PIC X(08).
034500
034600 01  TEXT-LINE.
034700     05  FILLER                  PIC X(04) VALUE SPACE.
034800     05  TX-LABEL                PIC X(20).
034900     05  TX-TEXT                 PIC X(100).
035000
035100 01  IMAGE-LINE.
035200     05  FILLER                  PIC X(04) VALUE SPACE.
035300     05  IM-DATE                 PIC X(08).
035400     05  FILLER                  PIC X(01) VALUE SPACE.
035500     05  IM-TIME                 PIC X(08).
035600     05  FILLER                  PIC X(01) VALUE SPACE.
035700     05  IM-OPERATOR             PIC X(08).
035800     05  FILLER                  PIC X(01) VALUE SPACE.
035900     05  IM-WHERE                PIC X(20).
036000     05  FILLER                  PIC X(01) VALUE SPACE.
036100     05  IM-ACTION               PIC X(08).
036200     05  FILLER                  PIC X(01) VALUE SPACE.
036300     05  IM-BEFORE-AFTER         PIC X(07).
036400     05  IM-DETAIL               PIC X(64).
036500
036600 PROCEDURE DIVISION.
036700
036800 0000-MAINLINE.
036900     CALL "JOBHDR" USING WS-JOB-NAME.
037000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
037100     MOVE WS-TODAY-MM   TO HL1-MM.
037200     MOVE WS-TODAY-DD   TO HL1-DD.
037300     MOVE WS-TODAY-YYYY TO HL1-YYYY.
037400     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
037500     IF NOT OPERATOR-SIGNED-ON
037600         DISPLAY "SIGN-ON FAILED - PHONDOSS ENDED."
037700         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
037800             WS-END-CODE
037900         GOBACK
038000     END-IF.
038100     IF WS-OPERATOR-AUTHORITY NOT = "2"
038200         DISPLAY "PHONDOSS REQUIRES SUPERVISOR AUTHORITY."
038300         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
038400             WS-END-CODE
038500         GOBACK
038600     END-IF.
038700     PERFORM 1000-GET-THE-NUMBER THRU 1000-EXIT.
038800     IF WS-SUBJECT-NUMBER = SPACE
038900         DISPLAY "NO NUMBER GIVEN - PHONDOSS ENDED."
039000         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
039100             WS-END-CODE
039200         GOBACK
039300     END-IF.
039400     OPEN OUTPUT REPORT-FILE.
039500     MOVE WS-SUBJECT-NUMBER TO HL2-NUMBER.
039600     MOVE WS-OPERATOR-ID    TO HL2-OPERATOR.
039700     WRITE REPORT-LINE FROM HEADING-LINE-1.
039800     WRITE REPORT-LINE FROM HEADING-LINE-2.
039900     WRITE REPORT-LINE FROM SPACE.
040000     PERFORM 2000-LIVE-RECORDS THRU 2000-EXIT.
040100     PERFORM 2200-COMPANIONS THRU 2200-EXIT.
040200     PERFORM 2300-ADDRESS-HISTORY THRU 2300-EXIT.
040300     PERFORM 2400-CHANGE-HISTORY THRU 2400-EXIT.
040400     PERFORM 2500-DIRECTORY-ARCHIVES THRU 2500-EXIT.
040500     PERFORM 2600-QA-OUTCOMES THRU 2600-EXIT.
040600     PERFORM 2700-PERSON-LINK THRU 2700-EXIT.
040700     PERFORM 2800-ONCALL-SLOTS THRU 2800-EXIT.
040800     PERFORM 2900-CORRECTIONS THRU 2900-EXIT.
040900     PERFORM 3000-RENUMBER-XREF THRU 3000-EXIT.
041000     PERFORM 3100-PRIVACY-VIEWS THRU 3100-EXIT.
041025     PERFORM 3200-EXPIRY-DATE THRU 3200-EXIT.
041050     PERFORM 3300-HELD-CHANGES THRU 3300-EXIT.
041075     PERFORM 3400-BOOK-PROOFS THRU 3400-EXIT.
041100     MOVE SPACE TO REPORT-LINE.
041200     IF WS-TOTAL-FOUND = ZERO
041300         MOVE "*** NOTHING ON FILE FOR THIS NUMBER ***"
041400             TO REPORT-LINE
041500     ELSE
041600         MOVE "*** END OF DOSSIER ***" TO REPORT-LINE
041700     END-IF.
041800     WRITE REPORT-LINE.
041900     CLOSE REPORT-FILE.
042000     MOVE WS-TOTAL-FOUND TO WS-JOURNAL-COUNT.
042100     DISPLAY "PHONDOSS - " WS-JOURNAL-COUNT
042200         " ITEM(S) ON FILE FOR " WS-SUBJECT-NUMBER
042300         " - SEE phondoss.lst.".
042400     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
042500         WS-END-CODE.
042600     GOBACK.
042700
042800 0100-SIGN-ON.
042900     MOVE "N" TO WS-SIGNON-RESULT.
043000     MOVE ZERO TO WS-SIGNON-TRIES.
043100     PERFORM 0110-SIGN-ON-TRY THRU 0110-EXIT
043200         UNTIL OPERATOR-SIGNED-ON
043300             OR WS-SIGNON-TRIES >= 3.
043400 0100-EXIT.
043500     EXIT.
043600
043700 0110-SIGN-ON-TRY.
043800     ADD 1 TO WS-SIGNON-TRIES.
043900     DISPLAY "OPERATOR ID ? ".
044000     ACCEPT WS-OPERATOR-ID.
044100     DISPLAY "PASSWORD ? ".
044200     ACCEPT WS-OPERATOR-PASSWORD.
044300     CALL "OPERSEC" USING WS-OPERATOR-ID WS-OPERATOR-PASSWORD
044400         WS-OPERATOR-AUTHORITY WS-SIGNON-RESULT.
044500     EVALUATE WS-SIGNON-RESULT
044600         WHEN "Y"
044700             CONTINUE
044800         WHEN "M"
044900             DISPLAY "SECURITY MASTER NOT ON HAND - "
045000                 "DOSSIER CONTINUES WITH FULL ACCESS."
045100             MOVE "2" TO WS-OPERATOR-AUTHORITY
045200             MOVE "Y" TO WS-SIGNON-RESULT
045300         WHEN "L"
045400             DISPLAY "OPERATOR ID IS LOCKED - A SUPERVISOR"
045500                 " UNLOCKS IT IN OPERMNT."
045600         WHEN "E"
045700             DISPLAY "PASSWORD EXPIRED - CHANGE IT AT THE "
045800                 "PHONEMNU SIGN-ON OR IN OPERMNT."
045900         WHEN OTHER
046000             DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNIZED."
046100     END-EVALUATE.
046200 0110-EXIT.
046300     EXIT.
046400
046500 1000-GET-THE-NUMBER.
046600     MOVE SPACE TO WS-SUBJECT-NUMBER.
046700     DISPLAY "PHONE NUMBER FOR THE DOSSIER (BLANK = CANCEL) ? ".
046800     ACCEPT WS-SUBJECT-NUMBER.
046900     IF WS-SUBJECT-NUMBER = SPACE
047000         GO TO 1000-EXIT
047100     END-IF.
047200     IF WS-SUBJECT-NUMBER (1:10) NOT NUMERIC
047300         DISPLAY "A PHONE NUMBER IS DIGITS ONLY, TEN OR MORE."
047400         GO TO 1000-GET-THE-NUMBER
047500     END-IF.
047600 1000-EXIT.
047700     EXIT.
047800
047900 2000-LIVE-RECORDS.
048000     MOVE "LIVE DIRECTORY RECORDS" TO WS-SECTION-TITLE.
048100     PERFORM 8000-START-SECTION THRU 8000-EXIT.
048200     MOVE 1 TO WS-REG-DIGIT.
048300     PERFORM 2100-LIVE-ON-ONE-DIRECTORY THRU 2100-EXIT
048400         UNTIL WS-REG-DIGIT > 9.
048500     PERFORM 8100-END-SECTION THRU 8100-EXIT.
048600 2000-EXIT.
048700     EXIT.
048800
048900 2100-LIVE-ON-ONE-DIRECTORY.
049000     MOVE "C" TO WS-REG-FUNCTION.
049100     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
049200     ADD 1 TO WS-REG-DIGIT.
049300     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
049400         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
049500         WS-REG-RESULT.
049600     IF WS-REG-RESULT NOT = "Y"
049700         GO TO 2100-EXIT
049800     END-IF.
049900     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
050000     OPEN INPUT PHONE-BOOK.
050100     IF WS-BOOK-STATUS NOT = "00"
050200         GO TO 2100-EXIT
050300     END-IF.
050400     MOVE WS-SUBJECT-NUMBER TO PHONE-NUMBER.
050500     READ PHONE-BOOK
050600         INVALID KEY
050700             CLOSE PHONE-BOOK
050800             GO TO 2100-EXIT
050900     END-READ.
051000     ADD 1 TO WS-SECTION-COUNT.
051100     MOVE WS-DIRECTORY-FILE  TO LV-DIRECTORY.
051200     MOVE PHONE-LAST-NAME    TO LV-LAST-NAME.
051300     MOVE PHONE-FIRST-NAME   TO LV-FIRST-NAME.
051400     MOVE PHONE-COUNTRY-CODE TO LV-COUNTRY-CODE.
051500     MOVE PHONE-EXTENSION    TO LV-EXTENSION.
051600     MOVE PHONE-CATEGORY     TO LV-CATEGORY.
051700     MOVE PHONE-PRIVACY-FLAG TO LV-PRIVACY.
051800     MOVE PHONE-ENTRY-DATE   TO LV-ENTRY-DATE.
051900     MOVE PHONE-OPERATOR-ID  TO LV-OPERATOR.
052000     WRITE REPORT-LINE FROM LIVE-LINE.
052100     IF PHONE-PRIVACY-FLAG = "Y"
052200         PERFORM 3900-LOG-PRIVATE-VIEW THRU 3900-EXIT
052300     END-IF.
052400     CLOSE PHONE-BOOK.
052500 2100-EXIT.
052600     EXIT.
052700
052800*    THE COMPANIONS ARE SHARED BY EVERY DIRECTORY AND KEYED ON
052900*    THE NUMBER - ONE ROW EACH AT MOST, BUT FOR THE NOTES.
053000 2200-COMPANIONS.
053100     MOVE "ADDRESS, CHANNELS, LOCATION, VERIFICATION, NOTES"
053200         TO WS-SECTION-TITLE.
053300     PERFORM 8000-START-SECTION THRU 8000-EXIT.
053400     OPEN INPUT ADDRESS-FILE.
053500     IF WS-ADDR-STATUS = "00"
053600         MOVE WS-SUBJECT-NUMBER TO ADR-PHONE-NUMBER
053700         READ ADDRESS-FILE
053800             INVALID KEY
053900                 CONTINUE
054000             NOT INVALID KEY
054100                 MOVE ADDRESS-RECORD TO WS-ANY-ADDRESS
054200                 MOVE "ADDRESS:" TO TX-LABEL
054300                 PERFORM 8300-FORMAT-ADDRESS THRU 8300-EXIT
054400                 PERFORM 8200-WRITE-TEXT THRU 8200-EXIT
054500         END-READ
054600         CLOSE ADDRESS-FILE
054700     END-IF.
054800     OPEN INPUT CHANNEL-FILE.
054900     IF WS-CHAN-STATUS = "00"
055000         MOVE WS-SUBJECT-NUMBER TO CHN-PHONE-NUMBER
055100         READ CHANNEL-FILE
055200             INVALID KEY
055300                 CONTINUE
055400             NOT INVALID KEY
055500                 PERFORM 2210-SHOW-CHANNEL THRU 2210-EXIT
055600                     VARYING WS-SLOT FROM 1 BY 1
055700                     UNTIL WS-SLOT > 4
055800         END-READ
055900         CLOSE CHANNEL-FILE
056000     END-IF.
056100     OPEN INPUT LOCATION-FILE.
056200     IF WS-LOC-STATUS = "00"
056300         MOVE WS-SUBJECT-NUMBER TO LC-PHONE-NUMBER
056400         READ LOCATION-FILE
056500             INVALID KEY
056600                 CONTINUE
056700             NOT INVALID KEY
056800                 MOVE "LOCATION:" TO TX-LABEL
056900                 MOVE SPACE TO TX-TEXT
057000                 STRING "BUILDING " LC-BUILDING " FLOOR " LC-FLOOR
057100                     " ROOM " LC-ROOM DELIMITED BY SIZE
057200                     INTO TX-TEXT
057300                 END-STRING
057400                 PERFORM 8200-WRITE-TEXT THRU 8200-EXIT
057500         END-READ
057600         CLOSE LOCATION-FILE
057700     END-IF.
057800     OPEN INPUT VERIFICATION-FILE.
057900     IF WS-VERF-STATUS = "00"
058000         MOVE WS-SUBJECT-NUMBER TO VF-PHONE-NUMBER
058100         READ VERIFICATION-FILE
058200             INVALID KEY
058300                 CONTINUE
058400             NOT INVALID KEY
058500                 PERFORM 2220-SHOW-VERIFICATION THRU 2220-EXIT
058600         END-READ
058700         CLOSE VERIFICATION-FILE
058800     END-IF.
058816     OPEN INPUT NOTE-FILE.
058832     IF WS-NOTE-STATUS = "00"
058848         PERFORM 2230-SHOW-NOTES THRU 2230-EXIT
058864         CLOSE NOTE-FILE
058880     END-IF.
058900     PERFORM 8100-END-SECTION THRU 8100-EXIT.
059000 2200-EXIT.
059100     EXIT.
059200
059300 2210-SHOW-CHANNEL.
059400     IF CHN-TYPE (WS-SLOT) = SPACE
059500         GO TO 2210-EXIT
059600     END-IF.
059700     EVALUATE TRUE
059800         WHEN CHN-EMAIL (WS-SLOT)
059900             MOVE "E-MAIL:" TO TX-LABEL
060000         WHEN CHN-FAX (WS-SLOT)
060100             MOVE "FAX:" TO TX-LABEL
060200         WHEN CHN-PAGER (WS-SLOT)
060300             MOVE "PAGER:" TO TX-LABEL
060400         WHEN OTHER
060500             MOVE "CHANNEL:" TO TX-LABEL
060600     END-EVALUATE.
060700     MOVE CHN-VALUE (WS-SLOT) TO TX-TEXT.
060800     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
060900 2210-EXIT.
061000     EXIT.
061100
061200 2220-SHOW-VERIFICATION.
061300     MOVE "VERIFICATION:" TO TX-LABEL.
061400     EVALUATE TRUE
061500         WHEN VF-CONFIRMED
061600             MOVE "CONFIRMED" TO WS-ACTION
061700         WHEN VF-NUMBER-CHANGED
061800             MOVE "CHANGED" TO WS-ACTION
061900         WHEN VF-DISCONNECTED
062000             MOVE "DISCONN" TO WS-ACTION
062100         WHEN OTHER
062200             MOVE VF-OUTCOME TO WS-ACTION
062300     END-EVALUATE.
062400     MOVE SPACE TO TX-TEXT.
062500     STRING WS-ACTION " ON " VF-LAST-VERIFIED-DATE " BY "
062600         VF-VERIFIED-BY " FOR " VF-DIRECTORY DELIMITED BY SIZE
062700         INTO TX-TEXT
062800     END-STRING.
062900     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
063000 2220-EXIT.
063100     EXIT.
063102
063104 2230-SHOW-NOTES.
063106     MOVE WS-SUBJECT-NUMBER TO NT-PHONE-NUMBER.
063108     MOVE LOW-VALUES TO NT-DATE.
063110     MOVE LOW-VALUES TO NT-TIME.
063112     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
063114         INVALID KEY
063116             GO TO 2230-EXIT
063118     END-START.
063120     MOVE "N" TO WS-NOTE-EOF.
063122     PERFORM 2240-SHOW-NEXT-NOTE THRU 2240-EXIT
063124         UNTIL WS-NOTE-EOF = "Y".
063126 2230-EXIT.
063128     EXIT.
063130
063132 2240-SHOW-NEXT-NOTE.
063134     READ NOTE-FILE NEXT RECORD
063136         AT END
063138             MOVE "Y" TO WS-NOTE-EOF
063140             GO TO 2240-EXIT
063142     END-READ.
063144     IF NT-PHONE-NUMBER NOT = WS-SUBJECT-NUMBER
063146         MOVE "Y" TO WS-NOTE-EOF
063148         GO TO 2240-EXIT
063150     END-IF.
063152     MOVE "NOTE:" TO TX-LABEL.
063154     MOVE SPACE TO TX-TEXT.
063156     STRING NT-DATE " " NT-TIME " BY " NT-OPERATOR-ID " "
063158         NT-TEXT DELIMITED BY SIZE
063160         INTO TX-TEXT
063162     END-STRING.
063164     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
063166 2240-EXIT.
063168     EXIT.
063200
063300 2300-ADDRESS-HISTORY.
063400     MOVE "ADDRESS HISTORY (phonadch.dat)" TO WS-SECTION-TITLE.
063500     PERFORM 8000-START-SECTION THRU 8000-EXIT.
063600     OPEN INPUT ADDRESS-CHANGE-FILE.
063700     IF WS-ADCH-STATUS NOT = "00" AND WS-ADCH-STATUS NOT = "05"
063800         GO TO 2300-END
063900     END-IF.
064000     MOVE "N" TO WS-EOF.
064100     PERFORM 2310-NEXT-ADDRESS-CHANGE THRU 2310-EXIT
064200         UNTIL WS-EOF = "Y".
064300     CLOSE ADDRESS-CHANGE-FILE.
064400 2300-END.
064500     PERFORM 8100-END-SECTION THRU 8100-EXIT.
064600 2300-EXIT.
064700     EXIT.
064800
064900 2310-NEXT-ADDRESS-CHANGE.
065000     MOVE SPACE TO ADDRESS-CHANGE-RECORD.
065100     READ ADDRESS-CHANGE-FILE
065200         AT END
065300             MOVE "Y" TO WS-EOF
065400             GO TO 2310-EXIT
065500     END-READ.
065600     IF AD-OLD-VALUES (1:15) NOT = WS-SUBJECT-NUMBER
065700             AND AD-NEW-VALUES (1:15) NOT = WS-SUBJECT-NUMBER
065800         GO TO 2310-EXIT
065900     END-IF.
066000     ADD 1 TO WS-SECTION-COUNT.
066100     MOVE SPACE TO IMAGE-LINE.
066200     MOVE AD-DATE        TO IM-DATE.
066300     MOVE AD-TIME        TO IM-TIME.
066400     MOVE AD-OPERATOR-ID TO IM-OPERATOR.
066500     MOVE "phonaddr.dat" TO IM-WHERE.
066600     EVALUATE TRUE
066700         WHEN AD-OLD-VALUES = SPACE
066800             MOVE "ADD" TO IM-ACTION
066900         WHEN AD-NEW-VALUES = SPACE
067000             MOVE "REMOVE" TO IM-ACTION
067100         WHEN OTHER
067200             MOVE "CHANGE" TO IM-ACTION
067300     END-EVALUATE.
067400     IF AD-OLD-VALUES NOT = SPACE
067500         MOVE "BEFORE:" TO IM-BEFORE-AFTER
067600         MOVE AD-OLD-VALUES TO WS-ANY-ADDRESS
067700         PERFORM 8300-FORMAT-ADDRESS THRU 8300-EXIT
067800         MOVE TX-TEXT TO IM-DETAIL
067900         WRITE REPORT-LINE FROM IMAGE-LINE
068000         MOVE SPACE TO IMAGE-LINE
068100     END-IF.
068200     IF AD-NEW-VALUES NOT = SPACE
068300         MOVE "AFTER: " TO IM-BEFORE-AFTER
068400         MOVE AD-NEW-VALUES TO WS-ANY-ADDRESS
068500         PERFORM 8300-FORMAT-ADDRESS THRU 8300-EXIT
068600         MOVE TX-TEXT TO IM-DETAIL
068700         WRITE REPORT-LINE FROM IMAGE-LINE
068800     END-IF.
068900 2310-EXIT.
069000     EXIT.
069100
069200*    THE DATED ARCHIVES SORT OLDEST FIRST BY NAME, SO THE
069300*    IMAGES COME OUT IN THE ORDER THEY WERE WRITTEN. THE NAMES
069400*    AND NUMBER SIT AT THE FRONT OF EVERY LAYOUT PHONCHG HAS
069500*    CARRIED, SO OLDER ROWS ARE SHOWN AS WELL.
069600 2400-CHANGE-HISTORY.
069700     MOVE "CHANGE HISTORY (phonchg.dat AND ITS ARCHIVES)"
069800         TO WS-SECTION-TITLE.
069900     PERFORM 8000-START-SECTION THRU 8000-EXIT.
070000     MOVE SPACE TO WS-COMMAND.
070100     STRING "ls "                                DELIMITED BY SIZE
070200         "phonchg.[0-9][0-9][0-9][0-9][0-9][0-9]"
070300                                               DELIMITED BY SIZE
070400         " > phondoss.wrk 2>/dev/null"         DELIMITED BY SIZE
070500         INTO WS-COMMAND
070600     END-STRING.
070700     CALL "SYSTEM" USING WS-COMMAND.
070800     MOVE ZERO TO RETURN-CODE.
070900     OPEN INPUT LIST-FILE.
071000     IF WS-LIST-STATUS = "00"
071100         MOVE "N" TO WS-LIST-EOF
071200         PERFORM 2410-NEXT-LISTED-ARCHIVE THRU 2410-EXIT
071300             UNTIL WS-LIST-EOF = "Y"
071400         CLOSE LIST-FILE
071500         MOVE "rm -f phondoss.wrk" TO WS-COMMAND
071600         CALL "SYSTEM" USING WS-COMMAND
071700         MOVE ZERO TO RETURN-CODE
071800     END-IF.
071900     MOVE "phonchg.dat" TO WS-HISTORY-FILE-NAME.
072000     PERFORM 2420-SCAN-HISTORY-FILE THRU 2420-EXIT.
072100     PERFORM 8100-END-SECTION THRU 8100-EXIT.
072200 2400-EXIT.
072300     EXIT.
072400
072500 2410-NEXT-LISTED-ARCHIVE.
072600     READ LIST-FILE
072700         AT END
072800             MOVE "Y" TO WS-LIST-EOF
072900             GO TO 2410-EXIT
073000     END-READ.
073100     IF LIST-LINE = SPACE
073200         GO TO 2410-EXIT
073300     END-IF.
073400     MOVE LIST-LINE TO WS-HISTORY-FILE-NAME.
073500     PERFORM 2420-SCAN-HISTORY-FILE THRU 2420-EXIT.
073600 2410-EXIT.
073700     EXIT.
073800
073900 2420-SCAN-HISTORY-FILE.
074000     OPEN INPUT CHANGE-HISTORY-FILE.
074100     IF WS-CHG-STATUS NOT = "00"
074200         IF WS-CHG-STATUS = "05"
074300             CLOSE CHANGE-HISTORY-FILE
074400         END-IF
074500         GO TO 2420-EXIT
074600     END-IF.
074700     MOVE "N" TO WS-EOF.
074800     PERFORM 2430-NEXT-CHANGE-ROW THRU 2430-EXIT
074900         UNTIL WS-EOF = "Y".
075000     CLOSE CHANGE-HISTORY-FILE.
075100 2420-EXIT.
075200     EXIT.
075300
075400 2430-NEXT-CHANGE-ROW.
075500     MOVE SPACE TO CHANGE-HISTORY-RECORD.
075600     READ CHANGE-HISTORY-FILE
075700         AT END
075800             MOVE "Y" TO WS-EOF
075900             GO TO 2430-EXIT
076000     END-READ.
076100     IF CH-OLD-VALUES (41:15) NOT = WS-SUBJECT-NUMBER
076200             AND CH-NEW-VALUES (41:15) NOT = WS-SUBJECT-NUMBER
076300         GO TO 2430-EXIT
076400     END-IF.
076500     ADD 1 TO WS-SECTION-COUNT.
076600     MOVE SPACE TO IMAGE-LINE.
076700     MOVE CH-DATE        TO IM-DATE.
076800     MOVE CH-TIME        TO IM-TIME.
076900     MOVE CH-OPERATOR-ID TO IM-OPERATOR.
077000     MOVE CH-DIRECTORY   TO IM-WHERE.
077100     EVALUATE TRUE
077200         WHEN CH-OLD-VALUES = SPACE
077300             MOVE "ADD" TO IM-ACTION
077400         WHEN CH-NEW-VALUES = SPACE
077500             MOVE "DELETE" TO IM-ACTION
077600         WHEN CH-OLD-VALUES (41:15) NOT = CH-NEW-VALUES (41:15)
077700             MOVE "RE-KEY" TO IM-ACTION
077800         WHEN OTHER
077900             MOVE "CHANGE" TO IM-ACTION
078000     END-EVALUATE.
078100     IF CH-OLD-VALUES NOT = SPACE
078200         MOVE "BEFORE:" TO IM-BEFORE-AFTER
078300         MOVE CH-OLD-VALUES TO WS-ANY-IMAGE
078400         PERFORM 8400-FORMAT-IMAGE THRU 8400-EXIT
078500         WRITE REPORT-LINE FROM IMAGE-LINE
078600         MOVE SPACE TO IMAGE-LINE
078700     END-IF.
078800     IF CH-NEW-VALUES NOT = SPACE
078900         MOVE "AFTER: " TO IM-BEFORE-AFTER
079000         MOVE CH-NEW-VALUES TO WS-ANY-IMAGE
079100         PERFORM 8400-FORMAT-IMAGE THRU 8400-EXIT
079200         WRITE REPORT-LINE FROM IMAGE-LINE
079300     END-IF.
079400 2430-EXIT.
079500     EXIT.
079600
079700*    EACH DIRECTORY'S ARCHIVE HISTORY - phone.csv KEEPS ITS
079800*    LEGACY phonhist.dat NAME.
079900 2500-DIRECTORY-ARCHIVES.
080000     MOVE "ARCHIVED COPIES (PHONARCH HISTORY FILES)"
080100         TO WS-SECTION-TITLE.
080200     PERFORM 8000-START-SECTION THRU 8000-EXIT.
080300     MOVE 1 TO WS-REG-DIGIT.
080400     PERFORM 2510-ONE-ARCHIVE-FILE THRU 2510-EXIT
080500         UNTIL WS-REG-DIGIT > 9.
080600     PERFORM 8100-END-SECTION THRU 8100-EXIT.
080700 2500-EXIT.
080800     EXIT.
080900
081000 2510-ONE-ARCHIVE-FILE.
081100     MOVE "C" TO WS-REG-FUNCTION.
081200     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
081300     ADD 1 TO WS-REG-DIGIT.
081400     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
081500         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
081600         WS-REG-RESULT.
081700     IF WS-REG-RESULT NOT = "Y"
081800         GO TO 2510-EXIT
081900     END-IF.
082000     MOVE "phonhist.dat" TO WS-ARCHIVE-FILE-NAME.
082100     IF WS-REG-DIRECTORY NOT = "phone.csv"
082200         MOVE SPACE TO WS-ARCHIVE-FILE-NAME
082300         STRING FUNCTION TRIM(WS-REG-PREFIX) DELIMITED BY SIZE
082400             "hist.dat"                     DELIMITED BY SIZE
082500             INTO WS-ARCHIVE-FILE-NAME
082600         END-STRING
082700     END-IF.
082800     OPEN INPUT ARCHIVE-FILE.
082900     IF WS-ARCH-STATUS NOT = "00"
083000         IF WS-ARCH-STATUS = "05"
083100             CLOSE ARCHIVE-FILE
083200         END-IF
083300         GO TO 2510-EXIT
083400     END-IF.
083500     MOVE "N" TO WS-EOF.
083600     PERFORM 2520-NEXT-ARCHIVE-ROW THRU 2520-EXIT
083700         UNTIL WS-EOF = "Y".
083800     CLOSE ARCHIVE-FILE.
083900 2510-EXIT.
084000     EXIT.
084100
084200 2520-NEXT-ARCHIVE-ROW.
084300     MOVE SPACE TO ARCHIVE-ROW.
084400     READ ARCHIVE-FILE
084500         AT END
084600             MOVE "Y" TO WS-EOF
084700             GO TO 2520-EXIT
084800     END-READ.
084900     IF AR-NUMBER NOT = WS-SUBJECT-NUMBER
085000         GO TO 2520-EXIT
085100     END-IF.
085200     ADD 1 TO WS-SECTION-COUNT.
085300     MOVE WS-ARCHIVE-FILE-NAME TO TX-LABEL.
085400     MOVE SPACE TO TX-TEXT.
085500     STRING FUNCTION TRIM(AR-LAST-NAME) ", "
085600         FUNCTION TRIM(AR-FIRST-NAME) "  (LAYOUT "
085700         AR-LAYOUT-VERSION ")" DELIMITED BY SIZE
085800         INTO TX-TEXT
085900     END-STRING.
086000     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
086100 2520-EXIT.
086200     EXIT.
086300
086400 2600-QA-OUTCOMES.
086500     MOVE "QA WORKLIST AND OUTCOMES" TO WS-SECTION-TITLE.
086600     PERFORM 8000-START-SECTION THRU 8000-EXIT.
086700     OPEN INPUT WORKLIST-FILE.
086800     IF WS-QA-STATUS = "00" OR WS-QA-STATUS = "05"
086900         MOVE "N" TO WS-EOF
087000         PERFORM 2610-NEXT-WORKLIST-ROW THRU 2610-EXIT
087100             UNTIL WS-EOF = "Y"
087200         CLOSE WORKLIST-FILE
087300     END-IF.
087400     OPEN INPUT RESULT-FILE.
087500     IF WS-QARES-STATUS = "00" OR WS-QARES-STATUS = "05"
087600         MOVE "N" TO WS-EOF
087700         PERFORM 2620-NEXT-RESULT-ROW THRU 2620-EXIT
087800             UNTIL WS-EOF = "Y"
087900         CLOSE RESULT-FILE
088000     END-IF.
088100     PERFORM 8100-END-SECTION THRU 8100-EXIT.
088200 2600-EXIT.
088300     EXIT.
088400
088500 2610-NEXT-WORKLIST-ROW.
088600     MOVE SPACE TO WORKLIST-RECORD.
088700     READ WORKLIST-FILE
088800         AT END
088900             MOVE "Y" TO WS-EOF
089000             GO TO 2610-EXIT
089100     END-READ.
089200     IF QW-NUMBER NOT = WS-SUBJECT-NUMBER
089300         GO TO 2610-EXIT
089400     END-IF.
089500     ADD 1 TO WS-SECTION-COUNT.
089600     MOVE "QA SAMPLE:" TO TX-LABEL.
089700     MOVE SPACE TO TX-TEXT.
089800     STRING "STATUS " QW-STATUS " ADDED " QW-ADD-DATE
089900         " FOR OPERATOR " QW-OPERATOR " ON " QW-DIRECTORY
090000         DELIMITED BY SIZE INTO TX-TEXT
090100     END-STRING.
090200     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
090300 2610-EXIT.
090400     EXIT.
090500
090600 2620-NEXT-RESULT-ROW.
090700     MOVE SPACE TO RESULT-RECORD.
090800     READ RESULT-FILE
090900         AT END
091000             MOVE "Y" TO WS-EOF
091100             GO TO 2620-EXIT
091200     END-READ.
091300     IF QR-NUMBER NOT = WS-SUBJECT-NUMBER
091400         GO TO 2620-EXIT
091500     END-IF.
091600     ADD 1 TO WS-SECTION-COUNT.
091700     MOVE "QA OUTCOME:" TO TX-LABEL.
091800     MOVE SPACE TO TX-TEXT.
091900     STRING "RESULT " QR-RESULT " ON " QR-DATE
092000         " - OPERATOR " QR-OPERATOR " CHECKED BY " QR-CHECKER
092100         DELIMITED BY SIZE INTO TX-TEXT
092200     END-STRING.
092300     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
092400 2620-EXIT.
092500     EXIT.
092600
092700*    THE LINK NAMES THE PERSON; EVERY OTHER NUMBER LINKED TO
092800*    THE SAME PERSON IS LISTED SO THE WHOLE HOLDING IS SEEN.
092900 2700-PERSON-LINK.
093000     MOVE "PERSON MASTER LINK" TO WS-SECTION-TITLE.
093100     PERFORM 8000-START-SECTION THRU 8000-EXIT.
093200     MOVE ZERO TO WS-PERSON-ID.
093300     OPEN INPUT PERSON-LINK-FILE.
093400     IF WS-LINK-STATUS NOT = "00"
093500         GO TO 2700-END
093600     END-IF.
093700     MOVE WS-SUBJECT-NUMBER TO PL-PHONE-NUMBER.
093800     READ PERSON-LINK-FILE
093900         INVALID KEY
094000             CLOSE PERSON-LINK-FILE
094100             GO TO 2700-END
094200     END-READ.
094300     MOVE PL-PERSON-ID TO WS-PERSON-ID.
094400     ADD 1 TO WS-SECTION-COUNT.
094500     MOVE "LINKED PERSON:" TO TX-LABEL.
094600     MOVE SPACE TO TX-TEXT.
094700     STRING PL-PERSON-ID " VIA " PL-DIRECTORY DELIMITED BY SIZE
094800         INTO TX-TEXT
094900     END-STRING.
095000     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
095100     PERFORM 2710-SHOW-PERSON THRU 2710-EXIT.
095200     MOVE LOW-VALUES TO PL-PHONE-NUMBER.
095300     MOVE "N" TO WS-EOF.
095400     START PERSON-LINK-FILE KEY IS NOT LESS THAN PL-PHONE-NUMBER
095500         INVALID KEY
095600             MOVE "Y" TO WS-EOF
095700     END-START.
095800     PERFORM 2720-NEXT-PERSON-LINK THRU 2720-EXIT
095900         UNTIL WS-EOF = "Y".
096000     CLOSE PERSON-LINK-FILE.
096100 2700-END.
096200     PERFORM 8100-END-SECTION THRU 8100-EXIT.
096300 2700-EXIT.
096400     EXIT.
096500
096600 2710-SHOW-PERSON.
096700     OPEN INPUT PERSON-MASTER-FILE.
096800     IF WS-PERS-STATUS NOT = "00"
096900         GO TO 2710-EXIT
097000     END-IF.
097100     MOVE WS-PERSON-ID TO PS-PERSON-ID.
097200     READ PERSON-MASTER-FILE
097300         INVALID KEY
097400             MOVE "PERSON:" TO TX-LABEL
097500             MOVE "NOT ON THE PERSON MASTER" TO TX-TEXT
097600         NOT INVALID KEY
097700             MOVE "PERSON:" TO TX-LABEL
097800             MOVE SPACE TO TX-TEXT
097900             STRING FUNCTION TRIM(PS-LAST-NAME) ", "
098000                 FUNCTION TRIM(PS-FIRST-NAME) "  PREFERRED "
098100                 PS-PREFERRED-NUMBER "  STATUS " PS-ACTIVE-FLAG
098200                 DELIMITED BY SIZE INTO TX-TEXT
098300             END-STRING
098400     END-READ.
098500     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
098600     CLOSE PERSON-MASTER-FILE.
098700 2710-EXIT.
098800     EXIT.
098900
099000 2720-NEXT-PERSON-LINK.
099100     READ PERSON-LINK-FILE NEXT RECORD
099200         AT END
099300             MOVE "Y" TO WS-EOF
099400             GO TO 2720-EXIT
099500     END-READ.
099600     IF PL-PERSON-ID NOT = WS-PERSON-ID
099700             OR PL-PHONE-NUMBER = WS-SUBJECT-NUMBER
099800         GO TO 2720-EXIT
099900     END-IF.
100000     MOVE "OTHER NUMBER:" TO TX-LABEL.
100100     MOVE SPACE TO TX-TEXT.
100200     STRING PL-PHONE-NUMBER " ON " PL-DIRECTORY
100300         DELIMITED BY SIZE INTO TX-TEXT
100400     END-STRING.
100500     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
100600 2720-EXIT.
100700     EXIT.
100800
100900 2800-ONCALL-SLOTS.
101000     MOVE "ON-CALL SLOTS (oncall.dat)" TO WS-SECTION-TITLE.
101100     PERFORM 8000-START-SECTION THRU 8000-EXIT.
101200     OPEN INPUT ONCALL-FILE.
101300     IF WS-ONCL-STATUS NOT = "00"
101400         GO TO 2800-END
101500     END-IF.
101600     MOVE "N" TO WS-EOF.
101700     MOVE LOW-VALUES TO OC-KEY.
101800     START ONCALL-FILE KEY IS NOT LESS THAN OC-KEY
101900         INVALID KEY
102000             MOVE "Y" TO WS-EOF
102100     END-START.
102200     PERFORM 2810-NEXT-ONCALL-SLOT THRU 2810-EXIT
102300         UNTIL WS-EOF = "Y".
102400     CLOSE ONCALL-FILE.
102500 2800-END.
102600     PERFORM 8100-END-SECTION THRU 8100-EXIT.
102700 2800-EXIT.
102800     EXIT.
102900
103000 2810-NEXT-ONCALL-SLOT.
103100     READ ONCALL-FILE NEXT RECORD
103200         AT END
103300             MOVE "Y" TO WS-EOF
103400             GO TO 2810-EXIT
103500     END-READ.
103600     MOVE SPACE TO WS-ACTION.
103700     EVALUATE WS-SUBJECT-NUMBER
103800         WHEN OC-NUMBER-1
103900             MOVE "PRIMARY" TO WS-ACTION
104000         WHEN OC-NUMBER-2
104100             MOVE "BACKUP" TO WS-ACTION
104200         WHEN OC-NUMBER-3
104300             MOVE "ESCALATE" TO WS-ACTION
104400     END-EVALUATE.
104500     IF WS-ACTION = SPACE
104600         GO TO 2810-EXIT
104700     END-IF.
104800     ADD 1 TO WS-SECTION-COUNT.
104900     MOVE "ON-CALL:" TO TX-LABEL.
105000     MOVE SPACE TO TX-TEXT.
105100     STRING "ROLE " OC-ROLE " WEEK OF " OC-WEEK " AS "
105200         WS-ACTION DELIMITED BY SIZE INTO TX-TEXT
105300     END-STRING.
105400     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
105500 2810-EXIT.
105600     EXIT.
105700
105800 2900-CORRECTIONS.
105900     MOVE "CORRECTION REQUESTS (phoncreq.dat)"
106000         TO WS-SECTION-TITLE.
106100     PERFORM 8000-START-SECTION THRU 8000-EXIT.
106200     OPEN INPUT CORRECTION-FILE.
106300     IF WS-CREQ-STATUS = "00" OR WS-CREQ-STATUS = "05"
106400         MOVE "N" TO WS-EOF
106500         PERFORM 2910-NEXT-CORRECTION THRU 2910-EXIT
106600             UNTIL WS-EOF = "Y"
106700         CLOSE CORRECTION-FILE
106800     END-IF.
106900     PERFORM 8100-END-SECTION THRU 8100-EXIT.
107000 2900-EXIT.
107100     EXIT.
107200
107300 2910-NEXT-CORRECTION.
107400     MOVE SPACE TO CORRECTION-REQUEST-RECORD.
107500     READ CORRECTION-FILE
107600         AT END
107700             MOVE "Y" TO WS-EOF
107800             GO TO 2910-EXIT
107900     END-READ.
108000     IF CQ-NUMBER NOT = WS-SUBJECT-NUMBER
108100         GO TO 2910-EXIT
108200     END-IF.
108300     ADD 1 TO WS-SECTION-COUNT.
108400     MOVE SPACE TO IMAGE-LINE.
108500     MOVE CQ-DATE      TO IM-DATE.
108600     MOVE CQ-TIME      TO IM-TIME.
108700     MOVE CQ-REQUESTER TO IM-OPERATOR.
108800     MOVE CQ-DIRECTORY TO IM-WHERE.
108900     EVALUATE TRUE
109000         WHEN CQ-OPEN
109100             MOVE "OPEN" TO IM-ACTION
109200         WHEN CQ-APPLIED
109300             MOVE "APPLIED" TO IM-ACTION
109400         WHEN CQ-REFUSED
109500             MOVE "REFUSED" TO IM-ACTION
109533         WHEN CQ-HELD
109566             MOVE "HELD" TO IM-ACTION
109600         WHEN OTHER
109700             MOVE CQ-STATUS TO IM-ACTION
109800     END-EVALUATE.
109900     MOVE "ASKED: " TO IM-BEFORE-AFTER.
110000     MOVE CQ-NOTE TO IM-DETAIL.
110100     WRITE REPORT-LINE FROM IMAGE-LINE.
110200     IF CQ-OPEN
110300         GO TO 2910-EXIT
110400     END-IF.
110500     MOVE SPACE TO IMAGE-LINE.
110600     MOVE CQ-DISP-DATE     TO IM-DATE.
110700     MOVE CQ-DISP-OPERATOR TO IM-OPERATOR.
110800     MOVE "ANSWER:" TO IM-BEFORE-AFTER.
110900     MOVE CQ-DISPOSITION TO IM-DETAIL.
111000     WRITE REPORT-LINE FROM IMAGE-LINE.
111100 2910-EXIT.
111200     EXIT.
111300
111400 3000-RENUMBER-XREF.
111500     MOVE "RENUMBER CROSS-REFERENCE (phonrnxr.dat)"
111600         TO WS-SECTION-TITLE.
111700     PERFORM 8000-START-SECTION THRU 8000-EXIT.
111800     OPEN INPUT CROSS-REF-FILE.
111900     IF WS-XREF-STATUS = "00" OR WS-XREF-STATUS = "05"
112000         MOVE "N" TO WS-EOF
112100         PERFORM 3010-NEXT-CROSS-REF THRU 3010-EXIT
112200             UNTIL WS-EOF = "Y"
112300         CLOSE CROSS-REF-FILE
112400     END-IF.
112500     PERFORM 8100-END-SECTION THRU 8100-EXIT.
112600 3000-EXIT.
112700     EXIT.
112800
112900 3010-NEXT-CROSS-REF.
113000     MOVE SPACE TO CROSS-REF-RECORD.
113100     READ CROSS-REF-FILE
113200         AT END
113300             MOVE "Y" TO WS-EOF
113400             GO TO 3010-EXIT
113500     END-READ.
113600     IF XR-OLD-NUMBER NOT = WS-SUBJECT-NUMBER
113700             AND XR-NEW-NUMBER NOT = WS-SUBJECT-NUMBER
113800         GO TO 3010-EXIT
113900     END-IF.
114000     ADD 1 TO WS-SECTION-COUNT.
114100     MOVE "RENUMBERED:" TO TX-LABEL.
114200     MOVE SPACE TO TX-TEXT.
114300     STRING XR-OLD-NUMBER " TO " XR-NEW-NUMBER " ON " XR-DATE
114400         " IN " XR-DIRECTORY DELIMITED BY SIZE INTO TX-TEXT
114500     END-STRING.
114600     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
114700 3010-EXIT.
114800     EXIT.
114900
115000 3100-PRIVACY-VIEWS.
115100     MOVE "PRIVACY ACCESS LOG (privlog.dat)" TO WS-SECTION-TITLE.
115200     PERFORM 8000-START-SECTION THRU 8000-EXIT.
115300     OPEN INPUT PRIVACY-LOG-FILE.
115400     IF WS-PRIVLOG-STATUS = "00" OR WS-PRIVLOG-STATUS = "05"
115500         MOVE "N" TO WS-EOF
115600         PERFORM 3110-NEXT-PRIVACY-ROW THRU 3110-EXIT
115700             UNTIL WS-EOF = "Y"
115800         CLOSE PRIVACY-LOG-FILE
115900     END-IF.
116000     PERFORM 8100-END-SECTION THRU 8100-EXIT.
116100 3100-EXIT.
116200     EXIT.
116300
116400 3110-NEXT-PRIVACY-ROW.
116500     MOVE SPACE TO PRIVACY-ACCESS-RECORD.
116600     READ PRIVACY-LOG-FILE
116700         AT END
116800             MOVE "Y" TO WS-EOF
116900             GO TO 3110-EXIT
117000     END-READ.
117100     IF PV-NUMBER NOT = WS-SUBJECT-NUMBER
117200         GO TO 3110-EXIT
117300     END-IF.
117400     ADD 1 TO WS-SECTION-COUNT.
117500     MOVE SPACE TO IMAGE-LINE.
117600     MOVE PV-DATE      TO IM-DATE.
117700     MOVE PV-TIME      TO IM-TIME.
117800     MOVE PV-VIEWER-ID TO IM-OPERATOR.
117900     MOVE PV-DIRECTORY TO IM-WHERE.
118000     MOVE PV-PROGRAM   TO IM-ACTION.
118100     MOVE "SEARCH:" TO IM-BEFORE-AFTER.
118200     STRING PV-SEARCH-TYPE " " PV-SEARCH-VALUE DELIMITED BY SIZE
118300         INTO IM-DETAIL
118400     END-STRING.
118500     WRITE REPORT-LINE FROM IMAGE-LINE.
118600 3110-EXIT.
118700     EXIT.
118800
118801 3200-EXPIRY-DATE.
118802     MOVE "EXPIRY DATE (phonexpy.dat)" TO WS-SECTION-TITLE.
118803     PERFORM 8000-START-SECTION THRU 8000-EXIT.
118804     OPEN INPUT EXPIRY-FILE.
118805     IF WS-EXPY-STATUS NOT = "00"
118806         GO TO 3200-END
118807     END-IF.
118808     MOVE WS-SUBJECT-NUMBER TO EX-PHONE-NUMBER.
118809     READ EXPIRY-FILE
118810         INVALID KEY
118811             CLOSE EXPIRY-FILE
118812             GO TO 3200-END
118813     END-READ.
118814     ADD 1 TO WS-SECTION-COUNT.
118815     MOVE "EXPIRES:" TO TX-LABEL.
118816     MOVE SPACE TO TX-TEXT.
118817     STRING EX-EXPIRY-DATE " ON " EX-DIRECTORY " "
118818         FUNCTION TRIM(EX-LAST-NAME) ", "
118819         FUNCTION TRIM(EX-FIRST-NAME) " - SET BY " EX-SET-BY
118820         " ON " EX-SET-DATE DELIMITED BY SIZE
118821         INTO TX-TEXT
118822     END-STRING.
118823     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
118824     CLOSE EXPIRY-FILE.
118825 3200-END.
118826     PERFORM 8100-END-SECTION THRU 8100-EXIT.
118827 3200-EXIT.
118828     EXIT.
118829
118830 3300-HELD-CHANGES.
118831     MOVE "CHANGES HELD FOR APPROVAL (phonappr.dat)"
118832         TO WS-SECTION-TITLE.
118833     PERFORM 8000-START-SECTION THRU 8000-EXIT.
118834     OPEN INPUT APPROVAL-FILE.
118835     IF WS-APPR-STATUS = "00" OR WS-APPR-STATUS = "05"
118836         MOVE "N" TO WS-EOF
118837         PERFORM 3310-NEXT-HELD-CHANGE THRU 3310-EXIT
118838             UNTIL WS-EOF = "Y"
118839         CLOSE APPROVAL-FILE
118840     END-IF.
118841     PERFORM 8100-END-SECTION THRU 8100-EXIT.
118842 3300-EXIT.
118843     EXIT.
118844
118845*    THE RECORD AS IT STOOD AND AS KEYED, THEN - ONCE
118846*    DECIDED - WHO DECIDED IT AND WHY.
118847 3310-NEXT-HELD-CHANGE.
118848     MOVE SPACE TO APPROVAL-RECORD.
118849     READ APPROVAL-FILE
118850         AT END
118851             MOVE "Y" TO WS-EOF
118852             GO TO 3310-EXIT
118853     END-READ.
118854     IF AP-OLD-VALUES (41:15) NOT = WS-SUBJECT-NUMBER
118855             AND AP-NEW-VALUES (41:15) NOT = WS-SUBJECT-NUMBER
118856         GO TO 3310-EXIT
118857     END-IF.
118858     ADD 1 TO WS-SECTION-COUNT.
118859     MOVE SPACE TO IMAGE-LINE.
118860     MOVE AP-DATE      TO IM-DATE.
118861     MOVE AP-TIME      TO IM-TIME.
118862     MOVE AP-REQUESTER TO IM-OPERATOR.
118863     MOVE AP-DIRECTORY TO IM-WHERE.
118864     EVALUATE TRUE
118865         WHEN AP-PENDING
118866             MOVE "PENDING" TO IM-ACTION
118867         WHEN AP-APPROVED
118868             MOVE "APPROVED" TO IM-ACTION
118869         WHEN AP-REFUSED
118870             MOVE "REFUSED" TO IM-ACTION
118871         WHEN OTHER
118872             MOVE AP-STATUS TO IM-ACTION
118873     END-EVALUATE.
118874     IF AP-OLD-VALUES NOT = SPACE
118875         MOVE "BEFORE:" TO IM-BEFORE-AFTER
118876         MOVE AP-OLD-VALUES TO WS-ANY-IMAGE
118877         PERFORM 8400-FORMAT-IMAGE THRU 8400-EXIT
118878         WRITE REPORT-LINE FROM IMAGE-LINE
118879         MOVE SPACE TO IMAGE-LINE
118880     END-IF.
118881     IF AP-NEW-VALUES NOT = SPACE
118882         MOVE "KEYED: " TO IM-BEFORE-AFTER
118883         MOVE AP-NEW-VALUES TO WS-ANY-IMAGE
118884         PERFORM 8400-FORMAT-IMAGE THRU 8400-EXIT
118885         WRITE REPORT-LINE FROM IMAGE-LINE
118886     END-IF.
118887     IF AP-PENDING
118888         GO TO 3310-EXIT
118889     END-IF.
118890     MOVE SPACE TO IMAGE-LINE.
118891     MOVE AP-DISP-DATE TO IM-DATE.
118892     MOVE AP-APPROVER  TO IM-OPERATOR.
118893     MOVE "ANSWER:" TO IM-BEFORE-AFTER.
118894     MOVE AP-DISPOSITION TO IM-DETAIL.
118895     WRITE REPORT-LINE FROM IMAGE-LINE.
118896 3310-EXIT.
118897     EXIT.
118898
118899*    ONE PROOF ROW PER BOOK THE NUMBER IS LISTED IN - THE
118900*    P AND B TAGS PHONPRUF PROOFS UNDER.
118901 3400-BOOK-PROOFS.
118902     MOVE "BOOK PROOFS (phonprf.dat)" TO WS-SECTION-TITLE.
118903     PERFORM 8000-START-SECTION THRU 8000-EXIT.
118904     OPEN INPUT PROOF-FILE.
118905     IF WS-PROOF-STATUS = "00"
118906         MOVE "P" TO PRF-SOURCE-TAG
118907         PERFORM 3410-SHOW-PROOF THRU 3410-EXIT
118908         MOVE "B" TO PRF-SOURCE-TAG
118909         PERFORM 3410-SHOW-PROOF THRU 3410-EXIT
118910         CLOSE PROOF-FILE
118911     END-IF.
118912     PERFORM 8100-END-SECTION THRU 8100-EXIT.
118913 3400-EXIT.
118914     EXIT.
118915
118916 3410-SHOW-PROOF.
118917     MOVE WS-SUBJECT-NUMBER TO PRF-PHONE-NUMBER.
118918     READ PROOF-FILE
118919         INVALID KEY
118920             GO TO 3410-EXIT
118921     END-READ.
118922     ADD 1 TO WS-SECTION-COUNT.
118923     EVALUATE TRUE
118924         WHEN PRF-OUTSTANDING
118925             MOVE "OUTSTAND" TO WS-ACTION
118926         WHEN PRF-APPROVED
118927             MOVE "APPROVED" TO WS-ACTION
118928         WHEN PRF-CORRECTED
118929             MOVE "CORRECTD" TO WS-ACTION
118930         WHEN OTHER
118931             MOVE PRF-STATUS TO WS-ACTION
118932     END-EVALUATE.
118933     MOVE "PROOF:" TO TX-LABEL.
118934     MOVE SPACE TO TX-TEXT.
118935     STRING PRF-SOURCE-TAG PRF-PHONE-NUMBER " " PRF-BOOK-YEAR
118936         " BOOK, SENT " PRF-PROOF-DATE " FOR " PRF-DIRECTORY " "
118937         WS-ACTION DELIMITED BY SIZE
118938         INTO TX-TEXT
118939     END-STRING.
118940     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
118941     MOVE "AS SENT:" TO TX-LABEL.
118942     MOVE PRF-LISTING TO TX-TEXT.
118943     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
118944     IF PRF-OUTSTANDING
118945         GO TO 3410-EXIT
118946     END-IF.
118947     MOVE "RETURNED:" TO TX-LABEL.
118948     MOVE SPACE TO TX-TEXT.
118949     STRING PRF-RETURNED-DATE " BY " PRF-RECORDED-BY
118950         DELIMITED BY SIZE INTO TX-TEXT
118951     END-STRING.
118952     PERFORM 8200-WRITE-TEXT THRU 8200-EXIT.
118953 3410-EXIT.
118954     EXIT.
118955
118956*    A PRIVACY-FLAGGED ENTRY SHOWN ON THE DOSSIER IS LOGGED
119000*    UNDER THE SUPERVISOR WHO RAN IT.
119100 3900-LOG-PRIVATE-VIEW.
119200     MOVE SPACE               TO PRIVACY-ACCESS-RECORD.
119300     MOVE WS-TODAY-X          TO PV-DATE.
119400     ACCEPT PV-TIME FROM TIME.
119500     MOVE WS-OPERATOR-ID      TO PV-VIEWER-ID.
119600     MOVE WS-JOB-NAME         TO PV-PROGRAM.
119700     MOVE WS-DIRECTORY-FILE   TO PV-DIRECTORY.
119800     MOVE PHONE-NUMBER        TO PV-NUMBER.
119900     MOVE "N"                 TO PV-SEARCH-TYPE.
120000     MOVE WS-SUBJECT-NUMBER   TO PV-SEARCH-VALUE.
120100     OPEN EXTEND PRIVACY-LOG-FILE.
120200     IF WS-PRIVLOG-STATUS NOT = "00" AND NOT = "05"
120300         OPEN OUTPUT PRIVACY-LOG-FILE
120400     END-IF.
120500     WRITE PRIVACY-ACCESS-RECORD.
120600     CLOSE PRIVACY-LOG-FILE.
120700 3900-EXIT.
120800     EXIT.
120900
121000 8000-START-SECTION.
121100     MOVE ZERO TO WS-SECTION-COUNT.
121200     MOVE WS-SECTION-TITLE TO SC-TITLE.
121300     WRITE REPORT-LINE FROM SECTION-LINE.
121400 8000-EXIT.
121500     EXIT.
121600
121700 8100-END-SECTION.
121800     IF WS-SECTION-COUNT = ZERO
121900         MOVE SPACE TO TEXT-LINE
122000         MOVE "(NONE ON FILE)" TO TX-LABEL
122100         WRITE REPORT-LINE FROM TEXT-LINE
122200     ELSE
122300         MOVE "ITEMS FOUND:" TO SE-TEXT
122400         MOVE WS-SECTION-COUNT TO SE-COUNT
122500         WRITE REPORT-LINE FROM SECTION-END-LINE
122600     END-IF.
122700     ADD WS-SECTION-COUNT TO WS-TOTAL-FOUND.
122800     WRITE REPORT-LINE FROM SPACE.
122900 8100-EXIT.
123000     EXIT.
123100
123200 8200-WRITE-TEXT.
123300     WRITE REPORT-LINE FROM TEXT-LINE.
123400     MOVE SPACE TO TEXT-LINE.
123500 8200-EXIT.
123600     EXIT.
123700
123800 8300-FORMAT-ADDRESS.
123900     MOVE SPACE TO TX-TEXT.
124000     STRING FUNCTION TRIM(WS-AD-STREET) ", "
124100         FUNCTION TRIM(WS-AD-CITY) " " WS-AD-STATE " "
124200         WS-AD-POSTAL-CODE DELIMITED BY SIZE
124300         INTO TX-TEXT
124400     END-STRING.
124500 8300-EXIT.
124600     EXIT.
124700
124800 8400-FORMAT-IMAGE.
124900     MOVE SPACE TO IM-DETAIL.
125000     STRING WS-IMG-NUMBER " " FUNCTION TRIM(WS-IMG-LAST-NAME)
125100         ", " FUNCTION TRIM(WS-IMG-FIRST-NAME)
125200         DELIMITED BY SIZE INTO IM-DETAIL
125300     END-STRING.
125400 8400-EXIT.
125500     EXIT.
