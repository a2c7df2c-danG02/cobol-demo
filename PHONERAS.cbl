000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONERAS.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: ERASURE OF ONE PERSON FROM EVERY FILE THAT HOLDS
000900*       THEM. GIVEN A PHONE NUMBER OR A PERSON ID, THE
001000*       SUBJECT IS THAT NUMBER, THE PERSON IT IS LINKED TO ON
001100*       phonpers.dat, AND EVERY OTHER NUMBER LINKED TO THAT
001200*       PERSON. A PREVIEW PASS THEN FINDS EVERY TRACE OF THE
001300*       SUBJECT IN EVERY dirreg.dat DIRECTORY AND ITS
001400*       COMPANIONS AND HISTORIES AND REGISTERS IT, FILE BY
001500*       FILE, ON phoneras.lst. ONLY ON A CONFIRMED APPLY,
001600*       WITH EVERY DIRECTORY LOCKED, DOES THE SECOND PASS:
001700*         - REMOVE THE LIVE ROWS: THE DIRECTORY RECORDS
001800*           (IMAGED TO phonchg.dat AS DELETES, NAMES ALREADY
001900*           ERASED), phonaddr.dat, phonchan.dat,
002000*           phonloc.dat, phonverf.dat, phonexpy.dat,
002050*           phonnote.dat, phonpers.dat, THE
002100*           persmast.dat PERSON, AND THE OPEN QUEUE ROWS ON
002200*           phonqa.dat AND phoncreq.dat, THE PENDING CHANGES ON
002250*           phonappr.dat, AND THE OUTSTANDING PROOFS ON
002275*           phonprf.dat;
002300*         - OVERWRITE THE NAME WITH THE *ERASED* MARKER IN
002400*           THE HISTORY ROWS, WHICH STAY IN PLACE SO THE
002500*           RESTORE ROLL-FORWARDS AND THE COUNTS BUILT ON
002600*           THEM STILL HOLD: phonchg.dat AND ITS DATED
002700*           ARCHIVES, EACH DIRECTORY'S <PREFIX>hist.dat
002800*           ARCHIVE AND ITS .prev COPY, THE ADDRESS HISTORY
002900*           phonadch.dat, THE PERSON HISTORY perschg.dat, THE
003000*           QA RESULTS phonqares.dat, AND THE SEARCH VALUE ON
003100*           THE PRIVACY LOG privlog.dat, THE DECIDED CHANGES ON
003125*           phonappr.dat (BOTH IMAGES), AND - BLANKED RATHER
003150*           THAN MARKED - THE NAME AND LISTING AS SENT ON A
003175*           RETURNED phonprf.dat PROOF;
003200*         - REMOVE THE NUMBERS FROM EVERY DATED .bak BACKUP
003300*           OF THE DIRECTORIES AND THE ADDRESS, CHANNEL,
003400*           LOCATION, EXPIRY, AND NOTES COMPANIONS.
003425*       THE EXTENSION OF EACH REMOVED LIVE ENTRY IS
003450*       QUARANTINED ON extninv.dat, ITS NUMBER AND DIRECTORY
003475*       CLEARED, THE WAY IODEMO LEAVES A DELETED ENTRY'S.
003500*       A SEALED phonchg.dat ROW THAT IS REDACTED KEEPS ITS
003600*       SEQUENCE AND CHECK VALUE; ITS NEW CHECK VALUE GOES TO
003700*       THE erasreg.dat ERASURE REGISTER (ERASREC) SO
003800*       PHONCHKV CAN TELL THE REDACTION FROM TAMPERING. EACH
003900*       NUMBER IS THEN ADDED TO THE dncreg.dat DO-NOT-CALL
004000*       REGISTRY MARKED ERASED (DNCREC), WHICH PHONIMPT
004100*       REFUSES TO LOAD AGAIN. THE RUN ENDS WITH THE
004200*       phonerac.lst CERTIFICATE OF WHAT WAS REMOVED AND
004300*       REDACTED WHERE; NO NAME APPEARS ON EITHER LISTING.
004400*       REQUIRES SUPERVISOR AUTHORITY THROUGH THE SHARED
004500*       OPERSEC SIGN-ON.
004600*----------------------------------------------------------
004700* MOD LOG:
004800*  OCT 2026  DCG  ORIGINAL PROGRAM.
004833*  OCT 2026  DCG  THE phonexpy.dat EXPIRY ROW, WHICH HOLDS
004866*                 THE NAME, IS REMOVED WITH THE OTHER LIVE ROWS
004883*                 AND FROM THE DATED phonexpy.dat BACKUPS.
004887*  OCT 2026  DCG  THE DATED NOTES ON phonnote.dat ARE REMOVED
004891*                 WITH THE OTHER LIVE ROWS AND FROM THE DATED
004895*                 phonnote.dat BACKUPS.
004896*  OCT 2026  DCG  PENDING phonappr.dat CHANGES AND OUTSTANDING
004897*                 phonprf.dat PROOFS ARE REMOVED; DECIDED CHANGES
004898*                 AND RETURNED PROOFS ARE REDACTED. THE SWEEP ROW
004899*                 IS WIDENED TO THE 306-BYTE APPROVAL ROW.
004924*  OCT 2026  DCG  THE REMOVED ENTRY'S extninv.dat EXTENSION IS
004949*                 QUARANTINED, NOT LEFT ASSIGNED TO THE NUMBER.
004974*----------------------------------------------------------
005000 ENVIRONMENT DIVISION.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT PHONE-BOOK
005400         ASSIGN TO WS-BOOK-FILE-NAME
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS PHONE-NUMBER
005800         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
005900             WITH DUPLICATES
006000         FILE STATUS IS WS-BOOK-STATUS.
006100
006200     SELECT ADDRESS-FILE
006300         ASSIGN TO WS-ADDRESS-FILE-NAME
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS ADR-PHONE-NUMBER
006700         FILE STATUS IS WS-ADDR-STATUS.
006800
006900     SELECT CHANNEL-FILE
007000         ASSIGN TO WS-CHANNEL-FILE-NAME
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS DYNAMIC
007300         RECORD KEY IS CHN-PHONE-NUMBER
007400         FILE STATUS IS WS-CHAN-STATUS.
007500
007600     SELECT LOCATION-FILE
007700         ASSIGN TO WS-LOCATION-FILE-NAME
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS DYNAMIC
008000         RECORD KEY IS LC-PHONE-NUMBER
008100         FILE STATUS IS WS-LOC-STATUS.
008200
008300     SELECT VERIFICATION-FILE
008400         ASSIGN TO "phonverf.dat"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS DYNAMIC
008700         RECORD KEY IS VF-PHONE-NUMBER
008800         FILE STATUS IS WS-VERF-STATUS.
008900
008912     SELECT EXPIRY-FILE
008924         ASSIGN TO WS-EXPIRY-FILE-NAME
008936         ORGANIZATION IS INDEXED
008948         ACCESS MODE IS DYNAMIC
008960         RECORD KEY IS EX-PHONE-NUMBER
008972         FILE STATUS IS WS-EXPY-STATUS.
008973
008974     SELECT NOTE-FILE
008975         ASSIGN TO WS-NOTE-FILE-NAME
008976         ORGANIZATION IS INDEXED
008977         ACCESS MODE IS DYNAMIC
008978         RECORD KEY IS NT-KEY
008979         FILE STATUS IS WS-NOTE-STATUS.
008984
008986     SELECT PROOF-FILE
008988         ASSIGN TO "phonprf.dat"
008990         ORGANIZATION IS INDEXED
008992         ACCESS MODE IS DYNAMIC
008994         RECORD KEY IS PRF-KEY
008996         FILE STATUS IS WS-PROOF-STATUS.
008998
009000     SELECT PERSON-LINK-FILE
009100         ASSIGN TO "phonpers.dat"
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS DYNAMIC
009400         RECORD KEY IS PL-PHONE-NUMBER
009500         FILE STATUS IS WS-LINK-STATUS.
009600
009612     SELECT EXTENSION-FILE
009624         ASSIGN TO "extninv.dat"
009636         ORGANIZATION IS INDEXED
009648         ACCESS MODE IS DYNAMIC
009660         RECORD KEY IS EI-EXTENSION
009672         FILE STATUS IS WS-EXTN-STATUS.
009684
009700     SELECT PERSON-MASTER-FILE
009800         ASSIGN TO "persmast.dat"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS DYNAMIC
010100         RECORD KEY IS PS-PERSON-ID
010200         FILE STATUS IS WS-PERS-STATUS.
010300
010400     SELECT OPTIONAL CHANGE-HISTORY-FILE
010500         ASSIGN TO "phonchg.dat"
010600         ORGANIZATION IS LINE SEQUENTIAL
010700         FILE STATUS IS WS-CHG-STATUS.
010800
010900     SELECT OPTIONAL ADDRESS-CHANGE-FILE
011000         ASSIGN TO "phonadch.dat"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-ADCH-STATUS.
011300
011400     SELECT OPTIONAL PERSON-CHANGE-FILE
011500         ASSIGN TO "perschg.dat"
011600         ORGANIZATION IS LINE SEQUENTIAL
011700         FILE STATUS IS WS-PCHG-STATUS.
011800
011900     SELECT OPTIONAL DNC-REGISTRY-FILE
012000         ASSIGN TO "dncreg.dat"
012100         ORGANIZATION IS LINE SEQUENTIAL
012200         FILE STATUS IS WS-DNC-STATUS.
012300
012400     SELECT OPTIONAL ERASURE-REGISTER-FILE
012500         ASSIGN TO "erasreg.dat"
012600         ORGANIZATION IS LINE SEQUENTIAL
012700         FILE STATUS IS WS-ERAS-STATUS.
012800
012900     SELECT OPTIONAL LIST-FILE
013000         ASSIGN TO "phoneras.wrk"
013100         ORGANIZATION IS LINE SEQUENTIAL
013200         FILE STATUS IS WS-LIST-STATUS.
013300
013400     SELECT SWEEP-IN-FILE
013500         ASSIGN TO WS-SWEEP-FILE-NAME
013600         ORGANIZATION IS LINE SEQUENTIAL
013700         FILE STATUS IS WS-IN-STATUS.
013800
013900     SELECT SWEEP-OUT-FILE
014000         ASSIGN TO "phoneras.tmp"
014100         ORGANIZATION IS LINE SEQUENTIAL
014200         FILE STATUS IS WS-OUT-STATUS.
014300
014400     SELECT REGISTER-FILE
014500         ASSIGN TO "phoneras.lst"
014600         ORGANIZATION IS LINE SEQUENTIAL.
014700
014800     SELECT CERTIFICATE-FILE
014900         ASSIGN TO "phonerac.lst"
015000         ORGANIZATION IS LINE SEQUENTIAL.
015100
015200 DATA DIVISION.
015300 FILE SECTION.
015400 FD  PHONE-BOOK.
015500     COPY PHONEREC.
015600
015700 FD  ADDRESS-FILE.
015800     COPY PHONADDR.
015900
016000 FD  CHANNEL-FILE.
016100     COPY CHANREC.
016200
016300 FD  LOCATION-FILE.
016400     COPY LOCNREC.
016500
016600 FD  VERIFICATION-FILE.
016700     COPY VERFREC.
016800
016825 FD  EXPIRY-FILE.
016850     COPY EXPYREC.
016856
016862 FD  NOTE-FILE.
016868     COPY NOTEREC.
016875
016881 FD  PROOF-FILE.
016887     COPY PROOFREC.
016893
016894 FD  EXTENSION-FILE.
016895     COPY EXTNREC.
016896
016900 FD  PERSON-LINK-FILE.
017000     COPY PERSLNK.
017100
017200 FD  PERSON-MASTER-FILE.
017300     COPY PERSREC.
017400
017500 FD  CHANGE-HISTORY-FILE.
017600     COPY PHONCHG.
017700
017800 FD  ADDRESS-CHANGE-FILE.
017900     COPY ADDRCHG.
018000
018100 FD  PERSON-CHANGE-FILE.
018200 01  PERSON-CHANGE-RECORD.
018300     05  PH-DATE                 PIC X(08).
018400     05  PH-TIME                 PIC X(08).
018500     05  PH-OPERATOR-ID          PIC X(08).
018600     05  PH-OLD-VALUES           PIC X(62).
018700     05  PH-NEW-VALUES           PIC X(62).
018800
018900 FD  DNC-REGISTRY-FILE.
019000     COPY DNCREC.
019100
019200 FD  ERASURE-REGISTER-FILE.
019300     COPY ERASREC.
019400
019500 FD  LIST-FILE.
019600 01  LIST-LINE                   PIC X(40).
019700
019800 FD  SWEEP-IN-FILE.
019900 01  SWEEP-IN-RECORD             PIC X(306).
020000
020100 FD  SWEEP-OUT-FILE.
020200 01  SWEEP-OUT-RECORD            PIC X(306).
020300
020400 FD  REGISTER-FILE.
020500 01  REGISTER-LINE               PIC X(80).
020600
020700 FD  CERTIFICATE-FILE.
020800 01  CERTIFICATE-LINE            PIC X(80).
020900
021000 WORKING-STORAGE SECTION.
021100
021200 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONERAS".
021300 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
021400 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
021500
021600 01  WS-BOOK-STATUS              PIC X(02) VALUE "00".
021700 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
021800 01  WS-CHAN-STATUS              PIC X(02) VALUE "00".
021900 01  WS-LOC-STATUS               PIC X(02) VALUE "00".
022000 01  WS-VERF-STATUS              PIC X(02) VALUE "00".
022050 01  WS-EXPY-STATUS              PIC X(02) VALUE "00".
022075 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
022087 01  WS-PROOF-STATUS             PIC X(02) VALUE "00".
022093 01  WS-EXTN-STATUS              PIC X(02) VALUE "00".
022100 01  WS-LINK-STATUS              PIC X(02) VALUE "00".
022200 01  WS-PERS-STATUS              PIC X(02) VALUE "00".
022300 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
022400 01  WS-ADCH-STATUS              PIC X(02) VALUE "00".
022500 01  WS-PCHG-STATUS              PIC X(02) VALUE "00".
022600 01  WS-DNC-STATUS               PIC X(02) VALUE "00".
022700 01  WS-ERAS-STATUS              PIC X(02) VALUE "00".
022800 01  WS-LIST-STATUS              PIC X(02) VALUE "00".
022900 01  WS-IN-STATUS                PIC X(02) VALUE "00".
023000 01  WS-OUT-STATUS               PIC X(02) VALUE "00".
023100
023200 01  WS-BOOK-FILE-NAME           PIC X(40).
023300 01  WS-ADDRESS-FILE-NAME        PIC X(40).
023400 01  WS-CHANNEL-FILE-NAME        PIC X(40).
023500 01  WS-LOCATION-FILE-NAME       PIC X(40).
023550 01  WS-EXPIRY-FILE-NAME         PIC X(40).
023575 01  WS-NOTE-FILE-NAME           PIC X(40).
023600 01  WS-SWEEP-FILE-NAME          PIC X(40).
023700 01  WS-COMMAND                  PIC X(120).
023800
023900 01  WS-SEAL-FUNCTION            PIC X(01).
024000 01  WS-SEAL-CHECK               PIC X(10).
024100 01  WS-SEAL-RESULT              PIC X(01).
024200 01  WS-PRIOR-CHECK              PIC X(10).
024300
024400 01  WS-DIRECTORY-FILE           PIC X(20).
024500 01  WS-REG-FUNCTION             PIC X(01).
024600 01  WS-REG-CHOICE               PIC X(01).
024700 01  WS-REG-DIRECTORY            PIC X(20).
024800 01  WS-REG-PREFIX               PIC X(04).
024900 01  WS-REG-DESCRIPTION          PIC X(30).
025000 01  WS-REG-RESULT               PIC X(01).
025100 01  WS-REG-DIGIT                PIC 9(02).
025200
025300 01  WS-OPERATOR-ID              PIC X(08).
025400 01  WS-OPERATOR-PASSWORD        PIC X(08).
025500 01  WS-OPERATOR-AUTHORITY       PIC X(01).
025600 01  WS-SIGNON-RESULT            PIC X(01) VALUE "N".
025700     88  OPERATOR-SIGNED-ON              VALUE "Y".
025800 01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.
025900
026000 01  WS-LOCK-HOLDER              PIC X(08).
026100 01  WS-LOCK-FUNCTION            PIC X(01).
026200 01  WS-LOCK-RESULT              PIC X(01).
026300 01  WS-LOCKS-TAKEN              PIC X(01).
026400     88  EVERY-DIRECTORY-LOCKED          VALUE "Y".
026500 01  WS-LOCKED-TABLE.
026600     05  WS-LOCKED-USED          PIC 9(02) COMP VALUE ZERO.
026700     05  WS-LOCKED-ENTRY OCCURS 9 TIMES.
026800         10  WS-LOCKED-DIRECTORY PIC X(20).
026900 01  WS-LOCKED-INDEX             PIC 9(02) COMP VALUE ZERO.
027000
027100*    PREVIEW PASS ONLY LOOKS; APPLY PASS CHANGES THE FILES.
027200 01  WS-PASS                     PIC X(01) VALUE "P".
027300     88  PREVIEW-PASS                    VALUE "P".
027400     88  APPLY-PASS                      VALUE "A".
027500 01  WS-LIVE-FILE                PIC X(01).
027600     88  LIVE-FILE                       VALUE "Y".
027700
027800*    THE SUBJECT: THE PERSON (ZERO WHEN THE NUMBER IS LINKED
027900*    TO NO ONE) AND EVERY NUMBER TO BE ERASED.
028000 01  WS-ENTRY                    PIC X(15).
028100 01  WS-PERSON-ID                PIC 9(06) VALUE ZERO.
028200 01  WS-PERSON-ID-X REDEFINES WS-PERSON-ID
028300                                 PIC X(06).
028400 01  WS-PERSON-ON-FILE           PIC X(01) VALUE "N".
028500 01  WS-SUBJECT-TABLE.
028600     05  WS-SUBJECT-USED         PIC 9(02) COMP VALUE ZERO.
028700     05  WS-SUBJECT-ENTRY OCCURS 20 TIMES.
028800         10  WS-SJ-NUMBER        PIC X(15).
028900         10  WS-SJ-ON-DNC        PIC X(01).
029000 01  WS-SUBJECT-INDEX            PIC 9(02) COMP VALUE ZERO.
029100 01  WS-SUBJECT-OVERFLOW         PIC 9(04) COMP VALUE ZERO.
029200 01  WS-MATCH-NUMBER             PIC X(15).
029300 01  WS-SUBJECT-MATCH            PIC X(01).
029400 01  WS-LINK-EOF                 PIC X(01).
029500
029600*    WHAT IS WRITTEN OVER A NAME, AN ADDRESS, OR A SEARCH
029700*    VALUE IN A HISTORY ROW.
029800 01  WS-ERASED-TEXT              PIC X(62) VALUE "*ERASED*".
029900
030000 01  WS-SWEEP-KIND               PIC X(01).
030100     88  CHANGE-HISTORY-KIND             VALUE "C".
030200     88  DIRECTORY-ARCHIVE-KIND          VALUE "A".
030300     88  ADDRESS-HISTORY-KIND            VALUE "D".
030400     88  PERSON-HISTORY-KIND             VALUE "P".
030500     88  QA-WORKLIST-KIND                VALUE "Q".
030600     88  QA-RESULT-KIND                  VALUE "R".
030700     88  CORRECTION-QUEUE-KIND           VALUE "K".
030800     88  PRIVACY-LOG-KIND                VALUE "V".
030850     88  APPROVAL-KIND                   VALUE "S".
030900 01  WS-BACKUP-KIND              PIC X(01).
031000     88  DIRECTORY-BACKUP                VALUE "B".
031100     88  ADDRESS-BACKUP                  VALUE "A".
031200     88  CHANNEL-BACKUP                  VALUE "C".
031300     88  LOCATION-BACKUP                 VALUE "L".
031350     88  EXPIRY-BACKUP                   VALUE "X".
031375     88  NOTES-BACKUP                    VALUE "N".
031400 01  WS-SWEEP-ROW                PIC X(306).
031500 01  WS-ROW-BEFORE               PIC X(306).
031600 01  WS-ROW-DROPPED              PIC X(01).
031700 01  WS-ROW-HIT                  PIC X(01).
031800 01  WS-IN-EOF                   PIC X(01).
031900 01  WS-LIST-EOF                 PIC X(01).
031950 01  WS-NOTE-EOF                 PIC X(01).
031975 01  WS-PROOF-EOF                PIC X(01).
032000 01  WS-WRITE-FAILED             PIC X(01).
032100
032200 01  WS-OLD-RECORD               PIC X(82).
032225 01  WS-OLD-EXTENSION            PIC X(05).
032250 01  WS-EXTN-OPEN                PIC X(01) VALUE "N".
032275 01  WS-EXTN-QUARANTINED         PIC 9(06) COMP VALUE ZERO.
032300 01  WS-NOTE-ACTION              PIC X(01).
032400 01  WS-NOTE-COUNT               PIC 9(06) COMP.
032500
032600 01  WS-FILE-COUNTS.
032700     05  WS-FILE-IN              PIC 9(07) COMP.
032800     05  WS-FILE-OUT             PIC 9(07) COMP.
032900     05  WS-FILE-DROPPED         PIC 9(07) COMP.
033000     05  WS-FILE-REDACTED        PIC 9(07) COMP.
033100 01  WS-PASS-COUNTS.
033200     05  WS-TOTAL-REMOVED        PIC 9(07) COMP VALUE ZERO.
033300     05  WS-TOTAL-REDACTED       PIC 9(07) COMP VALUE ZERO.
033400     05  WS-FILES-TOUCHED        PIC 9(04) COMP VALUE ZERO.
033500 01  WS-PREVIEW-FOUND            PIC 9(07) COMP VALUE ZERO.
033600 01  WS-APPLIED-FOUND            PIC 9(07) COMP VALUE ZERO.
033700 01  WS-SEALS-REGISTERED         PIC 9(06) COMP VALUE ZERO.
033800 01  WS-DNC-ADDED                PIC 9(04) COMP VALUE ZERO.
033900 01  WS-DNC-EOF                  PIC X(01).
034000
034100 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
034200 01  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO.
034300 01  WS-MVT-ADDED                PIC 9(06) VALUE ZERO.
034400 01  WS-MVT-CHANGED              PIC 9(06) VALUE ZERO.
034500 01  WS-MVT-DELETED              PIC 9(06) VALUE ZERO.
034600 01  WS-COUNT-EOF                PIC X(01).
034700 01  WS-RECORD-TALLY             PIC 9(06) COMP VALUE ZERO.
034800
034900 01  YES-NO                      PIC X(01).
035000 01  WS-TODAY-DATE               PIC X(08).
035100 01  WS-TODAY REDEFINES WS-TODAY-DATE.
035200     05  WS-TODAY-YYYY           PIC 9(04).
035300     05  WS-TODAY-MM             PIC 9(02).
035400     05  WS-TODAY-DD             PIC 9(02).
035500 01  WS-NOW-TIME                 PIC X(08).
035600
035700 01  WS-PRINT-LINE               PIC X(80).
035800
035900 01  HEADING-LINE-1.
036000     05  FILLER                  PIC X(10) VALUE "PHONERAS".
036100     05  HL1-TITLE               PIC X(50).
036200     05  FILLER                  PIC X(06) VALUE "DATE: ".
036300     05  HL1-MM                  PIC 99.
036400     05  FILLER                  PIC X(01) VALUE "/".
036500     05  HL1-DD                  PIC 99.
036600     05  FILLER                  PIC X(01) VALUE "/".
036700     05  HL1-YYYY                PIC 9999.
036800
036900 01  SUBJECT-LINE.
037000     05  SL-LABEL                PIC X(20).
037100     05  SL-VALUE                PIC X(40).
037200
037300 01  FILE-HEADING-LINE.
037400     05  FILLER                  PIC X(41)
037500             VALUE "FILE".
037600     05  FILLER                  PIC X(25)
037700             VALUE "ACTION".
037800     05  FILLER                  PIC X(07) VALUE "   ROWS".
037900
038000 01  FILE-DETAIL-LINE.
038100     05  FD-FILE-NAME            PIC X(40).
038200     05  FILLER                  PIC X(01) VALUE SPACE.
038300     05  FD-ACTION               PIC X(25).
038400     05  FD-COUNT                PIC Z(06)9.
038500
038600 01  TOTAL-LINE.
038700     05  TL-LABEL                PIC X(66).
038800     05  TL-COUNT                PIC Z(06)9.
038900
039000 PROCEDURE DIVISION.
039100
039200 0000-MAINLINE.
039300     CALL "JOBHDR" USING WS-JOB-NAME.
039400     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
039500     ACCEPT WS-NOW-TIME FROM TIME.
039600     MOVE WS-TODAY-MM   TO HL1-MM.
039700     MOVE WS-TODAY-DD   TO HL1-DD.
039800     MOVE WS-TODAY-YYYY TO HL1-YYYY.
039900     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
040000     IF NOT OPERATOR-SIGNED-ON
040100         DISPLAY "SIGN-ON FAILED - PHONERAS ENDED."
040200         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
040300             WS-END-CODE
040400         GOBACK
040500     END-IF.
040600     IF WS-OPERATOR-AUTHORITY NOT = "2"
040700         DISPLAY "PHONERAS REQUIRES SUPERVISOR AUTHORITY."
040800         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
040900             WS-END-CODE
041000         GOBACK
041100     END-IF.
041200     PERFORM 1000-GET-THE-SUBJECT THRU 1000-EXIT.
041300     IF WS-SUBJECT-USED = ZERO
041400             AND WS-PERSON-ON-FILE NOT = "Y"
041500         DISPLAY "NOTHING TO ERASE - PHONERAS ENDED."
041600         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
041700             WS-END-CODE
041800         GOBACK
041900     END-IF.
042000     OPEN OUTPUT REGISTER-FILE.
042100     MOVE "P" TO WS-PASS.
042200     MOVE "ERASURE PREVIEW - NOTHING HAS BEEN CHANGED"
042300         TO HL1-TITLE.
042400     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
042500     PERFORM 2000-SWEEP-EVERYTHING THRU 2000-EXIT.
042600     PERFORM 8300-WRITE-PASS-TOTALS THRU 8300-EXIT.
042700     COMPUTE WS-PREVIEW-FOUND =
042800         WS-TOTAL-REMOVED + WS-TOTAL-REDACTED.
042900     DISPLAY "PREVIEW - " WS-TOTAL-REMOVED " ROW(S) TO REMOVE, "
043000         WS-TOTAL-REDACTED " TO REDACT, IN " WS-FILES-TOUCHED
043100         " FILE(S) - SEE phoneras.lst.".
043200     IF WS-PREVIEW-FOUND = ZERO
043300         CLOSE REGISTER-FILE
043400         DISPLAY "NO TRACE OF THE SUBJECT ON FILE - NOTHING "
043500             "TO ERASE."
043600         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
043700             WS-END-CODE
043800         GOBACK
043900     END-IF.
044000     PERFORM 2900-CONFIRM-APPLY THRU 2900-EXIT.
044100     IF YES-NO = "Y"
044200         PERFORM 3000-LOCK-EVERY-DIRECTORY THRU 3000-EXIT
044300         IF EVERY-DIRECTORY-LOCKED
044400             PERFORM 4000-APPLY-THE-ERASURE THRU 4000-EXIT
044500         ELSE
044600             DISPLAY "NOTHING ERASED - A DIRECTORY IS IN USE. "
044700                 "RUN AGAIN WHEN IT IS FREE."
044800             MOVE 8 TO RETURN-CODE
044900             MOVE 8 TO WS-END-CODE
045000         END-IF
045100         PERFORM 3900-RELEASE-LOCKS THRU 3900-EXIT
045200     ELSE
045300         DISPLAY "NOTHING ERASED - PREVIEW ONLY."
045400     END-IF.
045500     CLOSE REGISTER-FILE.
045600     MOVE WS-APPLIED-FOUND TO WS-JOURNAL-COUNT.
045700     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
045800         WS-END-CODE.
045900     GOBACK.
046000
046100 0100-SIGN-ON.
046200     MOVE "N" TO WS-SIGNON-RESULT.
046300     MOVE ZERO TO WS-SIGNON-TRIES.
046400     PERFORM 0110-SIGN-ON-TRY THRU 0110-EXIT
046500         UNTIL OPERATOR-SIGNED-ON
046600             OR WS-SIGNON-TRIES >= 3.
046700 0100-EXIT.
046800     EXIT.
046900
047000 0110-SIGN-ON-TRY.
047100     ADD 1 TO WS-SIGNON-TRIES.
047200     DISPLAY "OPERATOR ID ? ".
047300     ACCEPT WS-OPERATOR-ID.
047400     DISPLAY "PASSWORD ? ".
047500     ACCEPT WS-OPERATOR-PASSWORD.
047600     CALL "OPERSEC" USING WS-OPERATOR-ID WS-OPERATOR-PASSWORD
047700         WS-OPERATOR-AUTHORITY WS-SIGNON-RESULT.
047800     EVALUATE WS-SIGNON-RESULT
047900         WHEN "Y"
048000             CONTINUE
048100         WHEN "M"
048200             DISPLAY "SECURITY MASTER NOT ON HAND - "
048300                 "ERASURE CONTINUES WITH FULL ACCESS."
048400             MOVE "2" TO WS-OPERATOR-AUTHORITY
048500             MOVE "Y" TO WS-SIGNON-RESULT
048600         WHEN "L"
048700             DISPLAY "OPERATOR ID IS LOCKED - A SUPERVISOR"
048800                 " UNLOCKS IT IN OPERMNT."
048900         WHEN "E"
049000             DISPLAY "PASSWORD EXPIRED - CHANGE IT AT THE "
049100                 "PHONEMNU SIGN-ON OR IN OPERMNT."
049200         WHEN OTHER
049300             DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNIZED."
049400     END-EVALUATE.
049500 0110-EXIT.
049600     EXIT.
049700
049800*    SIX DIGITS ARE A PERSON ID - A PHONE NUMBER IS NEVER
049900*    SHORTER THAN TEN. A NUMBER LINKED TO A PERSON BRINGS
050000*    IN THAT PERSON AND EVERY OTHER NUMBER LINKED TO THEM.
050100 1000-GET-THE-SUBJECT.
050200     MOVE ZERO TO WS-SUBJECT-USED.
050300     MOVE ZERO TO WS-PERSON-ID.
050400     MOVE "N" TO WS-PERSON-ON-FILE.
050500     DISPLAY "PHONE NUMBER OR 6-DIGIT PERSON ID TO ERASE "
050600         "(BLANK = CANCEL) ? ".
050700     ACCEPT WS-ENTRY.
050800     IF WS-ENTRY = SPACE
050900         GO TO 1000-EXIT
051000     END-IF.
051100     IF WS-ENTRY (1:6) NUMERIC AND WS-ENTRY (7:9) = SPACE
051200         MOVE WS-ENTRY (1:6) TO WS-PERSON-ID
051300     ELSE
051400         IF WS-ENTRY (1:10) NOT NUMERIC
051500             DISPLAY "A PHONE NUMBER IS DIGITS ONLY, TEN OR MORE."
051600             GO TO 1000-GET-THE-SUBJECT
051700         END-IF
051800         MOVE WS-ENTRY TO WS-MATCH-NUMBER
051900         PERFORM 1300-ADD-SUBJECT-NUMBER THRU 1300-EXIT
052000         PERFORM 1100-FIND-LINKED-PERSON THRU 1100-EXIT
052100     END-IF.
052200     IF WS-PERSON-ID NOT = ZERO
052300         PERFORM 1200-COLLECT-PERSON-NUMBERS THRU 1200-EXIT
052400         PERFORM 1400-SHOW-THE-PERSON THRU 1400-EXIT
052500     END-IF.
052600     IF WS-SUBJECT-OVERFLOW NOT = ZERO
052700         DISPLAY "WARNING - " WS-SUBJECT-OVERFLOW " LINKED "
052800             "NUMBER(S) PAST THE 20-NUMBER TABLE - ERASE THEM "
052900             "BY NUMBER AFTERWARDS."
053000         MOVE 4 TO RETURN-CODE
053100         MOVE 4 TO WS-END-CODE
053200     END-IF.
053300     MOVE 1 TO WS-SUBJECT-INDEX.
053400     PERFORM 1500-SHOW-SUBJECT-NUMBER THRU 1500-EXIT
053500         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
053600 1000-EXIT.
053700     EXIT.
053800
053900 1100-FIND-LINKED-PERSON.
054000     OPEN INPUT PERSON-LINK-FILE.
054100     IF WS-LINK-STATUS NOT = "00"
054200         GO TO 1100-EXIT
054300     END-IF.
054400     MOVE WS-MATCH-NUMBER TO PL-PHONE-NUMBER.
054500     READ PERSON-LINK-FILE
054600         INVALID KEY
054700             CONTINUE
054800         NOT INVALID KEY
054900             MOVE PL-PERSON-ID TO WS-PERSON-ID
055000     END-READ.
055100     CLOSE PERSON-LINK-FILE.
055200 1100-EXIT.
055300     EXIT.
055400
055500 1200-COLLECT-PERSON-NUMBERS.
055600     OPEN INPUT PERSON-LINK-FILE.
055700     IF WS-LINK-STATUS NOT = "00"
055800         GO TO 1200-EXIT
055900     END-IF.
056000     MOVE "N" TO WS-LINK-EOF.
056100     MOVE LOW-VALUES TO PL-PHONE-NUMBER.
056200     START PERSON-LINK-FILE KEY IS NOT LESS THAN PL-PHONE-NUMBER
056300         INVALID KEY
056400             MOVE "Y" TO WS-LINK-EOF
056500     END-START.
056600     PERFORM 1210-COLLECT-NEXT-LINK THRU 1210-EXIT
056700         UNTIL WS-LINK-EOF = "Y".
056800     CLOSE PERSON-LINK-FILE.
056900 1200-EXIT.
057000     EXIT.
057100
057200 1210-COLLECT-NEXT-LINK.
057300     READ PERSON-LINK-FILE NEXT RECORD
057400         AT END
057500             MOVE "Y" TO WS-LINK-EOF
057600             GO TO 1210-EXIT
057700     END-READ.
057800     IF PL-PERSON-ID = WS-PERSON-ID
057900         MOVE PL-PHONE-NUMBER TO WS-MATCH-NUMBER
058000         PERFORM 1300-ADD-SUBJECT-NUMBER THRU 1300-EXIT
058100     END-IF.
058200 1210-EXIT.
058300     EXIT.
058400
058500 1300-ADD-SUBJECT-NUMBER.
058600     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
058700     IF WS-SUBJECT-MATCH = "Y"
058800         GO TO 1300-EXIT
058900     END-IF.
059000     IF WS-SUBJECT-USED >= 20
059100         ADD 1 TO WS-SUBJECT-OVERFLOW
059200         GO TO 1300-EXIT
059300     END-IF.
059400     ADD 1 TO WS-SUBJECT-USED.
059500     MOVE WS-MATCH-NUMBER TO WS-SJ-NUMBER (WS-SUBJECT-USED).
059600     MOVE "N" TO WS-SJ-ON-DNC (WS-SUBJECT-USED).
059700 1300-EXIT.
059800     EXIT.
059900
060000*    THE NAME IS SHOWN ON THE SCREEN ONLY, SO THE SUPERVISOR
060100*    CAN BE SURE OF THE PERSON; IT IS NEVER PRINTED.
060200 1400-SHOW-THE-PERSON.
060300     OPEN INPUT PERSON-MASTER-FILE.
060400     IF WS-PERS-STATUS NOT = "00"
060500         GO TO 1400-EXIT
060600     END-IF.
060700     MOVE WS-PERSON-ID TO PS-PERSON-ID.
060800     READ PERSON-MASTER-FILE
060900         INVALID KEY
061000             DISPLAY "PERSON " WS-PERSON-ID-X
061100                 " IS NOT ON THE PERSON MASTER."
061200         NOT INVALID KEY
061300             MOVE "Y" TO WS-PERSON-ON-FILE
061400             DISPLAY "PERSON " WS-PERSON-ID-X " - "
061500                 FUNCTION TRIM(PS-LAST-NAME) ", "
061600                 FUNCTION TRIM(PS-FIRST-NAME)
061700     END-READ.
061800     CLOSE PERSON-MASTER-FILE.
061900 1400-EXIT.
062000     EXIT.
062100
062200 1500-SHOW-SUBJECT-NUMBER.
062300     DISPLAY "NUMBER TO ERASE: " WS-SJ-NUMBER (WS-SUBJECT-INDEX).
062400     ADD 1 TO WS-SUBJECT-INDEX.
062500 1500-EXIT.
062600     EXIT.
062700
062800*    HISTORIES FIRST, THEN THE QUEUES, THEN THE LIVE FILES,
062900*    THEN THE BACKUPS - SO THE DELETE IMAGES THE LIVE STEP
063000*    WRITES ARE NOT SWEPT AGAIN IN THE SAME PASS.
063100 2000-SWEEP-EVERYTHING.
063200     MOVE ZERO TO WS-TOTAL-REMOVED.
063300     MOVE ZERO TO WS-TOTAL-REDACTED.
063400     MOVE ZERO TO WS-FILES-TOUCHED.
063500     PERFORM 2100-SWEEP-CHANGE-HISTORY THRU 2100-EXIT.
063600     MOVE 1 TO WS-REG-DIGIT.
063700     PERFORM 2200-SWEEP-DIRECTORY-ARCHIVE THRU 2200-EXIT
063800         UNTIL WS-REG-DIGIT > 9.
063900     MOVE "phonadch.dat" TO WS-SWEEP-FILE-NAME.
064000     MOVE "D" TO WS-SWEEP-KIND.
064100     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
064200     MOVE "perschg.dat" TO WS-SWEEP-FILE-NAME.
064300     MOVE "P" TO WS-SWEEP-KIND.
064400     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
064500     MOVE "phonqares.dat" TO WS-SWEEP-FILE-NAME.
064600     MOVE "R" TO WS-SWEEP-KIND.
064700     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
064800     MOVE "privlog.dat" TO WS-SWEEP-FILE-NAME.
064900     MOVE "V" TO WS-SWEEP-KIND.
065000     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
065100     MOVE "phonqa.dat" TO WS-SWEEP-FILE-NAME.
065200     MOVE "Q" TO WS-SWEEP-KIND.
065300     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
065400     MOVE "phoncreq.dat" TO WS-SWEEP-FILE-NAME.
065500     MOVE "K" TO WS-SWEEP-KIND.
065600     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
065625     MOVE "phonappr.dat" TO WS-SWEEP-FILE-NAME.
065650     MOVE "S" TO WS-SWEEP-KIND.
065675     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
065700     MOVE "Y" TO WS-LIVE-FILE.
065750     MOVE ZERO TO WS-EXTN-QUARANTINED.
065800     MOVE 1 TO WS-REG-DIGIT.
065900     PERFORM 2300-PURGE-LIVE-DIRECTORY THRU 2300-EXIT
066000         UNTIL WS-REG-DIGIT > 9.
066020     MOVE "extninv.dat" TO WS-SWEEP-FILE-NAME.
066040     MOVE "R" TO WS-NOTE-ACTION.
066060     MOVE WS-EXTN-QUARANTINED TO WS-NOTE-COUNT.
066080     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
066100     MOVE "phonaddr.dat" TO WS-ADDRESS-FILE-NAME.
066200     PERFORM 5100-PURGE-ADDRESS-FILE THRU 5100-EXIT.
066300     MOVE "phonchan.dat" TO WS-CHANNEL-FILE-NAME.
066400     PERFORM 5200-PURGE-CHANNEL-FILE THRU 5200-EXIT.
066500     MOVE "phonloc.dat" TO WS-LOCATION-FILE-NAME.
066600     PERFORM 5300-PURGE-LOCATION-FILE THRU 5300-EXIT.
066700     PERFORM 5400-PURGE-VERIFICATION THRU 5400-EXIT.
066725     MOVE "phonexpy.dat" TO WS-EXPIRY-FILE-NAME.
066750     PERFORM 5450-PURGE-EXPIRY-FILE THRU 5450-EXIT.
066766     MOVE "phonnote.dat" TO WS-NOTE-FILE-NAME.
066782     PERFORM 5470-PURGE-NOTE-FILE THRU 5470-EXIT.
066791     PERFORM 5700-PURGE-PROOF-FILE THRU 5700-EXIT.
066800     PERFORM 5500-PURGE-PERSON-LINKS THRU 5500-EXIT.
066900     PERFORM 5600-PURGE-PERSON-MASTER THRU 5600-EXIT.
067000     MOVE "N" TO WS-LIVE-FILE.
067100     PERFORM 2400-PURGE-BACKUPS THRU 2400-EXIT.
067200 2000-EXIT.
067300     EXIT.
067400
067500*    THE DATED ARCHIVES OLDEST FIRST AND THEN THE LIVE FILE,
067600*    AS ONE CHAIN - THE ORDER PHONCHKV WALKS THEM IN - SO
067700*    EACH REDACTED ROW'S NEW CHECK VALUE IS WORKED OUT FROM
067800*    THE ROW THAT REALLY STANDS BEFORE IT.
067900 2100-SWEEP-CHANGE-HISTORY.
068000     MOVE SPACE TO WS-PRIOR-CHECK.
068100     MOVE "C" TO WS-SWEEP-KIND.
068200     MOVE SPACE TO WS-COMMAND.
068300     STRING "ls "                                DELIMITED BY SIZE
068400         "phonchg.[0-9][0-9][0-9][0-9][0-9][0-9]"
068500                                               DELIMITED BY SIZE
068600         " > phoneras.wrk 2>/dev/null"         DELIMITED BY SIZE
068700         INTO WS-COMMAND
068800     END-STRING.
068900     PERFORM 2500-LIST-FILES THRU 2500-EXIT.
069000     IF WS-LIST-STATUS = "00"
069100         MOVE "N" TO WS-LIST-EOF
069200         PERFORM 2110-SWEEP-NEXT-ARCHIVE THRU 2110-EXIT
069300             UNTIL WS-LIST-EOF = "Y"
069400         PERFORM 2590-DROP-THE-LIST THRU 2590-EXIT
069500     END-IF.
069600     MOVE "phonchg.dat" TO WS-SWEEP-FILE-NAME.
069700     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
069800 2100-EXIT.
069900     EXIT.
070000
070100 2110-SWEEP-NEXT-ARCHIVE.
070200     READ LIST-FILE
070300         AT END
070400             MOVE "Y" TO WS-LIST-EOF
070500             GO TO 2110-EXIT
070600     END-READ.
070700     IF LIST-LINE = SPACE
070800         GO TO 2110-EXIT
070900     END-IF.
071000     MOVE LIST-LINE TO WS-SWEEP-FILE-NAME.
071100     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
071200 2110-EXIT.
071300     EXIT.
071400
071500*    EACH DIRECTORY'S ARCHIVE HISTORY (phone.csv KEEPS ITS
071600*    LEGACY phonhist.dat NAME) AND THE .prev COPY PHONARCH
071700*    LEAVES BEHIND IT.
071800 2200-SWEEP-DIRECTORY-ARCHIVE.
071900     MOVE "C" TO WS-REG-FUNCTION.
072000     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
072100     ADD 1 TO WS-REG-DIGIT.
072200     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
072300         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
072400         WS-REG-RESULT.
072500     IF WS-REG-RESULT NOT = "Y"
072600         GO TO 2200-EXIT
072700     END-IF.
072800     MOVE "A" TO WS-SWEEP-KIND.
072900     MOVE "phonhist.dat" TO WS-SWEEP-FILE-NAME.
073000     IF WS-REG-DIRECTORY NOT = "phone.csv"
073100         MOVE SPACE TO WS-SWEEP-FILE-NAME
073200         STRING FUNCTION TRIM(WS-REG-PREFIX)
073300                                            DELIMITED BY SIZE
073400             "hist.dat"                     DELIMITED BY SIZE
073500             INTO WS-SWEEP-FILE-NAME
073600         END-STRING
073700     END-IF.
073800     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
073900     MOVE SPACE TO WS-COMMAND.
074000     STRING FUNCTION TRIM(WS-SWEEP-FILE-NAME)
074100                                            DELIMITED BY SIZE
074200         ".prev"                            DELIMITED BY SIZE
074300         INTO WS-COMMAND
074400     END-STRING.
074500     MOVE WS-COMMAND TO WS-SWEEP-FILE-NAME.
074600     PERFORM 6000-SWEEP-ONE-FILE THRU 6000-EXIT.
074700 2200-EXIT.
074800     EXIT.
074900
075000 2300-PURGE-LIVE-DIRECTORY.
075100     MOVE "C" TO WS-REG-FUNCTION.
075200     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
075300     ADD 1 TO WS-REG-DIGIT.
075400     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
075500         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
075600         WS-REG-RESULT.
075700     IF WS-REG-RESULT NOT = "Y"
075800         GO TO 2300-EXIT
075900     END-IF.
076000     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
076100     MOVE WS-REG-DIRECTORY TO WS-BOOK-FILE-NAME.
076200     PERFORM 5000-PURGE-ONE-BOOK THRU 5000-EXIT.
076300 2300-EXIT.
076400     EXIT.
076500
076600*    EVERY DATED .bak COPY PHONEBAK, IODEMO, PHONCERT, AND
076700*    PHONREST LEAVE: <DIRECTORY>.<YYYYMMDD>.bak FOR EACH
076800*    REGISTERED DIRECTORY AND THE SAME FOR THE ADDRESS,
076900*    CHANNEL, LOCATION, EXPIRY, AND NOTES COMPANIONS.
077000 2400-PURGE-BACKUPS.
077100     MOVE 1 TO WS-REG-DIGIT.
077200     PERFORM 2410-PURGE-DIRECTORY-BACKUPS THRU 2410-EXIT
077300         UNTIL WS-REG-DIGIT > 9.
077400     MOVE "A" TO WS-BACKUP-KIND.
077500     MOVE "phonaddr.dat" TO WS-DIRECTORY-FILE.
077600     PERFORM 2420-PURGE-LISTED-BACKUPS THRU 2420-EXIT.
077700     MOVE "C" TO WS-BACKUP-KIND.
077800     MOVE "phonchan.dat" TO WS-DIRECTORY-FILE.
077900     PERFORM 2420-PURGE-LISTED-BACKUPS THRU 2420-EXIT.
078000     MOVE "L" TO WS-BACKUP-KIND.
078100     MOVE "phonloc.dat" TO WS-DIRECTORY-FILE.
078200     PERFORM 2420-PURGE-LISTED-BACKUPS THRU 2420-EXIT.
078225     MOVE "X" TO WS-BACKUP-KIND.
078250     MOVE "phonexpy.dat" TO WS-DIRECTORY-FILE.
078275     PERFORM 2420-PURGE-LISTED-BACKUPS THRU 2420-EXIT.
078281     MOVE "N" TO WS-BACKUP-KIND.
078287     MOVE "phonnote.dat" TO WS-DIRECTORY-FILE.
078293     PERFORM 2420-PURGE-LISTED-BACKUPS THRU 2420-EXIT.
078300 2400-EXIT.
078400     EXIT.
078500
078600 2410-PURGE-DIRECTORY-BACKUPS.
078700     MOVE "C" TO WS-REG-FUNCTION.
078800     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
078900     ADD 1 TO WS-REG-DIGIT.
079000     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
079100         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
079200         WS-REG-RESULT.
079300     IF WS-REG-RESULT NOT = "Y"
079400         GO TO 2410-EXIT
079500     END-IF.
079600     MOVE "B" TO WS-BACKUP-KIND.
079700     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
079800     PERFORM 2420-PURGE-LISTED-BACKUPS THRU 2420-EXIT.
079900 2410-EXIT.
080000     EXIT.
080100
080200 2420-PURGE-LISTED-BACKUPS.
080300     MOVE SPACE TO WS-COMMAND.
080400     STRING "ls "                                DELIMITED BY SIZE
080500         FUNCTION TRIM(WS-DIRECTORY-FILE)      DELIMITED BY SIZE
080600         ".[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9].bak"
080700                                               DELIMITED BY SIZE
080800         " > phoneras.wrk 2>/dev/null"         DELIMITED BY SIZE
080900         INTO WS-COMMAND
081000     END-STRING.
081100     PERFORM 2500-LIST-FILES THRU 2500-EXIT.
081200     IF WS-LIST-STATUS NOT = "00"
081300         GO TO 2420-EXIT
081400     END-IF.
081500     MOVE "N" TO WS-LIST-EOF.
081600     PERFORM 2430-PURGE-NEXT-BACKUP THRU 2430-EXIT
081700         UNTIL WS-LIST-EOF = "Y".
081800     PERFORM 2590-DROP-THE-LIST THRU 2590-EXIT.
081900 2420-EXIT.
082000     EXIT.
082100
082200 2430-PURGE-NEXT-BACKUP.
082300     READ LIST-FILE
082400         AT END
082500             MOVE "Y" TO WS-LIST-EOF
082600             GO TO 2430-EXIT
082700     END-READ.
082800     IF LIST-LINE = SPACE
082900         GO TO 2430-EXIT
083000     END-IF.
083100     EVALUATE TRUE
083200         WHEN DIRECTORY-BACKUP
083300             MOVE LIST-LINE TO WS-BOOK-FILE-NAME
083400             PERFORM 5000-PURGE-ONE-BOOK THRU 5000-EXIT
083500         WHEN ADDRESS-BACKUP
083600             MOVE LIST-LINE TO WS-ADDRESS-FILE-NAME
083700             PERFORM 5100-PURGE-ADDRESS-FILE THRU 5100-EXIT
083800         WHEN CHANNEL-BACKUP
083900             MOVE LIST-LINE TO WS-CHANNEL-FILE-NAME
084000             PERFORM 5200-PURGE-CHANNEL-FILE THRU 5200-EXIT
084100         WHEN LOCATION-BACKUP
084200             MOVE LIST-LINE TO WS-LOCATION-FILE-NAME
084300             PERFORM 5300-PURGE-LOCATION-FILE THRU 5300-EXIT
084325         WHEN EXPIRY-BACKUP
084350             MOVE LIST-LINE TO WS-EXPIRY-FILE-NAME
084375             PERFORM 5450-PURGE-EXPIRY-FILE THRU 5450-EXIT
084381         WHEN NOTES-BACKUP
084387             MOVE LIST-LINE TO WS-NOTE-FILE-NAME
084393             PERFORM 5470-PURGE-NOTE-FILE THRU 5470-EXIT
084400     END-EVALUATE.
084500 2430-EXIT.
084600     EXIT.
084700
084800 2500-LIST-FILES.
084900     CALL "SYSTEM" USING WS-COMMAND.
085000     MOVE ZERO TO RETURN-CODE.
085100     OPEN INPUT LIST-FILE.
085200 2500-EXIT.
085300     EXIT.
085400
085500 2590-DROP-THE-LIST.
085600     CLOSE LIST-FILE.
085700     MOVE "rm -f phoneras.wrk" TO WS-COMMAND.
085800     CALL "SYSTEM" USING WS-COMMAND.
085900     MOVE WS-END-CODE TO RETURN-CODE.
086000 2590-EXIT.
086100     EXIT.
086200
086300 2900-CONFIRM-APPLY.
086400     DISPLAY "ERASE THE SUBJECT FROM EVERY FILE NOW - THIS "
086500         "CANNOT BE UNDONE (Y/N) ? ".
086600     ACCEPT YES-NO.
086700     IF YES-NO = "y"
086800         MOVE "Y" TO YES-NO
086900     END-IF.
087000     IF YES-NO = "n"
087100         MOVE "N" TO YES-NO
087200     END-IF.
087300     IF YES-NO NOT = "Y" AND YES-NO NOT = "N"
087400         DISPLAY "PLEASE ANSWER Y OR N."
087500         GO TO 2900-CONFIRM-APPLY
087600     END-IF.
087700 2900-EXIT.
087800     EXIT.
087900
088000*    THE SHARED HISTORY FILES ARE REPLACED IN PLACE, SO
088100*    EVERY DIRECTORY IS HELD FOR THE WHOLE APPLY PASS - ONE
088200*    IN USE STOPS THE ERASURE BEFORE ANYTHING IS CHANGED.
088300 3000-LOCK-EVERY-DIRECTORY.
088400     MOVE "Y" TO WS-LOCKS-TAKEN.
088500     MOVE ZERO TO WS-LOCKED-USED.
088600     MOVE 1 TO WS-REG-DIGIT.
088700     PERFORM 3100-LOCK-ONE-DIRECTORY THRU 3100-EXIT
088800         UNTIL WS-REG-DIGIT > 9.
088900 3000-EXIT.
089000     EXIT.
089100
089200 3100-LOCK-ONE-DIRECTORY.
089300     MOVE "C" TO WS-REG-FUNCTION.
089400     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
089500     ADD 1 TO WS-REG-DIGIT.
089600     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
089700         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
089800         WS-REG-RESULT.
089900     IF WS-REG-RESULT NOT = "Y"
090000         GO TO 3100-EXIT
090100     END-IF.
090200     MOVE "L" TO WS-LOCK-FUNCTION.
090300     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
090400     CALL "DIRLOCK" USING WS-REG-DIRECTORY WS-LOCK-HOLDER
090500         WS-LOCK-FUNCTION WS-LOCK-RESULT.
090600     IF WS-LOCK-RESULT = "N"
090700         DISPLAY "DIRECTORY "
090800             FUNCTION TRIM(WS-REG-DIRECTORY)
090900             " IN USE BY " WS-LOCK-HOLDER "."
091000         MOVE "N" TO WS-LOCKS-TAKEN
091100         GO TO 3100-EXIT
091200     END-IF.
091300     ADD 1 TO WS-LOCKED-USED.
091400     MOVE WS-REG-DIRECTORY
091500         TO WS-LOCKED-DIRECTORY (WS-LOCKED-USED).
091600 3100-EXIT.
091700     EXIT.
091800
091900 3900-RELEASE-LOCKS.
092000     PERFORM 3910-RELEASE-ONE-LOCK THRU 3910-EXIT
092100         VARYING WS-LOCKED-INDEX FROM 1 BY 1
092200         UNTIL WS-LOCKED-INDEX > WS-LOCKED-USED.
092300 3900-EXIT.
092400     EXIT.
092500
092600 3910-RELEASE-ONE-LOCK.
092700     MOVE "U" TO WS-LOCK-FUNCTION.
092800     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
092900     CALL "DIRLOCK" USING WS-LOCKED-DIRECTORY (WS-LOCKED-INDEX)
093000         WS-LOCK-HOLDER WS-LOCK-FUNCTION WS-LOCK-RESULT.
093100 3910-EXIT.
093200     EXIT.
093300
093400 4000-APPLY-THE-ERASURE.
093500     WRITE REGISTER-LINE FROM SPACE.
093600     MOVE "ERASURE APPLIED - SEE THE phonerac.lst CERTIFICATE."
093700         TO REGISTER-LINE.
093800     WRITE REGISTER-LINE.
093900     OPEN OUTPUT CERTIFICATE-FILE.
094000     MOVE "A" TO WS-PASS.
094100     MOVE "ERASURE CERTIFICATE" TO HL1-TITLE.
094200     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
094300     PERFORM 2000-SWEEP-EVERYTHING THRU 2000-EXIT.
094400     PERFORM 4100-ADD-TO-DNC-REGISTRY THRU 4100-EXIT.
094500     COMPUTE WS-APPLIED-FOUND =
094600         WS-TOTAL-REMOVED + WS-TOTAL-REDACTED.
094700     PERFORM 8300-WRITE-PASS-TOTALS THRU 8300-EXIT.
094800     PERFORM 8400-WRITE-CERTIFICATE-END THRU 8400-EXIT.
094900     CLOSE CERTIFICATE-FILE.
095000     DISPLAY "PHONERAS - REMOVED " WS-TOTAL-REMOVED
095100         ", REDACTED " WS-TOTAL-REDACTED ", ADDED TO DNC "
095200         WS-DNC-ADDED " - CERTIFICATE IS ON phonerac.lst.".
095300     IF WS-APPLIED-FOUND NOT = WS-PREVIEW-FOUND
095400             AND WS-END-CODE < 4
095500         DISPLAY "PHONERAS - APPLIED COUNT DIFFERS FROM THE "
095600             "PREVIEW - REVIEW THE CERTIFICATE."
095700         MOVE 4 TO RETURN-CODE
095800         MOVE 4 TO WS-END-CODE
095900     END-IF.
096000 4000-EXIT.
096100     EXIT.
096200
096300*    A NUMBER ALREADY ON THE REGISTRY AS ERASED IS NOT ADDED
096400*    A SECOND TIME.
096500 4100-ADD-TO-DNC-REGISTRY.
096600     MOVE ZERO TO WS-DNC-ADDED.
096700     OPEN INPUT DNC-REGISTRY-FILE.
096800     IF WS-DNC-STATUS = "00" OR WS-DNC-STATUS = "05"
096900         MOVE "N" TO WS-DNC-EOF
097000         PERFORM 4110-CHECK-NEXT-DNC-ROW THRU 4110-EXIT
097100             UNTIL WS-DNC-EOF = "Y"
097200         CLOSE DNC-REGISTRY-FILE
097300     END-IF.
097400     OPEN EXTEND DNC-REGISTRY-FILE.
097500     IF WS-DNC-STATUS NOT = "00" AND WS-DNC-STATUS NOT = "05"
097600         OPEN OUTPUT DNC-REGISTRY-FILE
097700     END-IF.
097800     PERFORM 4120-ADD-ONE-NUMBER THRU 4120-EXIT
097900         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
098000         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
098100     CLOSE DNC-REGISTRY-FILE.
098200 4100-EXIT.
098300     EXIT.
098400
098500 4110-CHECK-NEXT-DNC-ROW.
098600     MOVE SPACE TO DNC-REGISTRY-RECORD.
098700     READ DNC-REGISTRY-FILE
098800         AT END
098900             MOVE "Y" TO WS-DNC-EOF
099000             GO TO 4110-EXIT
099100     END-READ.
099200     IF NOT DN-ERASED
099300         GO TO 4110-EXIT
099400     END-IF.
099500     MOVE DN-NUMBER TO WS-MATCH-NUMBER.
099600     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
099700     IF WS-SUBJECT-MATCH = "Y"
099800         MOVE "Y" TO WS-SJ-ON-DNC (WS-SUBJECT-INDEX)
099900     END-IF.
100000 4110-EXIT.
100100     EXIT.
100200
100300 4120-ADD-ONE-NUMBER.
100400     IF WS-SJ-ON-DNC (WS-SUBJECT-INDEX) = "Y"
100500         GO TO 4120-EXIT
100600     END-IF.
100700     MOVE SPACE TO DNC-REGISTRY-RECORD.
100800     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO DN-NUMBER.
100900     MOVE "ERASED"      TO DN-MARKER.
101000     MOVE WS-TODAY-DATE TO DN-ERASED-DATE.
101100     WRITE DNC-REGISTRY-RECORD.
101200     ADD 1 TO WS-DNC-ADDED.
101300 4120-EXIT.
101400     EXIT.
101500
101600*    A DIRECTORY FILE - LIVE OR A DATED BACKUP. ON THE LIVE
101700*    FILE EACH REMOVAL IS IMAGED TO phonchg.dat AS A DELETE
101800*    AND THE MOVEMENT JOURNALED LIKE ANY OTHER RUN.
101900 5000-PURGE-ONE-BOOK.
102000     IF APPLY-PASS
102100         OPEN I-O PHONE-BOOK
102200     ELSE
102300         OPEN INPUT PHONE-BOOK
102400     END-IF.
102500     IF WS-BOOK-STATUS NOT = "00"
102600         GO TO 5000-EXIT
102700     END-IF.
102800     IF APPLY-PASS AND LIVE-FILE
102900         PERFORM 7000-COUNT-PHONE-RECORDS THRU 7000-EXIT
103000         MOVE WS-RECORD-TALLY TO WS-OPEN-COUNT
103100     END-IF.
103108     MOVE "N" TO WS-EXTN-OPEN.
103116     IF LIVE-FILE
103124         IF APPLY-PASS
103132             OPEN I-O EXTENSION-FILE
103140         ELSE
103148             OPEN INPUT EXTENSION-FILE
103156         END-IF
103164         IF WS-EXTN-STATUS = "00"
103172             MOVE "Y" TO WS-EXTN-OPEN
103180         END-IF
103188     END-IF.
103200     MOVE ZERO TO WS-FILE-DROPPED.
103300     PERFORM 5010-PURGE-BOOK-NUMBER THRU 5010-EXIT
103400         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
103500         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
103600     IF APPLY-PASS AND LIVE-FILE
103700         PERFORM 7000-COUNT-PHONE-RECORDS THRU 7000-EXIT
103800         MOVE WS-RECORD-TALLY TO WS-CLOSE-COUNT
103900         MOVE WS-FILE-DROPPED TO WS-MVT-DELETED
104000         CALL "MVTLOG" USING WS-JOB-NAME WS-DIRECTORY-FILE
104100             WS-OPEN-COUNT WS-MVT-ADDED WS-MVT-CHANGED
104200             WS-MVT-DELETED WS-CLOSE-COUNT
104300     END-IF.
104400     CLOSE PHONE-BOOK.
104425     IF WS-EXTN-OPEN = "Y"
104450         CLOSE EXTENSION-FILE
104475     END-IF.
104500     MOVE WS-BOOK-FILE-NAME TO WS-SWEEP-FILE-NAME.
104600     MOVE "D" TO WS-NOTE-ACTION.
104700     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
104800     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
104900 5000-EXIT.
105000     EXIT.
105100
105200 5010-PURGE-BOOK-NUMBER.
105300     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO PHONE-NUMBER.
105400     READ PHONE-BOOK
105500         INVALID KEY
105600             GO TO 5010-EXIT
105700     END-READ.
105800     ADD 1 TO WS-FILE-DROPPED.
105850     MOVE PHONE-EXTENSION TO WS-OLD-EXTENSION.
105900     IF PREVIEW-PASS
106000         IF LIVE-FILE
106100             DISPLAY "ON " FUNCTION TRIM(WS-DIRECTORY-FILE) ": "
106200                 PHONE-NUMBER " " FUNCTION TRIM(PHONE-LAST-NAME)
106300                 ", " FUNCTION TRIM(PHONE-FIRST-NAME)
106400         END-IF
106450         PERFORM 5950-QUARANTINE-EXTENSION THRU 5950-EXIT
106500         GO TO 5010-EXIT
106600     END-IF.
106700     MOVE PHONE-RECORD TO WS-OLD-RECORD.
106800     DELETE PHONE-BOOK RECORD.
106900     IF LIVE-FILE
107000         PERFORM 5900-LOG-DELETE-IMAGE THRU 5900-EXIT
107100     END-IF.
107125     IF LIVE-FILE AND WS-BOOK-STATUS = "00"
107150         PERFORM 5950-QUARANTINE-EXTENSION THRU 5950-EXIT
107175     END-IF.
107200 5010-EXIT.
107300     EXIT.
107400
107500 5100-PURGE-ADDRESS-FILE.
107600     IF APPLY-PASS
107700         OPEN I-O ADDRESS-FILE
107800     ELSE
107900         OPEN INPUT ADDRESS-FILE
108000     END-IF.
108100     IF WS-ADDR-STATUS NOT = "00"
108200         GO TO 5100-EXIT
108300     END-IF.
108400     MOVE ZERO TO WS-FILE-DROPPED.
108500     PERFORM 5110-PURGE-ADDRESS-NUMBER THRU 5110-EXIT
108600         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
108700         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
108800     CLOSE ADDRESS-FILE.
108900     MOVE WS-ADDRESS-FILE-NAME TO WS-SWEEP-FILE-NAME.
109000     MOVE "D" TO WS-NOTE-ACTION.
109100     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
109200     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
109300 5100-EXIT.
109400     EXIT.
109500
109600*    THE LIVE REMOVAL IS IMAGED TO phonadch.dat LIKE ANY
109700*    OTHER, WITH THE ADDRESS ALREADY ERASED, SO PHONREST'S
109800*    ROLL-FORWARD TAKES THE ROW OUT AGAIN.
109900 5110-PURGE-ADDRESS-NUMBER.
110000     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO ADR-PHONE-NUMBER.
110100     READ ADDRESS-FILE
110200         INVALID KEY
110300             GO TO 5110-EXIT
110400     END-READ.
110500     ADD 1 TO WS-FILE-DROPPED.
110600     IF PREVIEW-PASS
110700         GO TO 5110-EXIT
110800     END-IF.
110900     DELETE ADDRESS-FILE RECORD.
111000     IF NOT LIVE-FILE
111100         GO TO 5110-EXIT
111200     END-IF.
111300     MOVE SPACE TO ADDRESS-CHANGE-RECORD.
111400     MOVE WS-TODAY-DATE  TO AD-DATE.
111500     ACCEPT AD-TIME FROM TIME.
111600     MOVE WS-OPERATOR-ID TO AD-OPERATOR-ID.
111700     MOVE ADR-PHONE-NUMBER TO AD-OLD-VALUES (1:15).
111800     MOVE WS-ERASED-TEXT   TO AD-OLD-VALUES (16:62).
111900     OPEN EXTEND ADDRESS-CHANGE-FILE.
112000     IF WS-ADCH-STATUS NOT = "00" AND WS-ADCH-STATUS NOT = "05"
112100         OPEN OUTPUT ADDRESS-CHANGE-FILE
112200     END-IF.
112300     WRITE ADDRESS-CHANGE-RECORD.
112400     CLOSE ADDRESS-CHANGE-FILE.
112500 5110-EXIT.
112600     EXIT.
112700
112800 5200-PURGE-CHANNEL-FILE.
112900     IF APPLY-PASS
113000         OPEN I-O CHANNEL-FILE
113100     ELSE
113200         OPEN INPUT CHANNEL-FILE
113300     END-IF.
113400     IF WS-CHAN-STATUS NOT = "00"
113500         GO TO 5200-EXIT
113600     END-IF.
113700     MOVE ZERO TO WS-FILE-DROPPED.
113800     PERFORM 5210-PURGE-CHANNEL-NUMBER THRU 5210-EXIT
113900         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
114000         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
114100     CLOSE CHANNEL-FILE.
114200     MOVE WS-CHANNEL-FILE-NAME TO WS-SWEEP-FILE-NAME.
114300     MOVE "D" TO WS-NOTE-ACTION.
114400     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
114500     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
114600 5200-EXIT.
114700     EXIT.
114800
114900 5210-PURGE-CHANNEL-NUMBER.
115000     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO CHN-PHONE-NUMBER.
115100     READ CHANNEL-FILE
115200         INVALID KEY
115300             GO TO 5210-EXIT
115400     END-READ.
115500     ADD 1 TO WS-FILE-DROPPED.
115600     IF APPLY-PASS
115700         DELETE CHANNEL-FILE RECORD
115800     END-IF.
115900 5210-EXIT.
116000     EXIT.
116100
116200 5300-PURGE-LOCATION-FILE.
116300     IF APPLY-PASS
116400         OPEN I-O LOCATION-FILE
116500     ELSE
116600         OPEN INPUT LOCATION-FILE
116700     END-IF.
116800     IF WS-LOC-STATUS NOT = "00"
116900         GO TO 5300-EXIT
117000     END-IF.
117100     MOVE ZERO TO WS-FILE-DROPPED.
117200     PERFORM 5310-PURGE-LOCATION-NUMBER THRU 5310-EXIT
117300         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
117400         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
117500     CLOSE LOCATION-FILE.
117600     MOVE WS-LOCATION-FILE-NAME TO WS-SWEEP-FILE-NAME.
117700     MOVE "D" TO WS-NOTE-ACTION.
117800     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
117900     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
118000 5300-EXIT.
118100     EXIT.
118200
118300 5310-PURGE-LOCATION-NUMBER.
118400     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO LC-PHONE-NUMBER.
118500     READ LOCATION-FILE
118600         INVALID KEY
118700             GO TO 5310-EXIT
118800     END-READ.
118900     ADD 1 TO WS-FILE-DROPPED.
119000     IF APPLY-PASS
119100         DELETE LOCATION-FILE RECORD
119200     END-IF.
119300 5310-EXIT.
119400     EXIT.
119500
119600 5400-PURGE-VERIFICATION.
119700     IF APPLY-PASS
119800         OPEN I-O VERIFICATION-FILE
119900     ELSE
120000         OPEN INPUT VERIFICATION-FILE
120100     END-IF.
120200     IF WS-VERF-STATUS NOT = "00"
120300         GO TO 5400-EXIT
120400     END-IF.
120500     MOVE ZERO TO WS-FILE-DROPPED.
120600     PERFORM 5410-PURGE-VERIFIED-NUMBER THRU 5410-EXIT
120700         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
120800         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
120900     CLOSE VERIFICATION-FILE.
121000     MOVE "phonverf.dat" TO WS-SWEEP-FILE-NAME.
121100     MOVE "D" TO WS-NOTE-ACTION.
121200     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
121300     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
121400 5400-EXIT.
121500     EXIT.
121600
121700 5410-PURGE-VERIFIED-NUMBER.
121800     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO VF-PHONE-NUMBER.
121900     READ VERIFICATION-FILE
122000         INVALID KEY
122100             GO TO 5410-EXIT
122200     END-READ.
122300     ADD 1 TO WS-FILE-DROPPED.
122400     IF APPLY-PASS
122500         DELETE VERIFICATION-FILE RECORD
122600     END-IF.
122700 5410-EXIT.
122800     EXIT.
122900
122902 5450-PURGE-EXPIRY-FILE.
122904     IF APPLY-PASS
122906         OPEN I-O EXPIRY-FILE
122908     ELSE
122910         OPEN INPUT EXPIRY-FILE
122912     END-IF.
122914     IF WS-EXPY-STATUS NOT = "00"
122916         GO TO 5450-EXIT
122918     END-IF.
122920     MOVE ZERO TO WS-FILE-DROPPED.
122922     PERFORM 5460-PURGE-EXPIRY-NUMBER THRU 5460-EXIT
122924         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
122926         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
122928     CLOSE EXPIRY-FILE.
122930     MOVE WS-EXPIRY-FILE-NAME TO WS-SWEEP-FILE-NAME.
122932     MOVE "D" TO WS-NOTE-ACTION.
122934     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
122936     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
122938 5450-EXIT.
122940     EXIT.
122942
122944 5460-PURGE-EXPIRY-NUMBER.
122946     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO EX-PHONE-NUMBER.
122948     READ EXPIRY-FILE
122950         INVALID KEY
122952             GO TO 5460-EXIT
122954     END-READ.
122956     ADD 1 TO WS-FILE-DROPPED.
122958     IF APPLY-PASS
122960         DELETE EXPIRY-FILE RECORD
122962     END-IF.
122964 5460-EXIT.
122966     EXIT.
122968
122970*    A NUMBER MAY CARRY ANY NUMBER OF NOTES - EACH IS READ IN
122972*    KEY ORDER FROM A START ON THE NUMBER.
122974 5470-PURGE-NOTE-FILE.
122976     IF APPLY-PASS
122978         OPEN I-O NOTE-FILE
122980     ELSE
122982         OPEN INPUT NOTE-FILE
122984     END-IF.
122986     IF WS-NOTE-STATUS NOT = "00"
122988         GO TO 5470-EXIT
122990     END-IF.
122992     MOVE ZERO TO WS-FILE-DROPPED.
122994     PERFORM 5480-PURGE-NOTE-NUMBER THRU 5480-EXIT
122996         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
122998         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
123000     CLOSE NOTE-FILE.
123002     MOVE WS-NOTE-FILE-NAME TO WS-SWEEP-FILE-NAME.
123004     MOVE "D" TO WS-NOTE-ACTION.
123006     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
123008     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
123010 5470-EXIT.
123012     EXIT.
123014
123016 5480-PURGE-NOTE-NUMBER.
123018     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO NT-PHONE-NUMBER.
123020     MOVE LOW-VALUES TO NT-DATE.
123022     MOVE LOW-VALUES TO NT-TIME.
123024     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
123026         INVALID KEY
123028             GO TO 5480-EXIT
123030     END-START.
123032     MOVE "N" TO WS-NOTE-EOF.
123034     PERFORM 5490-PURGE-NEXT-NOTE THRU 5490-EXIT
123036         UNTIL WS-NOTE-EOF = "Y".
123038 5480-EXIT.
123040     EXIT.
123042
123044 5490-PURGE-NEXT-NOTE.
123046     READ NOTE-FILE NEXT RECORD
123048         AT END
123050             MOVE "Y" TO WS-NOTE-EOF
123052             GO TO 5490-EXIT
123054     END-READ.
123056     IF NT-PHONE-NUMBER NOT = WS-SJ-NUMBER (WS-SUBJECT-INDEX)
123058         MOVE "Y" TO WS-NOTE-EOF
123060         GO TO 5490-EXIT
123062     END-IF.
123064     ADD 1 TO WS-FILE-DROPPED.
123066     IF APPLY-PASS
123068         DELETE NOTE-FILE RECORD
123070     END-IF.
123072 5490-EXIT.
123074     EXIT.
123076
123078 5500-PURGE-PERSON-LINKS.
123100     IF APPLY-PASS
123200         OPEN I-O PERSON-LINK-FILE
123300     ELSE
123400         OPEN INPUT PERSON-LINK-FILE
123500     END-IF.
123600     IF WS-LINK-STATUS NOT = "00"
123700         GO TO 5500-EXIT
123800     END-IF.
123900     MOVE ZERO TO WS-FILE-DROPPED.
124000     PERFORM 5510-PURGE-LINKED-NUMBER THRU 5510-EXIT
124100         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
124200         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
124300     CLOSE PERSON-LINK-FILE.
124400     MOVE "phonpers.dat" TO WS-SWEEP-FILE-NAME.
124500     MOVE "D" TO WS-NOTE-ACTION.
124600     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
124700     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
124800 5500-EXIT.
124900     EXIT.
125000
125100 5510-PURGE-LINKED-NUMBER.
125200     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO PL-PHONE-NUMBER.
125300     READ PERSON-LINK-FILE
125400         INVALID KEY
125500             GO TO 5510-EXIT
125600     END-READ.
125700     ADD 1 TO WS-FILE-DROPPED.
125800     IF APPLY-PASS
125900         DELETE PERSON-LINK-FILE RECORD
126000     END-IF.
126100 5510-EXIT.
126200     EXIT.
126300
126400*    THE PERSON ROW GOES TOO, IMAGED TO perschg.dat AS A
126500*    REMOVAL WITH THE NAME ALREADY ERASED.
126600 5600-PURGE-PERSON-MASTER.
126700     IF WS-PERSON-ID = ZERO
126800         GO TO 5600-EXIT
126900     END-IF.
127000     IF APPLY-PASS
127100         OPEN I-O PERSON-MASTER-FILE
127200     ELSE
127300         OPEN INPUT PERSON-MASTER-FILE
127400     END-IF.
127500     IF WS-PERS-STATUS NOT = "00"
127600         GO TO 5600-EXIT
127700     END-IF.
127800     MOVE ZERO TO WS-FILE-DROPPED.
127900     MOVE WS-PERSON-ID TO PS-PERSON-ID.
128000     READ PERSON-MASTER-FILE
128100         INVALID KEY
128200             CLOSE PERSON-MASTER-FILE
128300             GO TO 5600-EXIT
128400     END-READ.
128500     ADD 1 TO WS-FILE-DROPPED.
128600     IF APPLY-PASS
128700         DELETE PERSON-MASTER-FILE RECORD
128800         PERFORM 5610-LOG-PERSON-REMOVAL THRU 5610-EXIT
128900     END-IF.
129000     CLOSE PERSON-MASTER-FILE.
129100     MOVE "persmast.dat" TO WS-SWEEP-FILE-NAME.
129200     MOVE "D" TO WS-NOTE-ACTION.
129300     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
129400     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
129500 5600-EXIT.
129600     EXIT.
129700
129800 5610-LOG-PERSON-REMOVAL.
129900     MOVE SPACE TO PERSON-CHANGE-RECORD.
130000     MOVE WS-TODAY-DATE  TO PH-DATE.
130100     ACCEPT PH-TIME FROM TIME.
130200     MOVE WS-OPERATOR-ID TO PH-OPERATOR-ID.
130300     MOVE PERSON-MASTER-RECORD TO PH-OLD-VALUES.
130400     MOVE WS-ERASED-TEXT (1:40) TO PH-OLD-VALUES (7:40).
130500     OPEN EXTEND PERSON-CHANGE-FILE.
130600     IF WS-PCHG-STATUS NOT = "00" AND WS-PCHG-STATUS NOT = "05"
130700         OPEN OUTPUT PERSON-CHANGE-FILE
130800     END-IF.
130900     WRITE PERSON-CHANGE-RECORD.
131000     CLOSE PERSON-CHANGE-FILE.
131100 5610-EXIT.
131200     EXIT.
131300
131301*    A PROOF ROW IS KEYED BY THE BOOK TAG AND THE NUMBER, SO
131302*    THE WHOLE FILE IS READ. AN OUTSTANDING PROOF IS LIVE
131303*    WORK AND GOES; A RETURNED ONE STAYS FOR THE PHONPRFS AND
131304*    PHONBOOK COUNTS WITH THE NAME AND THE LISTING AS SENT
131305*    BLANKED.
131306 5700-PURGE-PROOF-FILE.
131307     IF APPLY-PASS
131308         OPEN I-O PROOF-FILE
131309     ELSE
131310         OPEN INPUT PROOF-FILE
131311     END-IF.
131312     IF WS-PROOF-STATUS NOT = "00"
131313         GO TO 5700-EXIT
131314     END-IF.
131315     MOVE ZERO TO WS-FILE-DROPPED.
131316     MOVE ZERO TO WS-FILE-REDACTED.
131317     MOVE LOW-VALUES TO PRF-KEY.
131318     START PROOF-FILE KEY IS NOT LESS THAN PRF-KEY
131319         INVALID KEY
131320             MOVE "Y" TO WS-PROOF-EOF
131321         NOT INVALID KEY
131322             MOVE "N" TO WS-PROOF-EOF
131323     END-START.
131324     PERFORM 5710-PURGE-NEXT-PROOF THRU 5710-EXIT
131325         UNTIL WS-PROOF-EOF = "Y".
131326     CLOSE PROOF-FILE.
131327     MOVE "phonprf.dat" TO WS-SWEEP-FILE-NAME.
131328     MOVE "D" TO WS-NOTE-ACTION.
131329     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
131330     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
131331     MOVE "R" TO WS-NOTE-ACTION.
131332     MOVE WS-FILE-REDACTED TO WS-NOTE-COUNT.
131333     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
131334 5700-EXIT.
131335     EXIT.
131336
131337 5710-PURGE-NEXT-PROOF.
131338     READ PROOF-FILE NEXT RECORD
131339         AT END
131340             MOVE "Y" TO WS-PROOF-EOF
131341             GO TO 5710-EXIT
131342     END-READ.
131343     MOVE PRF-PHONE-NUMBER TO WS-MATCH-NUMBER.
131344     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
131345     IF WS-SUBJECT-MATCH NOT = "Y"
131346         GO TO 5710-EXIT
131347     END-IF.
131348     IF PRF-OUTSTANDING
131349         ADD 1 TO WS-FILE-DROPPED
131350         IF APPLY-PASS
131351             DELETE PROOF-FILE RECORD
131352         END-IF
131353         GO TO 5710-EXIT
131354     END-IF.
131355     IF PRF-LAST-NAME = SPACE AND PRF-FIRST-NAME = SPACE
131356             AND PRF-LISTING = SPACE
131357         GO TO 5710-EXIT
131358     END-IF.
131359     ADD 1 TO WS-FILE-REDACTED.
131360     IF APPLY-PASS
131361         MOVE SPACE TO PRF-LAST-NAME
131362         MOVE SPACE TO PRF-FIRST-NAME
131363         MOVE SPACE TO PRF-LISTING
131364         REWRITE PROOF-RECORD
131365     END-IF.
131366 5710-EXIT.
131367     EXIT.
131368
131400 5900-LOG-DELETE-IMAGE.
131500     MOVE SPACE TO CHANGE-HISTORY-RECORD.
131600     MOVE WS-TODAY-DATE     TO CH-DATE.
131700     ACCEPT CH-TIME FROM TIME.
131800     MOVE WS-OPERATOR-ID    TO CH-OPERATOR-ID.
131900     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
132000     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
132100     MOVE WS-ERASED-TEXT (1:40) TO CH-OLD-VALUES (1:40).
132200     MOVE SPACE             TO CH-NEW-VALUES.
132300     MOVE "03"              TO CH-IMAGE-VERSION.
132400     OPEN EXTEND CHANGE-HISTORY-FILE.
132500     IF WS-CHG-STATUS NOT = "00" AND WS-CHG-STATUS NOT = "05"
132600         OPEN OUTPUT CHANGE-HISTORY-FILE
132700     END-IF.
132800     MOVE "S" TO WS-SEAL-FUNCTION.
132900     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
133000         WS-SEAL-CHECK WS-SEAL-RESULT.
133100     WRITE CHANGE-HISTORY-RECORD.
133200     CLOSE CHANGE-HISTORY-FILE.
133300 5900-EXIT.
133400     EXIT.
133402*    THE ENTRY'S extninv.dat ROW, WHEN IT IS STILL ASSIGNED
133404*    TO THE NUMBER IN THIS DIRECTORY, IS QUARANTINED AS
133406*    IODEMO'S DELETE LEAVES IT: NUMBER AND DIRECTORY CLEARED,
133408*    SO NOTHING ON THE ROW POINTS BACK AT THE SUBJECT.
133410 5950-QUARANTINE-EXTENSION.
133412     IF WS-EXTN-OPEN NOT = "Y" OR WS-OLD-EXTENSION = SPACE
133414         GO TO 5950-EXIT
133416     END-IF.
133418     MOVE WS-OLD-EXTENSION TO EI-EXTENSION.
133420     READ EXTENSION-FILE
133422         INVALID KEY
133424             GO TO 5950-EXIT
133426     END-READ.
133428     IF NOT EI-ASSIGNED
133430         GO TO 5950-EXIT
133432     END-IF.
133434     IF EI-PHONE-NUMBER NOT = WS-SJ-NUMBER (WS-SUBJECT-INDEX)
133435             OR EI-DIRECTORY NOT = WS-DIRECTORY-FILE
133436         GO TO 5950-EXIT
133437     END-IF.
133438     IF PREVIEW-PASS
133440         ADD 1 TO WS-EXTN-QUARANTINED
133442         GO TO 5950-EXIT
133444     END-IF.
133446     MOVE "Q" TO EI-STATUS.
133448     MOVE SPACE TO EI-PHONE-NUMBER.
133450     MOVE SPACE TO EI-DIRECTORY.
133452     MOVE WS-TODAY-DATE TO EI-STATUS-DATE.
133454     MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR.
133456     REWRITE EXTENSION-RECORD.
133458     IF WS-EXTN-STATUS = "00"
133460         ADD 1 TO WS-EXTN-QUARANTINED
133462     END-IF.
133464 5950-EXIT.
133466     EXIT.
133468
133500
133600*    ONE LINE-SEQUENTIAL FILE, ROW BY ROW. ON THE APPLY PASS
133700*    THE KEPT AND REDACTED ROWS GO TO phoneras.tmp, WHICH IS
133800*    MOVED OVER THE FILE ONLY WHEN SOMETHING CHANGED AND
133900*    EVERY KEPT ROW MADE IT ACROSS. NO COPY OF THE OLD FILE
134000*    IS KEPT - THAT WOULD DEFEAT THE ERASURE.
134100 6000-SWEEP-ONE-FILE.
134200     OPEN INPUT SWEEP-IN-FILE.
134300     IF WS-IN-STATUS NOT = "00"
134400         GO TO 6000-EXIT
134500     END-IF.
134600     IF APPLY-PASS
134700         OPEN OUTPUT SWEEP-OUT-FILE
134800         IF WS-OUT-STATUS NOT = "00"
134900             DISPLAY "UNABLE TO CREATE phoneras.tmp - FILE "
135000                 "STATUS " WS-OUT-STATUS " - "
135100                 FUNCTION TRIM(WS-SWEEP-FILE-NAME) " NOT ERASED."
135200             CLOSE SWEEP-IN-FILE
135300             MOVE 12 TO RETURN-CODE
135400             MOVE 12 TO WS-END-CODE
135500             GO TO 6000-EXIT
135600         END-IF
135700     END-IF.
135800     MOVE ZERO TO WS-FILE-IN.
135900     MOVE ZERO TO WS-FILE-OUT.
136000     MOVE ZERO TO WS-FILE-DROPPED.
136100     MOVE ZERO TO WS-FILE-REDACTED.
136200     MOVE "N" TO WS-WRITE-FAILED.
136300     MOVE "N" TO WS-IN-EOF.
136400     PERFORM 6100-SWEEP-NEXT-ROW THRU 6100-EXIT
136500         UNTIL WS-IN-EOF = "Y".
136600     CLOSE SWEEP-IN-FILE.
136700     IF APPLY-PASS
136800         CLOSE SWEEP-OUT-FILE
136900         PERFORM 6900-SWAP-OR-DISCARD THRU 6900-EXIT
137000     END-IF.
137100     MOVE "D" TO WS-NOTE-ACTION.
137200     MOVE WS-FILE-DROPPED TO WS-NOTE-COUNT.
137300     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
137400     MOVE "R" TO WS-NOTE-ACTION.
137500     MOVE WS-FILE-REDACTED TO WS-NOTE-COUNT.
137600     PERFORM 8000-NOTE-FILE-RESULT THRU 8000-EXIT.
137700 6000-EXIT.
137800     EXIT.
137900
138000 6100-SWEEP-NEXT-ROW.
138100     MOVE SPACE TO SWEEP-IN-RECORD.
138200     READ SWEEP-IN-FILE
138300         AT END
138400             MOVE "Y" TO WS-IN-EOF
138500             GO TO 6100-EXIT
138600     END-READ.
138700     ADD 1 TO WS-FILE-IN.
138800     MOVE SWEEP-IN-RECORD TO WS-SWEEP-ROW.
138900     MOVE SWEEP-IN-RECORD TO WS-ROW-BEFORE.
139000     MOVE "N" TO WS-ROW-DROPPED.
139100     EVALUATE TRUE
139200         WHEN CHANGE-HISTORY-KIND
139300             PERFORM 6200-ERASE-CHANGE-ROW THRU 6200-EXIT
139400         WHEN DIRECTORY-ARCHIVE-KIND
139500             PERFORM 6300-ERASE-ARCHIVE-ROW THRU 6300-EXIT
139600         WHEN ADDRESS-HISTORY-KIND
139700             PERFORM 6400-ERASE-ADDRESS-ROW THRU 6400-EXIT
139800         WHEN PERSON-HISTORY-KIND
139900             PERFORM 6500-ERASE-PERSON-ROW THRU 6500-EXIT
139933         WHEN APPROVAL-KIND
139966             PERFORM 6700-ERASE-APPROVAL-ROW THRU 6700-EXIT
140000         WHEN OTHER
140100             PERFORM 6600-ERASE-QUEUE-ROW THRU 6600-EXIT
140200     END-EVALUATE.
140300     IF WS-ROW-DROPPED = "Y"
140400         ADD 1 TO WS-FILE-DROPPED
140500         GO TO 6100-EXIT
140600     END-IF.
140700     IF WS-SWEEP-ROW NOT = WS-ROW-BEFORE
140800         ADD 1 TO WS-FILE-REDACTED
140900         IF CHANGE-HISTORY-KIND AND APPLY-PASS
141000             PERFORM 6250-REGISTER-REDACTION THRU 6250-EXIT
141100         END-IF
141200     END-IF.
141300     IF CHANGE-HISTORY-KIND
141400             AND WS-ROW-BEFORE (211:9) NUMERIC
141500         MOVE WS-ROW-BEFORE (220:10) TO WS-PRIOR-CHECK
141600     END-IF.
141700     IF APPLY-PASS
141800         WRITE SWEEP-OUT-RECORD FROM WS-SWEEP-ROW
141900         IF WS-OUT-STATUS = "00"
142000             ADD 1 TO WS-FILE-OUT
142100         ELSE
142200             MOVE "Y" TO WS-WRITE-FAILED
142300         END-IF
142400     END-IF.
142500 6100-EXIT.
142600     EXIT.
142700
142800*    A CHANGE ROW HOLDS TWO PHONEREC IMAGES (PHONCHG): THE
142900*    NAMES AT 45 AND 127, THE NUMBERS AT 85 AND 167. A HIT ON
143000*    EITHER IMAGE ERASES THE NAMES IN BOTH.
143100 6200-ERASE-CHANGE-ROW.
143200     MOVE "N" TO WS-ROW-HIT.
143300     MOVE WS-SWEEP-ROW (85:15) TO WS-MATCH-NUMBER.
143400     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
143500     IF WS-SUBJECT-MATCH = "Y"
143600         MOVE "Y" TO WS-ROW-HIT
143700     END-IF.
143800     MOVE WS-SWEEP-ROW (167:15) TO WS-MATCH-NUMBER.
143900     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
144000     IF WS-SUBJECT-MATCH = "Y"
144100         MOVE "Y" TO WS-ROW-HIT
144200     END-IF.
144300     IF WS-ROW-HIT NOT = "Y"
144400         GO TO 6200-EXIT
144500     END-IF.
144600     IF WS-SWEEP-ROW (45:82) NOT = SPACE
144700         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (45:40)
144800     END-IF.
144900     IF WS-SWEEP-ROW (127:82) NOT = SPACE
145000         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (127:40)
145100     END-IF.
145200 6200-EXIT.
145300     EXIT.
145400
145500*    THE ROW KEEPS ITS SEAL. THE CHECK VALUE IT NOW WORKS OUT
145600*    TO, CHAINED FROM THE ROW BEFORE IT, IS REGISTERED FOR
145700*    PHONCHKV. AN UNSEALED ROW HAS NOTHING TO REGISTER.
145800 6250-REGISTER-REDACTION.
145900     IF WS-ROW-BEFORE (211:9) NOT NUMERIC
146000         GO TO 6250-EXIT
146100     END-IF.
146200     MOVE "C" TO WS-SEAL-FUNCTION.
146300     MOVE WS-PRIOR-CHECK TO WS-SEAL-CHECK.
146400     CALL "CHGSEAL" USING WS-SEAL-FUNCTION WS-SWEEP-ROW
146500         WS-SEAL-CHECK WS-SEAL-RESULT.
146600     MOVE SPACE TO ERASURE-REGISTER-RECORD.
146700     MOVE WS-SWEEP-ROW (211:9) TO ER-SEQUENCE.
146800     MOVE WS-SEAL-CHECK        TO ER-REDACTED-CHECK.
146900     MOVE WS-SWEEP-FILE-NAME   TO ER-FILE-NAME.
147000     MOVE WS-TODAY-DATE        TO ER-DATE.
147100     MOVE WS-NOW-TIME          TO ER-TIME.
147200     MOVE WS-OPERATOR-ID       TO ER-OPERATOR-ID.
147300     OPEN EXTEND ERASURE-REGISTER-FILE.
147400     IF WS-ERAS-STATUS NOT = "00" AND WS-ERAS-STATUS NOT = "05"
147500         OPEN OUTPUT ERASURE-REGISTER-FILE
147600     END-IF.
147700     WRITE ERASURE-REGISTER-RECORD.
147800     CLOSE ERASURE-REGISTER-FILE.
147900     ADD 1 TO WS-SEALS-REGISTERED.
148000 6250-EXIT.
148100     EXIT.
148200
148300*    AN ARCHIVE ROW IS A BARE PHONEREC IMAGE (PHONHVER).
148400 6300-ERASE-ARCHIVE-ROW.
148500     MOVE WS-SWEEP-ROW (41:15) TO WS-MATCH-NUMBER.
148600     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
148700     IF WS-SUBJECT-MATCH = "Y"
148800         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (1:40)
148900     END-IF.
149000 6300-EXIT.
149100     EXIT.
149200
149300*    AN ADDRESS ROW HOLDS TWO PHONADDR IMAGES (ADDRCHG): THE
149400*    NUMBERS AT 25 AND 102, THE ADDRESSES JUST AFTER THEM.
149500 6400-ERASE-ADDRESS-ROW.
149600     MOVE "N" TO WS-ROW-HIT.
149700     MOVE WS-SWEEP-ROW (25:15) TO WS-MATCH-NUMBER.
149800     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
149900     IF WS-SUBJECT-MATCH = "Y"
150000         MOVE "Y" TO WS-ROW-HIT
150100     END-IF.
150200     MOVE WS-SWEEP-ROW (102:15) TO WS-MATCH-NUMBER.
150300     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
150400     IF WS-SUBJECT-MATCH = "Y"
150500         MOVE "Y" TO WS-ROW-HIT
150600     END-IF.
150700     IF WS-ROW-HIT NOT = "Y"
150800         GO TO 6400-EXIT
150900     END-IF.
151000     IF WS-SWEEP-ROW (40:62) NOT = SPACE
151100         MOVE WS-ERASED-TEXT TO WS-SWEEP-ROW (40:62)
151200     END-IF.
151300     IF WS-SWEEP-ROW (117:62) NOT = SPACE
151400         MOVE WS-ERASED-TEXT TO WS-SWEEP-ROW (117:62)
151500     END-IF.
151600 6400-EXIT.
151700     EXIT.
151800
151900*    A PERSON ROW HOLDS TWO PERSREC IMAGES: THE PERSON IDS
152000*    AT 25 AND 87, THE NAMES JUST AFTER THEM.
152100 6500-ERASE-PERSON-ROW.
152200     IF WS-PERSON-ID = ZERO
152300         GO TO 6500-EXIT
152400     END-IF.
152500     IF WS-SWEEP-ROW (25:6) NOT = WS-PERSON-ID-X
152600             AND WS-SWEEP-ROW (87:6) NOT = WS-PERSON-ID-X
152700         GO TO 6500-EXIT
152800     END-IF.
152900     IF WS-SWEEP-ROW (25:62) NOT = SPACE
153000         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (31:40)
153100     END-IF.
153200     IF WS-SWEEP-ROW (87:62) NOT = SPACE
153300         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (93:40)
153400     END-IF.
153500 6500-EXIT.
153600     EXIT.
153700
153800*    THE QA WORKLIST AND THE CORRECTION QUEUE ARE LIVE WORK
153900*    AND LOSE THE ROW; THE QA RESULTS KEEP IT FOR THE
154000*    ACCURACY COUNTS WITH THE NUMBER ERASED; THE PRIVACY LOG
154100*    KEEPS WHO LOOKED AND WHEN BUT NOT WHAT WAS TYPED.
154200 6600-ERASE-QUEUE-ROW.
154300     EVALUATE TRUE
154400         WHEN QA-WORKLIST-KIND
154500             MOVE WS-SWEEP-ROW (30:15) TO WS-MATCH-NUMBER
154600         WHEN CORRECTION-QUEUE-KIND
154700             MOVE WS-SWEEP-ROW (46:15) TO WS-MATCH-NUMBER
154800         WHEN QA-RESULT-KIND
154900             MOVE WS-SWEEP-ROW (17:15) TO WS-MATCH-NUMBER
155000         WHEN PRIVACY-LOG-KIND
155100             MOVE WS-SWEEP-ROW (53:15) TO WS-MATCH-NUMBER
155200     END-EVALUATE.
155300     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
155400     IF WS-SUBJECT-MATCH NOT = "Y"
155500         GO TO 6600-EXIT
155600     END-IF.
155700     EVALUATE TRUE
155800         WHEN QA-WORKLIST-KIND
155900             MOVE "Y" TO WS-ROW-DROPPED
156000         WHEN CORRECTION-QUEUE-KIND
156100             MOVE "Y" TO WS-ROW-DROPPED
156200         WHEN QA-RESULT-KIND
156300             MOVE WS-ERASED-TEXT (1:15) TO WS-SWEEP-ROW (17:15)
156400         WHEN PRIVACY-LOG-KIND
156500             MOVE WS-ERASED-TEXT (1:20) TO WS-SWEEP-ROW (69:20)
156600     END-EVALUATE.
156700 6600-EXIT.
156800     EXIT.
156900
156902*    AN APPROVAL ROW HOLDS TWO PHONEREC IMAGES (APPRREC): THE
156904*    NAMES AT 63 AND 145, THE NUMBERS AT 103 AND 185. A
156906*    PENDING ROW IS LIVE WORK AND GOES; A DECIDED ONE STAYS
156908*    WITH BOTH OPERATOR IDS AND HAS THE NAMES ERASED IN BOTH
156910*    IMAGES, AS A CHANGE ROW DOES.
156912 6700-ERASE-APPROVAL-ROW.
156914     MOVE "N" TO WS-ROW-HIT.
156916     MOVE WS-SWEEP-ROW (103:15) TO WS-MATCH-NUMBER.
156918     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
156920     IF WS-SUBJECT-MATCH = "Y"
156922         MOVE "Y" TO WS-ROW-HIT
156924     END-IF.
156926     MOVE WS-SWEEP-ROW (185:15) TO WS-MATCH-NUMBER.
156928     PERFORM 7900-CHECK-SUBJECT THRU 7900-EXIT.
156930     IF WS-SUBJECT-MATCH = "Y"
156932         MOVE "Y" TO WS-ROW-HIT
156934     END-IF.
156936     IF WS-ROW-HIT NOT = "Y"
156938         GO TO 6700-EXIT
156940     END-IF.
156942     IF WS-SWEEP-ROW (1:1) = "P"
156944         MOVE "Y" TO WS-ROW-DROPPED
156946         GO TO 6700-EXIT
156948     END-IF.
156950     IF WS-SWEEP-ROW (63:82) NOT = SPACE
156952         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (63:40)
156954     END-IF.
156956     IF WS-SWEEP-ROW (145:82) NOT = SPACE
156958         MOVE WS-ERASED-TEXT (1:40) TO WS-SWEEP-ROW (145:40)
156960     END-IF.
156962 6700-EXIT.
156964     EXIT.
156966
157000 6900-SWAP-OR-DISCARD.
157100     IF WS-WRITE-FAILED = "Y"
157200             OR WS-FILE-OUT + WS-FILE-DROPPED NOT = WS-FILE-IN
157300         DISPLAY "PHONERAS - " FUNCTION TRIM(WS-SWEEP-FILE-NAME)
157400             " - COUNTS DO NOT AGREE, FILE LEFT AS IT WAS."
157500         MOVE ZERO TO WS-FILE-DROPPED
157600         MOVE ZERO TO WS-FILE-REDACTED
157700         MOVE 12 TO RETURN-CODE
157800         MOVE 12 TO WS-END-CODE
157900         GO TO 6900-DISCARD
158000     END-IF.
158100     IF WS-FILE-DROPPED + WS-FILE-REDACTED = ZERO
158200         GO TO 6900-DISCARD
158300     END-IF.
158400     MOVE SPACE TO WS-COMMAND.
158500     STRING "mv phoneras.tmp "                 DELIMITED BY SIZE
158600         FUNCTION TRIM(WS-SWEEP-FILE-NAME)     DELIMITED BY SIZE
158700         INTO WS-COMMAND
158800     END-STRING.
158900     CALL "SYSTEM" USING WS-COMMAND.
159000     MOVE WS-END-CODE TO RETURN-CODE.
159100     GO TO 6900-EXIT.
159200 6900-DISCARD.
159300     MOVE "rm -f phoneras.tmp" TO WS-COMMAND.
159400     CALL "SYSTEM" USING WS-COMMAND.
159500     MOVE WS-END-CODE TO RETURN-CODE.
159600 6900-EXIT.
159700     EXIT.
159800
159900 7000-COUNT-PHONE-RECORDS.
160000     MOVE ZERO TO WS-RECORD-TALLY.
160100     MOVE LOW-VALUES TO PHONE-NUMBER.
160200     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
160300         INVALID KEY
160400             MOVE "Y" TO WS-COUNT-EOF
160500         NOT INVALID KEY
160600             MOVE "N" TO WS-COUNT-EOF
160700     END-START.
160800     PERFORM 7100-COUNT-NEXT THRU 7100-EXIT
160900         UNTIL WS-COUNT-EOF = "Y".
161000 7000-EXIT.
161100     EXIT.
161200
161300 7100-COUNT-NEXT.
161400     READ PHONE-BOOK NEXT RECORD
161500         AT END
161600             MOVE "Y" TO WS-COUNT-EOF
161700         NOT AT END
161800             ADD 1 TO WS-RECORD-TALLY
161900     END-READ.
162000 7100-EXIT.
162100     EXIT.
162200
162300*    IS WS-MATCH-NUMBER ONE OF THE SUBJECT'S NUMBERS? ON A
162400*    HIT WS-SUBJECT-INDEX IS LEFT POINTING AT IT.
162500 7900-CHECK-SUBJECT.
162600     MOVE "N" TO WS-SUBJECT-MATCH.
162700     IF WS-MATCH-NUMBER = SPACE
162800         GO TO 7900-EXIT
162900     END-IF.
163000     MOVE ZERO TO WS-SUBJECT-INDEX.
163100     PERFORM 7910-CHECK-NEXT-SUBJECT THRU 7910-EXIT
163200         UNTIL WS-SUBJECT-MATCH = "Y"
163300             OR WS-SUBJECT-INDEX >= WS-SUBJECT-USED.
163400 7900-EXIT.
163500     EXIT.
163600
163700 7910-CHECK-NEXT-SUBJECT.
163800     ADD 1 TO WS-SUBJECT-INDEX.
163900     IF WS-SJ-NUMBER (WS-SUBJECT-INDEX) = WS-MATCH-NUMBER
164000         MOVE "Y" TO WS-SUBJECT-MATCH
164100     END-IF.
164200 7910-EXIT.
164300     EXIT.
164400
164500*    ONE LINE PER FILE AND ACTION WITH ANYTHING TO SHOW - TO
164600*    THE PREVIEW REGISTER OR THE CERTIFICATE BY PASS.
164700 8000-NOTE-FILE-RESULT.
164800     IF WS-NOTE-COUNT = ZERO
164900         GO TO 8000-EXIT
165000     END-IF.
165100     MOVE SPACE TO FILE-DETAIL-LINE.
165200     MOVE WS-SWEEP-FILE-NAME TO FD-FILE-NAME.
165300     MOVE WS-NOTE-COUNT TO FD-COUNT.
165400     IF WS-NOTE-ACTION = "D"
165500         ADD WS-NOTE-COUNT TO WS-TOTAL-REMOVED
165600         IF PREVIEW-PASS
165700             MOVE "ROWS TO BE REMOVED" TO FD-ACTION
165800         ELSE
165900             MOVE "ROWS REMOVED" TO FD-ACTION
166000         END-IF
166100     ELSE
166200         ADD WS-NOTE-COUNT TO WS-TOTAL-REDACTED
166300         IF PREVIEW-PASS
166400             MOVE "ROWS TO BE REDACTED" TO FD-ACTION
166500         ELSE
166600             MOVE "ROWS REDACTED" TO FD-ACTION
166700         END-IF
166800     END-IF.
166900     ADD 1 TO WS-FILES-TOUCHED.
167000     MOVE FILE-DETAIL-LINE TO WS-PRINT-LINE.
167100     PERFORM 8900-PRINT THRU 8900-EXIT.
167200 8000-EXIT.
167300     EXIT.
167400
167500*    THE SUBJECT IS SHOWN BY PERSON ID AND NUMBER ONLY.
167600 8100-WRITE-HEADINGS.
167700     MOVE HEADING-LINE-1 TO WS-PRINT-LINE.
167800     PERFORM 8900-PRINT THRU 8900-EXIT.
167900     MOVE SPACE TO WS-PRINT-LINE.
168000     PERFORM 8900-PRINT THRU 8900-EXIT.
168100     MOVE SPACE TO SUBJECT-LINE.
168200     MOVE "SUPERVISOR:" TO SL-LABEL.
168300     MOVE WS-OPERATOR-ID TO SL-VALUE.
168400     MOVE SUBJECT-LINE TO WS-PRINT-LINE.
168500     PERFORM 8900-PRINT THRU 8900-EXIT.
168600     MOVE SPACE TO SUBJECT-LINE.
168700     MOVE "RUN AT:" TO SL-LABEL.
168800     STRING WS-TODAY-DATE " " WS-NOW-TIME DELIMITED BY SIZE
168900         INTO SL-VALUE
169000     END-STRING.
169100     MOVE SUBJECT-LINE TO WS-PRINT-LINE.
169200     PERFORM 8900-PRINT THRU 8900-EXIT.
169300     MOVE SPACE TO SUBJECT-LINE.
169400     MOVE "PERSON ID:" TO SL-LABEL.
169500     IF WS-PERSON-ID = ZERO
169600         MOVE "NONE LINKED" TO SL-VALUE
169700     ELSE
169800         MOVE WS-PERSON-ID-X TO SL-VALUE
169900     END-IF.
170000     MOVE SUBJECT-LINE TO WS-PRINT-LINE.
170100     PERFORM 8900-PRINT THRU 8900-EXIT.
170200     PERFORM 8110-WRITE-SUBJECT-NUMBER THRU 8110-EXIT
170300         VARYING WS-SUBJECT-INDEX FROM 1 BY 1
170400         UNTIL WS-SUBJECT-INDEX > WS-SUBJECT-USED.
170500     MOVE SPACE TO WS-PRINT-LINE.
170600     PERFORM 8900-PRINT THRU 8900-EXIT.
170700     MOVE FILE-HEADING-LINE TO WS-PRINT-LINE.
170800     PERFORM 8900-PRINT THRU 8900-EXIT.
170900 8100-EXIT.
171000     EXIT.
171100
171200 8110-WRITE-SUBJECT-NUMBER.
171300     MOVE SPACE TO SUBJECT-LINE.
171400     MOVE "NUMBER:" TO SL-LABEL.
171500     MOVE WS-SJ-NUMBER (WS-SUBJECT-INDEX) TO SL-VALUE.
171600     MOVE SUBJECT-LINE TO WS-PRINT-LINE.
171700     PERFORM 8900-PRINT THRU 8900-EXIT.
171800 8110-EXIT.
171900     EXIT.
172000
172100 8300-WRITE-PASS-TOTALS.
172200     MOVE SPACE TO WS-PRINT-LINE.
172300     PERFORM 8900-PRINT THRU 8900-EXIT.
172400     IF WS-FILES-TOUCHED = ZERO
172500         MOVE "NO TRACE OF THE SUBJECT ON ANY FILE."
172600             TO WS-PRINT-LINE
172700         PERFORM 8900-PRINT THRU 8900-EXIT
172800     END-IF.
172900     MOVE "LIVE, QUEUE, AND BACKUP ROWS REMOVED" TO TL-LABEL.
173000     MOVE WS-TOTAL-REMOVED TO TL-COUNT.
173100     MOVE TOTAL-LINE TO WS-PRINT-LINE.
173200     PERFORM 8900-PRINT THRU 8900-EXIT.
173300     MOVE "HISTORY ROWS REDACTED" TO TL-LABEL.
173400     MOVE WS-TOTAL-REDACTED TO TL-COUNT.
173500     MOVE TOTAL-LINE TO WS-PRINT-LINE.
173600     PERFORM 8900-PRINT THRU 8900-EXIT.
173700 8300-EXIT.
173800     EXIT.
173900
174000 8400-WRITE-CERTIFICATE-END.
174100     MOVE "SEALED HISTORY ROWS REGISTERED ON erasreg.dat"
174200         TO TL-LABEL.
174300     MOVE WS-SEALS-REGISTERED TO TL-COUNT.
174400     MOVE TOTAL-LINE TO WS-PRINT-LINE.
174500     PERFORM 8900-PRINT THRU 8900-EXIT.
174600     MOVE "NUMBERS ADDED TO THE dncreg.dat REGISTRY AS ERASED"
174700         TO TL-LABEL.
174800     MOVE WS-DNC-ADDED TO TL-COUNT.
174900     MOVE TOTAL-LINE TO WS-PRINT-LINE.
175000     PERFORM 8900-PRINT THRU 8900-EXIT.
175100     MOVE SPACE TO WS-PRINT-LINE.
175200     PERFORM 8900-PRINT THRU 8900-EXIT.
175300     IF WS-END-CODE < 8
175400         MOVE "*** ERASURE COMPLETE ***" TO WS-PRINT-LINE
175500     ELSE
175600         MOVE "*** ERASURE INCOMPLETE - SEE THE JOB LOG ***"
175700             TO WS-PRINT-LINE
175800     END-IF.
175900     PERFORM 8900-PRINT THRU 8900-EXIT.
176000 8400-EXIT.
176100     EXIT.
176200
176300 8900-PRINT.
176400     IF PREVIEW-PASS
176500         WRITE REGISTER-LINE FROM WS-PRINT-LINE
176600     ELSE
176700         WRITE CERTIFICATE-LINE FROM WS-PRINT-LINE
176800     END-IF.
176900 8900-EXIT.
177000     EXIT.
