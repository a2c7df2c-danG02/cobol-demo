000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INBXLOAD.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED WORK INBOX GATHERING ROUTINE. OPEN WORK IS
000900*       SPREAD OVER SIX WORKLISTS, EACH WITH ITS OWN
001000*       SCREEN; THIS ROUTINE WALKS THEM ALL AND WRITES ONE
001100*       INBXREC ROW PER OPEN ITEM TO phoninbx.wrk, AGED IN
001200*       DAYS FROM THE DATE THE ITEM CAME DUE:
001300*         CREQ - OPEN phoncreq.dat ROWS, FROM CQ-DATE
001400*         SWPV - OPEN RETRO-VALIDATION ITEMS, FROM THE
001500*                SWEEP'S WL-FOUND-DATE
001600*         QA   - OPEN phonqa.dat CALLBACKS, FROM THE ADD
001700*         REVW - SAME-NAME PAIRS STILL ON THE REVIEW FILE,
001800*                FROM RV-FOUND-DATE
001900*         VERF - ENTRIES PAST THEIR VERIFICATION ANNIVERSARY
002000*                (THE PHONVWRK RULE), FROM THE ANNIVERSARY,
002100*                OR FROM THE ENTRY DATE IF NEVER VERIFIED
002200*         REJ  - THE NIGHT'S IOBATCH REJECTS, FROM THE LAST
002300*                IOBATCH END ON phonjrnl.dat
002400*       THE PER-DIRECTORY WORKLISTS ARE FOUND FOR EVERY
002500*       REGISTERED DIRECTORY (DIRREG) UNDER THE USUAL
002600*       PREFIX + SUFFIX NAMES; phone.csv KEEPS ITS LEGACY
002700*       NAMES. A WORKLIST NOT ON HAND HAS NOTHING OPEN. AN
002800*       ITEM WITH NO USABLE DATE AGES AS ZERO DAYS.
002900*       IR-ITEM-COUNT COMES BACK WITH THE ROWS WRITTEN;
003000*       IR-RESULT IS "Y" WHEN THE EXTRACT WAS BUILT AND "E"
003100*       WHEN phoninbx.wrk COULD NOT BE OPENED.
003200*----------------------------------------------------------
003300* MOD LOG:
003400*  OCT 2026  DCG  ORIGINAL PROGRAM.
003450*  OCT 2026  DCG  REJECT IMAGE GREW 74 -> 82 (TR-KEYED-BY).
003475*  OCT 2026  DCG  REJECT IMAGE GREW 82 -> 90 (TR-EXPIRY-DATE).
003500*----------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT INBOX-FILE
004000         ASSIGN TO "phoninbx.wrk"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS IW-INBOX-STATUS.
004300
004400     SELECT OPTIONAL REQUEST-FILE
004500         ASSIGN TO "phoncreq.dat"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS IW-SOURCE-STATUS.
004800
004900     SELECT OPTIONAL CALLBACK-FILE
005000         ASSIGN TO "phonqa.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS IW-SOURCE-STATUS.
005300
005400     SELECT OPTIONAL SWEEP-FILE
005500         ASSIGN TO IW-SWEEP-FILE-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS IW-SOURCE-STATUS.
005800
005900     SELECT OPTIONAL REVIEW-FILE
006000         ASSIGN TO IW-REVIEW-FILE-NAME
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS IW-SOURCE-STATUS.
006300
006400     SELECT OPTIONAL REJECT-FILE
006500         ASSIGN TO IW-REJECT-FILE-NAME
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS IW-SOURCE-STATUS.
006800
006900     SELECT OPTIONAL JOURNAL-FILE
007000         ASSIGN TO "phonjrnl.dat"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS IW-SOURCE-STATUS.
007300
007400     SELECT PHONE-BOOK
007500         ASSIGN TO IW-DIRECTORY-FILE
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS SEQUENTIAL
007800         RECORD KEY IS PHONE-NUMBER
007900         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
008000             WITH DUPLICATES
008100         FILE STATUS IS IW-PHONE-STATUS.
008200
008300     SELECT OPTIONAL VERIFICATION-FILE
008400         ASSIGN TO "phonverf.dat"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS RANDOM
008700         RECORD KEY IS VF-PHONE-NUMBER
008800         FILE STATUS IS IW-VERF-STATUS.
008900
009000 DATA DIVISION.
009100 FILE SECTION.
009200 FD  INBOX-FILE.
009300     COPY INBXREC.
009400
009500 FD  REQUEST-FILE.
009600     COPY CREQREC.
009700
009800 FD  CALLBACK-FILE.
009900 01  CALLBACK-RECORD.
010000     05  QW-STATUS               PIC X(01).
010100     05  QW-OPERATOR             PIC X(08).
010200     05  QW-DIRECTORY            PIC X(20).
010300     05  QW-NUMBER               PIC X(15).
010400     05  QW-ADD-DATE             PIC X(08).
010500
010600 FD  SWEEP-FILE.
010700 01  SWEEP-RECORD.
010800     05  WL-STATUS               PIC X(01).
010900     05  WL-NUMBER               PIC X(15).
011000     05  WL-REASON               PIC X(02).
011100     05  WL-DIRECTORY            PIC X(20).
011200     05  WL-FOUND-DATE           PIC X(08).
011300
011400 FD  REVIEW-FILE.
011500 01  REVIEW-RECORD.
011600     05  RV-LAST-NAME            PIC X(20).
011700     05  RV-FIRST-NAME           PIC X(20).
011800     05  RV-NUMBER-1             PIC X(15).
011900     05  RV-NUMBER-2             PIC X(15).
012000     05  RV-FOUND-DATE           PIC X(08).
012100
012200 FD  REJECT-FILE.
012300 01  REJECT-RECORD.
012400     05  RJ-REASON-CODE          PIC X(02).
012500     05  FILLER                  PIC X(01).
012600     05  RJ-TRANSACTION.
012700         10  RJ-ACTION-CODE      PIC X(01).
012800         10  RJ-LAST-NAME        PIC X(20).
012900         10  RJ-FIRST-NAME       PIC X(20).
013000         10  RJ-NUMBER           PIC X(15).
013100         10  FILLER              PIC X(34).
013200
013300 FD  JOURNAL-FILE.
013400     COPY JRNLREC.
013500
013600 FD  PHONE-BOOK.
013700     COPY PHONEREC.
013800
013900 FD  VERIFICATION-FILE.
014000     COPY VERFREC.
014100
014200 WORKING-STORAGE SECTION.
014300 01  IW-INBOX-STATUS         PIC X(02) VALUE "00".
014400 01  IW-SOURCE-STATUS        PIC X(02) VALUE "00".
014500 01  IW-PHONE-STATUS         PIC X(02) VALUE "00".
014600 01  IW-VERF-STATUS          PIC X(02) VALUE "00".
014700 01  IW-EOF-SWITCH           PIC X(01).
014800 01  IW-VERF-SWITCH          PIC X(01).
014900     88  IW-VERIFICATION-ON-HAND     VALUE "Y".
015000
015100 01  IW-DIRECTORY-FILE       PIC X(20).
015200 01  IW-SWEEP-FILE-NAME      PIC X(20).
015300 01  IW-REVIEW-FILE-NAME     PIC X(20).
015400 01  IW-REJECT-FILE-NAME     PIC X(20).
015500 01  IW-REG-FUNCTION         PIC X(01).
015600 01  IW-REG-CHOICE           PIC X(01).
015700 01  IW-REG-DIRECTORY        PIC X(20).
015800 01  IW-REG-PREFIX           PIC X(04).
015900 01  IW-REG-DESCRIPTION      PIC X(30).
016000 01  IW-REG-RESULT           PIC X(01).
016100 01  IW-REG-DIGIT            PIC 9(02).
016200
016300 01  IW-TODAY                PIC X(08).
016400 01  IW-TODAY-NUM            PIC 9(08).
016500 01  IW-DATE-NUM             PIC 9(08).
016600 01  IW-TODAY-DAY            PIC 9(08) COMP.
016700 01  IW-OPEN-DAY             PIC 9(08) COMP.
016800 01  IW-CUTOFF-DATE          PIC X(08).
016900 01  IW-REJECT-DATE          PIC X(08).
017000
017100 LINKAGE SECTION.
017200 01  IR-ITEM-COUNT           PIC 9(07).
017300 01  IR-RESULT               PIC X(01).
017400
017500 PROCEDURE DIVISION USING IR-ITEM-COUNT IR-RESULT.
017600
017700 0000-MAINLINE.
017800     MOVE ZERO TO IR-ITEM-COUNT.
017900     MOVE "Y" TO IR-RESULT.
018000     ACCEPT IW-TODAY FROM DATE YYYYMMDD.
018100     MOVE IW-TODAY TO IW-TODAY-NUM.
018200     COMPUTE IW-TODAY-DAY =
018300         FUNCTION INTEGER-OF-DATE(IW-TODAY-NUM).
018400*    THE VERIFICATION ANNIVERSARY CUTOFF IS 365 DAYS BACK.
018500     COMPUTE IW-DATE-NUM =
018600         FUNCTION DATE-OF-INTEGER(IW-TODAY-DAY - 365).
018700     MOVE IW-DATE-NUM TO IW-CUTOFF-DATE.
018800     OPEN OUTPUT INBOX-FILE.
018900     IF IW-INBOX-STATUS NOT = "00"
019000         DISPLAY "INBXLOAD - UNABLE TO OPEN phoninbx.wrk - FILE "
019100             "STATUS " IW-INBOX-STATUS
019200         MOVE "E" TO IR-RESULT
019300         GO TO 0000-DONE
019400     END-IF.
019500     PERFORM 1000-FIND-REJECT-DATE THRU 1000-EXIT.
019600     MOVE "N" TO IW-VERF-SWITCH.
019700     OPEN INPUT VERIFICATION-FILE.
019800     IF IW-VERF-STATUS = "00"
019900         MOVE "Y" TO IW-VERF-SWITCH
020000     END-IF.
020100     PERFORM 2000-GATHER-REQUESTS THRU 2000-EXIT.
020200     MOVE 1 TO IW-REG-DIGIT.
020300     PERFORM 3000-GATHER-ONE-DIRECTORY THRU 3000-EXIT
020400         UNTIL IW-REG-DIGIT > 9.
020500     PERFORM 4000-GATHER-CALLBACKS THRU 4000-EXIT.
020600     IF IW-VERIFICATION-ON-HAND
020700         CLOSE VERIFICATION-FILE
020800     END-IF.
020900     CLOSE INBOX-FILE.
021000 0000-DONE.
021100     MOVE ZERO TO RETURN-CODE.
021200     GOBACK.
021300
021400*    THE REJECT FILES CARRY NO DATE - THEY ARE WHATEVER THE
021500*    LAST IOBATCH RUN LEFT, SO THEY DATE FROM ITS END ROW.
021600 1000-FIND-REJECT-DATE.
021700     MOVE SPACE TO IW-REJECT-DATE.
021800     OPEN INPUT JOURNAL-FILE.
021900     IF IW-SOURCE-STATUS NOT = "00"
022000         GO TO 1000-EXIT
022100     END-IF.
022200     MOVE "N" TO IW-EOF-SWITCH.
022300     PERFORM 1100-READ-JOURNAL THRU 1100-EXIT
022400         UNTIL IW-EOF-SWITCH = "Y".
022500     CLOSE JOURNAL-FILE.
022600 1000-EXIT.
022700     EXIT.
022800
022900 1100-READ-JOURNAL.
023000     READ JOURNAL-FILE
023100         AT END
023200             MOVE "Y" TO IW-EOF-SWITCH
023300             GO TO 1100-EXIT
023400     END-READ.
023500     IF JR-JOB-NAME = "IOBATCH" AND JR-END-EVENT
023600         MOVE JR-DATE TO IW-REJECT-DATE
023700     END-IF.
023800 1100-EXIT.
023900     EXIT.
024000
024100 2000-GATHER-REQUESTS.
024200     OPEN INPUT REQUEST-FILE.
024300     IF IW-SOURCE-STATUS NOT = "00"
024400         GO TO 2000-EXIT
024500     END-IF.
024600     MOVE "N" TO IW-EOF-SWITCH.
024700     PERFORM 2100-NEXT-REQUEST THRU 2100-EXIT
024800         UNTIL IW-EOF-SWITCH = "Y".
024900     CLOSE REQUEST-FILE.
025000 2000-EXIT.
025100     EXIT.
025200
025300 2100-NEXT-REQUEST.
025400     READ REQUEST-FILE
025500         AT END
025600             MOVE "Y" TO IW-EOF-SWITCH
025700             GO TO 2100-EXIT
025800     END-READ.
025900     IF NOT CQ-OPEN
026000         GO TO 2100-EXIT
026100     END-IF.
026200     MOVE SPACE                    TO INBOX-ITEM-RECORD.
026300     MOVE 1                        TO IB-TYPE-SEQ.
026400     MOVE "CREQ"                   TO IB-TYPE.
026500     MOVE "CORRECTION REQUESTS"    TO IB-TYPE-NAME.
026600     MOVE "PHONCREQ"               TO IB-WORK-PROGRAM.
026700     MOVE CQ-DIRECTORY             TO IB-DIRECTORY.
026800     MOVE CQ-DATE                  TO IB-OPEN-DATE.
026900     MOVE CQ-NUMBER                TO IB-NUMBER.
027000     STRING "FROM "                DELIMITED BY SIZE
027100         CQ-REQUESTER              DELIMITED BY SPACE
027200         ": "                      DELIMITED BY SIZE
027300         CQ-NOTE                   DELIMITED BY SIZE
027400         INTO IB-DETAIL
027500     END-STRING.
027600     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
027700 2100-EXIT.
027800     EXIT.
027900
028000 3000-GATHER-ONE-DIRECTORY.
028100     MOVE "C" TO IW-REG-FUNCTION.
028200     MOVE IW-REG-DIGIT (2:1) TO IW-REG-CHOICE.
028300     ADD 1 TO IW-REG-DIGIT.
028400     CALL "DIRREG" USING IW-REG-FUNCTION IW-REG-CHOICE
028500         IW-REG-DIRECTORY IW-REG-PREFIX IW-REG-DESCRIPTION
028600         IW-REG-RESULT.
028700     IF IW-REG-RESULT NOT = "Y"
028800         GO TO 3000-EXIT
028900     END-IF.
029000     MOVE IW-REG-DIRECTORY TO IW-DIRECTORY-FILE.
029100*    phone.csv KEEPS ITS LEGACY COMPANION NAMES; EVERY
029200*    OTHER DIRECTORY'S COMPANIONS ARE PREFIX + SUFFIX.
029300     IF IW-DIRECTORY-FILE = "phone.csv"
029400         MOVE "phonswpv.dat" TO IW-SWEEP-FILE-NAME
029500         MOVE "phonrevw.dat" TO IW-REVIEW-FILE-NAME
029600         MOVE "phonrej.dat"  TO IW-REJECT-FILE-NAME
029700     ELSE
029800         MOVE SPACE TO IW-SWEEP-FILE-NAME
029900         STRING FUNCTION TRIM(IW-REG-PREFIX) DELIMITED BY SIZE
030000             "swpv.dat"                     DELIMITED BY SIZE
030100             INTO IW-SWEEP-FILE-NAME
030200         END-STRING
030300         MOVE SPACE TO IW-REVIEW-FILE-NAME
030400         STRING FUNCTION TRIM(IW-REG-PREFIX) DELIMITED BY SIZE
030500             "revw.dat"                     DELIMITED BY SIZE
030600             INTO IW-REVIEW-FILE-NAME
030700         END-STRING
030800         MOVE SPACE TO IW-REJECT-FILE-NAME
030900         STRING FUNCTION TRIM(IW-REG-PREFIX) DELIMITED BY SIZE
031000             "rej.dat"                      DELIMITED BY SIZE
031100             INTO IW-REJECT-FILE-NAME
031200         END-STRING
031300     END-IF.
031400     PERFORM 3100-GATHER-SWEEP THRU 3100-EXIT.
031500     PERFORM 3300-GATHER-REVIEW THRU 3300-EXIT.
031600     PERFORM 3500-GATHER-VERIFICATION THRU 3500-EXIT.
031700     PERFORM 3700-GATHER-REJECTS THRU 3700-EXIT.
031800 3000-EXIT.
031900     EXIT.
032000
032100 3100-GATHER-SWEEP.
032200     OPEN INPUT SWEEP-FILE.
032300     IF IW-SOURCE-STATUS NOT = "00"
032400         GO TO 3100-EXIT
032500     END-IF.
032600     MOVE "N" TO IW-EOF-SWITCH.
032700     PERFORM 3200-NEXT-SWEEP-ITEM THRU 3200-EXIT
032800         UNTIL IW-EOF-SWITCH = "Y".
032900     CLOSE SWEEP-FILE.
033000 3100-EXIT.
033100     EXIT.
033200
033300 3200-NEXT-SWEEP-ITEM.
033400     MOVE SPACE TO SWEEP-RECORD.
033500     READ SWEEP-FILE
033600         AT END
033700             MOVE "Y" TO IW-EOF-SWITCH
033800             GO TO 3200-EXIT
033900     END-READ.
034000     IF WL-STATUS NOT = "O"
034100         GO TO 3200-EXIT
034200     END-IF.
034300     MOVE SPACE                    TO INBOX-ITEM-RECORD.
034400     MOVE 2                        TO IB-TYPE-SEQ.
034500     MOVE "SWPV"                   TO IB-TYPE.
034600     MOVE "RETRO-VALIDATION ITEMS" TO IB-TYPE-NAME.
034700     MOVE "PHONWOFF"               TO IB-WORK-PROGRAM.
034800     MOVE IW-DIRECTORY-FILE        TO IB-DIRECTORY.
034900     MOVE WL-FOUND-DATE            TO IB-OPEN-DATE.
035000     MOVE WL-NUMBER                TO IB-NUMBER.
035100     STRING "FAILS RULE - REASON " DELIMITED BY SIZE
035200         WL-REASON                 DELIMITED BY SIZE
035300         INTO IB-DETAIL
035400     END-STRING.
035500     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
035600 3200-EXIT.
035700     EXIT.
035800
035900*    EVERY PAIR LEFT ON THE REVIEW FILE IS STILL OPEN -
036000*    PHONREVW KEEPS ONLY THE SKIPPED ONES.
036100 3300-GATHER-REVIEW.
036200     OPEN INPUT REVIEW-FILE.
036300     IF IW-SOURCE-STATUS NOT = "00"
036400         GO TO 3300-EXIT
036500     END-IF.
036600     MOVE "N" TO IW-EOF-SWITCH.
036700     PERFORM 3400-NEXT-REVIEW-PAIR THRU 3400-EXIT
036800         UNTIL IW-EOF-SWITCH = "Y".
036900     CLOSE REVIEW-FILE.
037000 3300-EXIT.
037100     EXIT.
037200
037300 3400-NEXT-REVIEW-PAIR.
037400     READ REVIEW-FILE
037500         AT END
037600             MOVE "Y" TO IW-EOF-SWITCH
037700             GO TO 3400-EXIT
037800     END-READ.
037900     MOVE SPACE                    TO INBOX-ITEM-RECORD.
038000     MOVE 4                        TO IB-TYPE-SEQ.
038100     MOVE "REVW"                   TO IB-TYPE.
038200     MOVE "SAME-NAME PAIRS"        TO IB-TYPE-NAME.
038300     MOVE "PHONREVW"               TO IB-WORK-PROGRAM.
038400     MOVE IW-DIRECTORY-FILE        TO IB-DIRECTORY.
038500     MOVE RV-FOUND-DATE            TO IB-OPEN-DATE.
038600     MOVE RV-NUMBER-1              TO IB-NUMBER.
038700     STRING "PAIRED WITH "         DELIMITED BY SIZE
038800         RV-NUMBER-2               DELIMITED BY SPACE
038900         " - "                     DELIMITED BY SIZE
039000         RV-LAST-NAME              DELIMITED BY SIZE
039100         INTO IB-DETAIL
039200     END-STRING.
039300     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
039400 3400-EXIT.
039500     EXIT.
039600
039700 3500-GATHER-VERIFICATION.
039800     OPEN INPUT PHONE-BOOK.
039900     IF IW-PHONE-STATUS NOT = "00"
040000         GO TO 3500-EXIT
040100     END-IF.
040200     MOVE "N" TO IW-EOF-SWITCH.
040300     PERFORM 3600-NEXT-DIRECTORY-ENTRY THRU 3600-EXIT
040400         UNTIL IW-EOF-SWITCH = "Y".
040500     CLOSE PHONE-BOOK.
040600 3500-EXIT.
040700     EXIT.
040800
040900 3600-NEXT-DIRECTORY-ENTRY.
041000     READ PHONE-BOOK NEXT RECORD
041100         AT END
041200             MOVE "Y" TO IW-EOF-SWITCH
041300             GO TO 3600-EXIT
041400     END-READ.
041500     MOVE SPACE                    TO INBOX-ITEM-RECORD.
041600     MOVE 5                        TO IB-TYPE-SEQ.
041700     MOVE "VERF"                   TO IB-TYPE.
041800     MOVE "VERIFICATIONS DUE"      TO IB-TYPE-NAME.
041900     MOVE "PHONVENT"               TO IB-WORK-PROGRAM.
042000     MOVE IW-DIRECTORY-FILE        TO IB-DIRECTORY.
042100     MOVE PHONE-NUMBER             TO IB-NUMBER.
042200     IF NOT IW-VERIFICATION-ON-HAND
042300         GO TO 3600-NEVER-VERIFIED
042400     END-IF.
042500     MOVE PHONE-NUMBER TO VF-PHONE-NUMBER.
042600     READ VERIFICATION-FILE
042700         INVALID KEY
042800             GO TO 3600-NEVER-VERIFIED
042900     END-READ.
043000     IF VF-LAST-VERIFIED-DATE NOT < IW-CUTOFF-DATE
043100         GO TO 3600-EXIT
043200     END-IF.
043300*    DUE ON THE ANNIVERSARY OF THE LAST VERIFICATION.
043400     IF VF-LAST-VERIFIED-DATE NUMERIC
043500         MOVE VF-LAST-VERIFIED-DATE TO IW-DATE-NUM
043600         COMPUTE IW-OPEN-DAY =
043700             FUNCTION INTEGER-OF-DATE(IW-DATE-NUM)
043800         IF IW-OPEN-DAY > ZERO
043900             COMPUTE IW-DATE-NUM =
044000                 FUNCTION DATE-OF-INTEGER(IW-OPEN-DAY + 365)
044100             MOVE IW-DATE-NUM TO IB-OPEN-DATE
044200         END-IF
044300     END-IF.
044400     STRING "LAST VERIFIED "       DELIMITED BY SIZE
044500         VF-LAST-VERIFIED-DATE     DELIMITED BY SIZE
044600         " - "                     DELIMITED BY SIZE
044700         PHONE-LAST-NAME           DELIMITED BY SIZE
044800         INTO IB-DETAIL
044900     END-STRING.
045000     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
045100     GO TO 3600-EXIT.
045200 3600-NEVER-VERIFIED.
045300     IF PHONE-ENTRY-DATE NUMERIC
045400         MOVE PHONE-ENTRY-DATE TO IB-OPEN-DATE
045500     END-IF.
045600     STRING "NEVER VERIFIED - "    DELIMITED BY SIZE
045700         PHONE-LAST-NAME           DELIMITED BY SIZE
045800         INTO IB-DETAIL
045900     END-STRING.
046000     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
046100 3600-EXIT.
046200     EXIT.
046300
046400 3700-GATHER-REJECTS.
046500     OPEN INPUT REJECT-FILE.
046600     IF IW-SOURCE-STATUS NOT = "00"
046700         GO TO 3700-EXIT
046800     END-IF.
046900     MOVE "N" TO IW-EOF-SWITCH.
047000     PERFORM 3800-NEXT-REJECT THRU 3800-EXIT
047100         UNTIL IW-EOF-SWITCH = "Y".
047200     CLOSE REJECT-FILE.
047300 3700-EXIT.
047400     EXIT.
047500
047600 3800-NEXT-REJECT.
047700     MOVE SPACE TO REJECT-RECORD.
047800     READ REJECT-FILE
047900         AT END
048000             MOVE "Y" TO IW-EOF-SWITCH
048100             GO TO 3800-EXIT
048200     END-READ.
048300     MOVE SPACE                    TO INBOX-ITEM-RECORD.
048400     MOVE 6                        TO IB-TYPE-SEQ.
048500     MOVE "REJ"                    TO IB-TYPE.
048600     MOVE "BATCH REJECTS"          TO IB-TYPE-NAME.
048700     MOVE "IODEMO"                 TO IB-WORK-PROGRAM.
048800     MOVE IW-DIRECTORY-FILE        TO IB-DIRECTORY.
048900     MOVE IW-REJECT-DATE           TO IB-OPEN-DATE.
049000     MOVE RJ-NUMBER                TO IB-NUMBER.
049100     STRING "REASON "              DELIMITED BY SIZE
049200         RJ-REASON-CODE            DELIMITED BY SIZE
049300         " ACTION "                DELIMITED BY SIZE
049400         RJ-ACTION-CODE            DELIMITED BY SIZE
049500         " - "                     DELIMITED BY SIZE
049600         RJ-LAST-NAME              DELIMITED BY SIZE
049700         INTO IB-DETAIL
049800     END-STRING.
049900     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
050000 3800-EXIT.
050100     EXIT.
050200
050300 4000-GATHER-CALLBACKS.
050400     OPEN INPUT CALLBACK-FILE.
050500     IF IW-SOURCE-STATUS NOT = "00"
050600         GO TO 4000-EXIT
050700     END-IF.
050800     MOVE "N" TO IW-EOF-SWITCH.
050900     PERFORM 4100-NEXT-CALLBACK THRU 4100-EXIT
051000         UNTIL IW-EOF-SWITCH = "Y".
051100     CLOSE CALLBACK-FILE.
051200 4000-EXIT.
051300     EXIT.
051400
051500 4100-NEXT-CALLBACK.
051600     READ CALLBACK-FILE
051700         AT END
051800             MOVE "Y" TO IW-EOF-SWITCH
051900             GO TO 4100-EXIT
052000     END-READ.
052100     IF QW-STATUS NOT = "O"
052200         GO TO 4100-EXIT
052300     END-IF.
052400     MOVE SPACE                    TO INBOX-ITEM-RECORD.
052500     MOVE 3                        TO IB-TYPE-SEQ.
052600     MOVE "QA"                     TO IB-TYPE.
052700     MOVE "QA CALLBACKS"           TO IB-TYPE-NAME.
052800     MOVE "PHONQARV"               TO IB-WORK-PROGRAM.
052900     MOVE QW-DIRECTORY             TO IB-DIRECTORY.
053000     MOVE QW-ADD-DATE              TO IB-OPEN-DATE.
053100     MOVE QW-NUMBER                TO IB-NUMBER.
053200     STRING "CALL BACK ADD KEYED BY " DELIMITED BY SIZE
053300         QW-OPERATOR               DELIMITED BY SIZE
053400         INTO IB-DETAIL
053500     END-STRING.
053600     PERFORM 8000-WRITE-ITEM THRU 8000-EXIT.
053700 4100-EXIT.
053800     EXIT.
053900
054000*    AGE IN WHOLE DAYS FROM IB-OPEN-DATE; A MISSING, BAD, OR
054100*    FUTURE DATE AGES AS ZERO.
054200 8000-WRITE-ITEM.
054300     MOVE ZERO TO IB-AGE-DAYS.
054400     IF IB-OPEN-DATE NUMERIC
054500         MOVE IB-OPEN-DATE TO IW-DATE-NUM
054600         COMPUTE IW-OPEN-DAY =
054700             FUNCTION INTEGER-OF-DATE(IW-DATE-NUM)
054800         IF IW-OPEN-DAY > ZERO AND IW-OPEN-DAY < IW-TODAY-DAY
054900             COMPUTE IB-AGE-DAYS = IW-TODAY-DAY - IW-OPEN-DAY
055000         END-IF
055100     END-IF.
055200     WRITE INBOX-ITEM-RECORD.
055300     ADD 1 TO IR-ITEM-COUNT.
055400 8000-EXIT.
055500     EXIT.
