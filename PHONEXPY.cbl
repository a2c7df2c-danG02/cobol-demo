000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONEXPY.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: NIGHTLY REMOVAL OF TEMPORARY ENTRIES. AN ENTRY KEYED
000900*       WITH AN EXPIRY DATE (IODEMO, PHONKEY, OR AN IOBATCH
001000*       TR-EXPIRY-DATE) HAS A ROW ON THE NUMBER-KEYED
001100*       phonexpy.dat COMPANION (EXPYREC). EVERY ROW WHOSE
001200*       DATE HAS BEEN REACHED BY THE RUNDATE AS-OF DATE IS
001300*       TAKEN OUT OF ITS dirreg.dat DIRECTORY THE SAME WAY AN
001400*       IOBATCH DELETE WOULD BE: THE ENTRY IS IMAGED TO
001500*       phonchg.dat AS A SEALED DELETE UNDER OPERATOR EXPIRY,
001600*       ITS ADDRESS (IMAGED TO phonadch.dat), CHANNELS, AND
001700*       LOCATION ARE REMOVED, AND AN EXTENSION ASSIGNED TO IT
001800*       GOES TO QUARANTINE IN extninv.dat. THE MOVEMENT IS
001900*       JOURNALED THROUGH MVTLOG LIKE ANY OTHER RUN.
002000*       AN ENTRY WHOSE NAME NO LONGER MATCHES THE ROW HAS BEEN
002100*       RE-USED FOR SOMEONE ELSE AND IS LEFT IN PLACE; A ROW
002200*       FOR AN ENTRY ALREADY GONE IS DROPPED. A DIRECTORY IN
002300*       USE IS SKIPPED AND ITS ENTRIES GO THE NEXT NIGHT.
002400*       phonexpy.lst LISTS WHAT WAS REMOVED AND WHAT WAS NOT,
002500*       THEN EVERY ENTRY DUE TO EXPIRE IN THE NEXT SEVEN DAYS
002600*       SO ITS OWNER CAN EXTEND IT IN TIME. RUN AS A SCHEDDRV
002700*       STEP, WHICH FILES EACH NIGHT'S LISTING (RPTFILE).
002800*----------------------------------------------------------
002900* MOD LOG:
003000*  OCT 2026  DCG  ORIGINAL PROGRAM.
003033*  OCT 2026  DCG  AN EXPIRED ENTRY'S DATED NOTES
003066*                 (phonnote.dat) GO WITH IT.
003077*  OCT 2026  DCG  THE LISTING IS REPLACED ON EVERY RUN, CATCH-UP
003088*                 OR NOT - SCHEDDRV FILES EACH NIGHT'S COPY.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL EXPIRY-FILE
003600         ASSIGN TO "phonexpy.dat"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS EX-PHONE-NUMBER
004000         FILE STATUS IS WS-EXPY-STATUS.
004100
004200     SELECT PHONE-BOOK
004300         ASSIGN TO WS-DIRECTORY-FILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS PHONE-NUMBER
004700         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004800             WITH DUPLICATES
004900         FILE STATUS IS WS-BOOK-STATUS.
005000
005100     SELECT ADDRESS-FILE
005200         ASSIGN TO "phonaddr.dat"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS ADR-PHONE-NUMBER
005600         FILE STATUS IS WS-ADDR-STATUS.
005700
005800     SELECT CHANNEL-FILE
005900         ASSIGN TO "phonchan.dat"
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS CHN-PHONE-NUMBER
006300         FILE STATUS IS WS-CHAN-STATUS.
006400
006500     SELECT LOCATION-FILE
006600         ASSIGN TO "phonloc.dat"
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS LC-PHONE-NUMBER
007000         FILE STATUS IS WS-LOC-STATUS.
007100
007200     SELECT EXTENSION-FILE
007300         ASSIGN TO "extninv.dat"
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS EI-EXTENSION
007700         FILE STATUS IS WS-EXTN-STATUS.
007712
007724     SELECT OPTIONAL NOTE-FILE
007736         ASSIGN TO "phonnote.dat"
007748         ORGANIZATION IS INDEXED
007760         ACCESS MODE IS DYNAMIC
007772         RECORD KEY IS NT-KEY
007784         FILE STATUS IS WS-NOTE-STATUS.
007800
007900     SELECT OPTIONAL CHANGE-HISTORY-FILE
008000         ASSIGN TO "phonchg.dat"
008100         ORGANIZATION IS LINE SEQUENTIAL
008200         FILE STATUS IS WS-CHG-STATUS.
008300
008400     SELECT OPTIONAL ADDRESS-CHANGE-FILE
008500         ASSIGN TO "phonadch.dat"
008600         ORGANIZATION IS LINE SEQUENTIAL
008700         FILE STATUS IS WS-ADCH-STATUS.
008800
008900     SELECT REPORT-FILE
009000         ASSIGN TO "phonexpy.lst"
009100         ORGANIZATION IS LINE SEQUENTIAL.
009200
009300 DATA DIVISION.
009400 FILE SECTION.
009500 FD  EXPIRY-FILE.
009600     COPY EXPYREC.
009700
009800 FD  PHONE-BOOK.
009900     COPY PHONEREC.
010000
010100 FD  ADDRESS-FILE.
010200     COPY PHONADDR.
010300
010400 FD  CHANNEL-FILE.
010500     COPY CHANREC.
010600
010700 FD  LOCATION-FILE.
010800     COPY LOCNREC.
010900
011000 FD  EXTENSION-FILE.
011100     COPY EXTNREC.
011125
011150 FD  NOTE-FILE.
011175     COPY NOTEREC.
011200
011300 FD  CHANGE-HISTORY-FILE.
011400     COPY PHONCHG.
011500
011600 FD  ADDRESS-CHANGE-FILE.
011700     COPY ADDRCHG.
011800
011900 FD  REPORT-FILE.
012000 01  REPORT-LINE                 PIC X(80).
012100
012200 WORKING-STORAGE SECTION.
012300
012400 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONEXPY".
012500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
012600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
012700
012800 01  WS-EXPY-STATUS              PIC X(02) VALUE "00".
012900 01  WS-BOOK-STATUS              PIC X(02) VALUE "00".
013000 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
013100 01  WS-CHAN-STATUS              PIC X(02) VALUE "00".
013200 01  WS-LOC-STATUS               PIC X(02) VALUE "00".
013300 01  WS-EXTN-STATUS              PIC X(02) VALUE "00".
013350 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
013400 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
013500 01  WS-ADCH-STATUS              PIC X(02) VALUE "00".
013600
013700 01  WS-EXPIRY-ON-HAND           PIC X(01) VALUE "N".
013800     88  EXPIRY-FILE-ON-HAND             VALUE "Y".
013900 01  WS-ADDR-ON-HAND             PIC X(01) VALUE "N".
014000     88  ADDRESS-FILE-ON-HAND            VALUE "Y".
014100 01  WS-CHAN-ON-HAND             PIC X(01) VALUE "N".
014200     88  CHANNEL-FILE-ON-HAND            VALUE "Y".
014300 01  WS-LOC-ON-HAND              PIC X(01) VALUE "N".
014400     88  LOCATION-FILE-ON-HAND           VALUE "Y".
014500 01  WS-EXTN-ON-HAND             PIC X(01) VALUE "N".
014600     88  EXTENSION-FILE-ON-HAND          VALUE "Y".
014625 01  WS-NOTE-ON-HAND             PIC X(01) VALUE "N".
014650     88  NOTE-FILE-ON-HAND               VALUE "Y".
014675 01  WS-NOTE-EOF                 PIC X(01).
014700 01  WS-EXPY-EOF                 PIC X(01).
014800 01  WS-DUE-FOUND                PIC X(01).
014900
015000 01  WS-RD-FUNCTION              PIC X(01).
015100 01  WS-RD-DATE                  PIC X(08).
015200 01  WS-RD-CATCH-UP              PIC X(01).
015300
015400*    THE RUN DATE AND THE LAST DAY OF THE SEVEN-DAY WARNING.
015500 01  WS-RUN-DATE                 PIC X(08).
015600 01  WS-RUN REDEFINES WS-RUN-DATE.
015700     05  WS-RUN-YYYY             PIC 9(04).
015800     05  WS-RUN-MM               PIC 9(02).
015900     05  WS-RUN-DD               PIC 9(02).
016000 01  WS-RUN-NUM REDEFINES WS-RUN-DATE
016100                                 PIC 9(08).
016200 01  WS-WARN-NUM                 PIC 9(08).
016300 01  WS-WARN-DATE REDEFINES WS-WARN-NUM
016400                                 PIC X(08).
016500 01  WS-DAY-NUMBER               PIC 9(08) COMP.
016600 01  WS-TODAY-DATE               PIC X(08).
016700
016800 01  WS-DIRECTORY-FILE           PIC X(20).
016900 01  WS-REG-FUNCTION             PIC X(01).
017000 01  WS-REG-CHOICE               PIC X(01).
017100 01  WS-REG-DIRECTORY            PIC X(20).
017200 01  WS-REG-PREFIX               PIC X(04).
017300 01  WS-REG-DESCRIPTION          PIC X(30).
017400 01  WS-REG-RESULT               PIC X(01).
017500 01  WS-REG-DIGIT                PIC 9(02).
017600
017700 01  WS-LOCK-HOLDER              PIC X(08).
017800 01  WS-LOCK-FUNCTION            PIC X(01).
017900 01  WS-LOCK-RESULT              PIC X(01).
018000
018100 01  WS-SEAL-FUNCTION            PIC X(01).
018200 01  WS-SEAL-CHECK               PIC X(10).
018300 01  WS-SEAL-RESULT              PIC X(01).
018400
018500 01  WS-OPERATOR-ID              PIC X(08) VALUE "EXPIRY".
018600 01  WS-OLD-RECORD               PIC X(82).
018700 01  WS-OLD-EXTENSION            PIC X(05).
018800
018900 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
019000 01  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO.
019100 01  WS-MVT-ADDED                PIC 9(06) VALUE ZERO.
019200 01  WS-MVT-CHANGED              PIC 9(06) VALUE ZERO.
019300 01  WS-MVT-DELETED              PIC 9(06) VALUE ZERO.
019400 01  WS-COUNT-EOF                PIC X(01).
019500 01  WS-RECORD-TALLY             PIC 9(06) COMP VALUE ZERO.
019600
019700 01  WS-COUNTERS.
019800     05  WS-REMOVED-COUNT        PIC 9(06) COMP VALUE ZERO.
019900     05  WS-CHANGED-COUNT        PIC 9(06) COMP VALUE ZERO.
020000     05  WS-GONE-COUNT           PIC 9(06) COMP VALUE ZERO.
020100     05  WS-FAILED-COUNT         PIC 9(06) COMP VALUE ZERO.
020200     05  WS-BUSY-COUNT           PIC 9(04) COMP VALUE ZERO.
020300     05  WS-COMING-COUNT         PIC 9(06) COMP VALUE ZERO.
020400     05  WS-SECTION-LINES        PIC 9(06) COMP VALUE ZERO.
020500
020600 01  HEADING-LINE-1.
020700     05  FILLER                  PIC X(10) VALUE "PHONEXPY".
020800     05  HL1-TITLE               PIC X(50)
020900             VALUE "TEMPORARY ENTRIES - EXPIRY RUN".
021000     05  FILLER                  PIC X(06) VALUE "DATE: ".
021100     05  HL1-MM                  PIC 99.
021200     05  FILLER                  PIC X(01) VALUE "/".
021300     05  HL1-DD                  PIC 99.
021400     05  FILLER                  PIC X(01) VALUE "/".
021500     05  HL1-YYYY                PIC 9999.
021600
021700 01  SECTION-LINE.
021800     05  SL-TITLE                PIC X(60).
021900     05  SL-DATE                 PIC X(10).
022000
022100 01  COLUMN-HEADING-LINE.
022200     05  FILLER                  PIC X(16) VALUE "NUMBER".
022300     05  FILLER                  PIC X(25) VALUE "NAME".
022400     05  FILLER                  PIC X(15) VALUE "DIRECTORY".
022500     05  FILLER                  PIC X(09) VALUE "EXPIRES".
022600     05  FILLER                  PIC X(15) VALUE "RESULT".
022700
022800 01  DETAIL-LINE.
022900     05  DL-NUMBER               PIC X(15).
023000     05  FILLER                  PIC X(01) VALUE SPACE.
023100     05  DL-NAME                 PIC X(24).
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  DL-DIRECTORY            PIC X(14).
023400     05  FILLER                  PIC X(01) VALUE SPACE.
023500     05  DL-EXPIRES              PIC X(08).
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  DL-RESULT               PIC X(15).
023800
023900 01  TOTAL-LINE.
024000     05  TL-LABEL                PIC X(40).
024100     05  TL-COUNT                PIC Z(05)9.
024200
024300 PROCEDURE DIVISION.
024400
024500 0000-MAINLINE.
024600     CALL "JOBHDR" USING WS-JOB-NAME.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF EXPIRY-FILE-ON-HAND
024900         PERFORM 2000-EXPIRE-DUE-ENTRIES THRU 2000-EXIT
025000         PERFORM 3000-LIST-COMING-EXPIRIES THRU 3000-EXIT
025100         PERFORM 4000-CLOSE-COMPANIONS THRU 4000-EXIT
025200     END-IF.
025300     PERFORM 8300-WRITE-TOTALS THRU 8300-EXIT.
025400     CLOSE REPORT-FILE.
025500     DISPLAY "PHONEXPY - REMOVED " WS-REMOVED-COUNT
025600         ", HELD " WS-CHANGED-COUNT ", EXPIRING WITHIN 7 DAYS "
025700         WS-COMING-COUNT " - SEE phonexpy.lst.".
025800     IF WS-FAILED-COUNT NOT = ZERO
025900         DISPLAY "PHONEXPY - " WS-FAILED-COUNT " REMOVAL(S) "
026000             "FAILED - SEE phonexpy.lst."
026100     END-IF.
026200     MOVE WS-REMOVED-COUNT TO WS-JOURNAL-COUNT.
026300     MOVE WS-END-CODE TO RETURN-CODE.
026400     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
026500         WS-END-CODE.
026600     GOBACK.
026700
026800*    EVERY COUNTER AND SWITCH IS SET HERE, NOT BY VALUE
026900*    CLAUSES ALONE - SCHEDDRV CALLS THIS STEP AGAIN FOR EACH
027000*    NIGHT OF A CATCH-UP IN THE SAME RUN.
027100 1000-INITIALIZE.
027200     MOVE ZERO TO WS-END-CODE.
027300     MOVE ZERO TO WS-JOURNAL-COUNT.
027400     INITIALIZE WS-COUNTERS.
027500     MOVE "N" TO WS-EXPIRY-ON-HAND.
027600     MOVE "N" TO WS-ADDR-ON-HAND.
027700     MOVE "N" TO WS-CHAN-ON-HAND.
027800     MOVE "N" TO WS-LOC-ON-HAND.
027900     MOVE "N" TO WS-EXTN-ON-HAND.
027950     MOVE "N" TO WS-NOTE-ON-HAND.
028000     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
028100     MOVE "G" TO WS-RD-FUNCTION.
028200     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
028300         WS-RD-CATCH-UP.
028400     MOVE WS-RD-DATE TO WS-RUN-DATE.
028500     COMPUTE WS-DAY-NUMBER =
028600         FUNCTION INTEGER-OF-DATE(WS-RUN-NUM) + 7.
028700     COMPUTE WS-WARN-NUM =
028800         FUNCTION DATE-OF-INTEGER(WS-DAY-NUMBER).
028900     MOVE WS-RUN-MM   TO HL1-MM.
029000     MOVE WS-RUN-DD   TO HL1-DD.
029100     MOVE WS-RUN-YYYY TO HL1-YYYY.
029400     OPEN OUTPUT REPORT-FILE.
029900     PERFORM 8100-WRITE-HEADINGS THRU 8100-EXIT.
030000     OPEN I-O EXPIRY-FILE.
030100     IF WS-EXPY-STATUS NOT = "00" AND WS-EXPY-STATUS NOT = "05"
030200         DISPLAY "UNABLE TO OPEN phonexpy.dat - FILE STATUS "
030300             WS-EXPY-STATUS " - NO ENTRIES EXPIRED."
030400         MOVE "UNABLE TO OPEN phonexpy.dat - NO ENTRIES EXPIRED."
030500             TO REPORT-LINE
030600         WRITE REPORT-LINE
030700         MOVE 8 TO WS-END-CODE
030800         GO TO 1000-EXIT
030900     END-IF.
031000     MOVE "Y" TO WS-EXPIRY-ON-HAND.
031100     OPEN I-O ADDRESS-FILE.
031200     IF WS-ADDR-STATUS = "00"
031300         MOVE "Y" TO WS-ADDR-ON-HAND
031400     END-IF.
031500     OPEN I-O CHANNEL-FILE.
031600     IF WS-CHAN-STATUS = "00"
031700         MOVE "Y" TO WS-CHAN-ON-HAND
031800     END-IF.
031900     OPEN I-O LOCATION-FILE.
032000     IF WS-LOC-STATUS = "00"
032100         MOVE "Y" TO WS-LOC-ON-HAND
032200     END-IF.
032300     OPEN I-O EXTENSION-FILE.
032400     IF WS-EXTN-STATUS = "00"
032500         MOVE "Y" TO WS-EXTN-ON-HAND
032600     END-IF.
032620     OPEN I-O NOTE-FILE.
032640     IF WS-NOTE-STATUS = "00" OR WS-NOTE-STATUS = "05"
032660         MOVE "Y" TO WS-NOTE-ON-HAND
032680     END-IF.
032700 1000-EXIT.
032800     EXIT.
032900
033000 2000-EXPIRE-DUE-ENTRIES.
033100     MOVE "ENTRIES REMOVED - EXPIRY DATE REACHED" TO SL-TITLE.
033200     MOVE SPACE TO SL-DATE.
033300     PERFORM 8200-WRITE-SECTION-HEADING THRU 8200-EXIT.
033400     MOVE 1 TO WS-REG-DIGIT.
033500     PERFORM 2100-EXPIRE-ONE-DIRECTORY THRU 2100-EXIT
033600         UNTIL WS-REG-DIGIT > 9.
033700     IF WS-SECTION-LINES = ZERO
033800         MOVE "  NONE DUE." TO REPORT-LINE
033900         WRITE REPORT-LINE
034000     END-IF.
034100 2000-EXIT.
034200     EXIT.
034300
034400*    A DIRECTORY IS ONLY LOCKED AND OPENED WHEN IT HAS AN
034500*    ENTRY DUE, SO A QUIET NIGHT JOURNALS NO EMPTY MOVEMENT.
034600 2100-EXPIRE-ONE-DIRECTORY.
034700     MOVE "C" TO WS-REG-FUNCTION.
034800     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
034900     ADD 1 TO WS-REG-DIGIT.
035000     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
035100         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
035200         WS-REG-RESULT.
035300     IF WS-REG-RESULT NOT = "Y"
035400         GO TO 2100-EXIT
035500     END-IF.
035600     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
035700     PERFORM 2200-LOOK-FOR-DUE-ENTRY THRU 2200-EXIT.
035800     IF WS-DUE-FOUND NOT = "Y"
035900         GO TO 2100-EXIT
036000     END-IF.
036100     MOVE "B" TO WS-LOCK-FUNCTION.
036200     MOVE WS-JOB-NAME TO WS-LOCK-HOLDER.
036300     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
036400         WS-LOCK-FUNCTION WS-LOCK-RESULT.
036500     IF WS-LOCK-RESULT = "N"
036600         ADD 1 TO WS-BUSY-COUNT
036700         ADD 1 TO WS-SECTION-LINES
036800         MOVE SPACE TO REPORT-LINE
036900         STRING "  " FUNCTION TRIM(WS-DIRECTORY-FILE)
037000             " IN USE BY " WS-LOCK-HOLDER
037100             " - ITS ENTRIES WAIT FOR THE NEXT RUN."
037200             DELIMITED BY SIZE INTO REPORT-LINE
037300         END-STRING
037400         WRITE REPORT-LINE
037500         GO TO 2100-EXIT
037600     END-IF.
037700     OPEN I-O PHONE-BOOK.
037800     IF WS-BOOK-STATUS NOT = "00"
037900         DISPLAY "UNABLE TO OPEN "
038000             FUNCTION TRIM(WS-DIRECTORY-FILE) " - FILE STATUS "
038100             WS-BOOK-STATUS "."
038200         MOVE 8 TO WS-END-CODE
038300         PERFORM 2900-RELEASE-THE-LOCK THRU 2900-EXIT
038400         GO TO 2100-EXIT
038500     END-IF.
038600     PERFORM 7000-COUNT-PHONE-RECORDS THRU 7000-EXIT.
038700     MOVE WS-RECORD-TALLY TO WS-OPEN-COUNT.
038800     MOVE ZERO TO WS-MVT-DELETED.
038900     MOVE LOW-VALUES TO EX-PHONE-NUMBER.
039000     START EXPIRY-FILE KEY IS NOT LESS THAN EX-PHONE-NUMBER
039100         INVALID KEY
039200             MOVE "Y" TO WS-EXPY-EOF
039300         NOT INVALID KEY
039400             MOVE "N" TO WS-EXPY-EOF
039500     END-START.
039600     PERFORM 2300-CHECK-NEXT-ROW THRU 2300-EXIT
039700         UNTIL WS-EXPY-EOF = "Y".
039800     PERFORM 7000-COUNT-PHONE-RECORDS THRU 7000-EXIT.
039900     MOVE WS-RECORD-TALLY TO WS-CLOSE-COUNT.
040000     CALL "MVTLOG" USING WS-JOB-NAME WS-DIRECTORY-FILE
040100         WS-OPEN-COUNT WS-MVT-ADDED WS-MVT-CHANGED
040200         WS-MVT-DELETED WS-CLOSE-COUNT.
040300     CLOSE PHONE-BOOK.
040400     PERFORM 2900-RELEASE-THE-LOCK THRU 2900-EXIT.
040500 2100-EXIT.
040600     EXIT.
040700
040800 2200-LOOK-FOR-DUE-ENTRY.
040900     MOVE "N" TO WS-DUE-FOUND.
041000     MOVE LOW-VALUES TO EX-PHONE-NUMBER.
041100     START EXPIRY-FILE KEY IS NOT LESS THAN EX-PHONE-NUMBER
041200         INVALID KEY
041300             MOVE "Y" TO WS-EXPY-EOF
041400         NOT INVALID KEY
041500             MOVE "N" TO WS-EXPY-EOF
041600     END-START.
041700     PERFORM 2210-LOOK-AT-NEXT-ROW THRU 2210-EXIT
041800         UNTIL WS-EXPY-EOF = "Y" OR WS-DUE-FOUND = "Y".
041900 2200-EXIT.
042000     EXIT.
042100
042200 2210-LOOK-AT-NEXT-ROW.
042300     READ EXPIRY-FILE NEXT RECORD
042400         AT END
042500             MOVE "Y" TO WS-EXPY-EOF
042600             GO TO 2210-EXIT
042700     END-READ.
042800     IF EX-DIRECTORY = WS-DIRECTORY-FILE
042900             AND EX-EXPIRY-DATE NUMERIC
043000             AND EX-EXPIRY-DATE NOT > WS-RUN-DATE
043100         MOVE "Y" TO WS-DUE-FOUND
043200     END-IF.
043300 2210-EXIT.
043400     EXIT.
043500
043600*    A ROW IS ONLY ACTED ON WHILE THE ENTRY STILL CARRIES THE
043700*    NAME IT WAS KEYED WITH - A NUMBER RE-USED SINCE FOR
043800*    SOMEONE ELSE KEEPS ITS NEW ENTRY AND IS LISTED TO CHECK.
043900 2300-CHECK-NEXT-ROW.
044000     READ EXPIRY-FILE NEXT RECORD
044100         AT END
044200             MOVE "Y" TO WS-EXPY-EOF
044300             GO TO 2300-EXIT
044400     END-READ.
044500     IF EX-DIRECTORY NOT = WS-DIRECTORY-FILE
044600             OR EX-EXPIRY-DATE NOT NUMERIC
044700             OR EX-EXPIRY-DATE > WS-RUN-DATE
044800         GO TO 2300-EXIT
044900     END-IF.
045000     MOVE EX-PHONE-NUMBER TO PHONE-NUMBER.
045100     READ PHONE-BOOK
045200         INVALID KEY
045300             DELETE EXPIRY-FILE RECORD
045400             ADD 1 TO WS-GONE-COUNT
045500             MOVE "ALREADY GONE" TO DL-RESULT
045600             PERFORM 8400-WRITE-EXPIRY-DETAIL THRU 8400-EXIT
045700             GO TO 2300-EXIT
045800     END-READ.
045900     IF PHONE-LAST-NAME NOT = EX-LAST-NAME
046000             OR PHONE-FIRST-NAME NOT = EX-FIRST-NAME
046100         ADD 1 TO WS-CHANGED-COUNT
046200         MOVE "HELD - RE-USED" TO DL-RESULT
046300         PERFORM 8400-WRITE-EXPIRY-DETAIL THRU 8400-EXIT
046400         GO TO 2300-EXIT
046500     END-IF.
046600     PERFORM 2400-REMOVE-THE-ENTRY THRU 2400-EXIT.
046700 2300-EXIT.
046800     EXIT.
046900
047000 2400-REMOVE-THE-ENTRY.
047100     MOVE PHONE-RECORD TO WS-OLD-RECORD.
047200     MOVE PHONE-EXTENSION TO WS-OLD-EXTENSION.
047300     DELETE PHONE-BOOK RECORD.
047400     IF WS-BOOK-STATUS NOT = "00"
047500         ADD 1 TO WS-FAILED-COUNT
047600         MOVE 4 TO WS-END-CODE
047700         MOVE SPACE TO DL-RESULT
047800         STRING "FAILED - FS " WS-BOOK-STATUS
047900             DELIMITED BY SIZE INTO DL-RESULT
048000         END-STRING
048100         PERFORM 8400-WRITE-EXPIRY-DETAIL THRU 8400-EXIT
048200         GO TO 2400-EXIT
048300     END-IF.
048400     ADD 1 TO WS-MVT-DELETED.
048500     ADD 1 TO WS-REMOVED-COUNT.
048600     PERFORM 5900-LOG-DELETE-IMAGE THRU 5900-EXIT.
048700     PERFORM 5100-REMOVE-ADDRESS THRU 5100-EXIT.
048800     PERFORM 5200-REMOVE-CHANNELS THRU 5200-EXIT.
048900     PERFORM 5300-REMOVE-LOCATION THRU 5300-EXIT.
049000     PERFORM 5400-QUARANTINE-EXTENSION THRU 5400-EXIT.
049050     PERFORM 5500-REMOVE-NOTES THRU 5500-EXIT.
049100     DELETE EXPIRY-FILE RECORD.
049200     MOVE "REMOVED" TO DL-RESULT.
049300     PERFORM 8400-WRITE-EXPIRY-DETAIL THRU 8400-EXIT.
049400 2400-EXIT.
049500     EXIT.
049600
049700 2900-RELEASE-THE-LOCK.
049800     MOVE "U" TO WS-LOCK-FUNCTION.
049900     MOVE WS-JOB-NAME TO WS-LOCK-HOLDER.
050000     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
050100         WS-LOCK-FUNCTION WS-LOCK-RESULT.
050200 2900-EXIT.
050300     EXIT.
050400
050500*    EVERYTHING STILL ON phonexpy.dat THAT FALLS DUE IN THE
050600*    NEXT SEVEN DAYS, FOR THE OWNERS TO EXTEND IF THE ENTRY
050700*    IS STILL WANTED.
050800 3000-LIST-COMING-EXPIRIES.
050900     MOVE "DUE TO EXPIRE WITHIN SEVEN DAYS - THROUGH" TO SL-TITLE.
051000     MOVE SPACE TO SL-DATE.
051100     STRING WS-WARN-DATE (5:2) "/" WS-WARN-DATE (7:2) "/"
051200         WS-WARN-DATE (1:4) DELIMITED BY SIZE INTO SL-DATE
051300     END-STRING.
051400     PERFORM 8200-WRITE-SECTION-HEADING THRU 8200-EXIT.
051500     MOVE LOW-VALUES TO EX-PHONE-NUMBER.
051600     START EXPIRY-FILE KEY IS NOT LESS THAN EX-PHONE-NUMBER
051700         INVALID KEY
051800             MOVE "Y" TO WS-EXPY-EOF
051900         NOT INVALID KEY
052000             MOVE "N" TO WS-EXPY-EOF
052100     END-START.
052200     PERFORM 3100-CHECK-COMING-ROW THRU 3100-EXIT
052300         UNTIL WS-EXPY-EOF = "Y".
052400     IF WS-SECTION-LINES = ZERO
052500         MOVE "  NONE." TO REPORT-LINE
052600         WRITE REPORT-LINE
052700     END-IF.
052800     MOVE SPACE TO REPORT-LINE.
052900     WRITE REPORT-LINE.
053000     MOVE "TO KEEP AN ENTRY, KEY A LATER EXPIRY DATE ON IT IN "
053100         TO REPORT-LINE.
053200     WRITE REPORT-LINE.
053300     MOVE "IODEMO, PHONKEY, OR AN IOBATCH CHANGE." TO REPORT-LINE.
053400     WRITE REPORT-LINE.
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-CHECK-COMING-ROW.
053900     READ EXPIRY-FILE NEXT RECORD
054000         AT END
054100             MOVE "Y" TO WS-EXPY-EOF
054200             GO TO 3100-EXIT
054300     END-READ.
054400     IF EX-EXPIRY-DATE NOT NUMERIC
054500             OR EX-EXPIRY-DATE NOT > WS-RUN-DATE
054600             OR EX-EXPIRY-DATE > WS-WARN-DATE
054700         GO TO 3100-EXIT
054800     END-IF.
054900     ADD 1 TO WS-COMING-COUNT.
055000     MOVE SPACE TO DL-RESULT.
055100     STRING "SET BY " EX-SET-BY DELIMITED BY SIZE
055200         INTO DL-RESULT
055300     END-STRING.
055400     PERFORM 8400-WRITE-EXPIRY-DETAIL THRU 8400-EXIT.
055500 3100-EXIT.
055600     EXIT.
055700
055800 4000-CLOSE-COMPANIONS.
055900     CLOSE EXPIRY-FILE.
056000     IF ADDRESS-FILE-ON-HAND
056100         CLOSE ADDRESS-FILE
056200     END-IF.
056300     IF CHANNEL-FILE-ON-HAND
056400         CLOSE CHANNEL-FILE
056500     END-IF.
056600     IF LOCATION-FILE-ON-HAND
056700         CLOSE LOCATION-FILE
056800     END-IF.
056900     IF EXTENSION-FILE-ON-HAND
057000         CLOSE EXTENSION-FILE
057100     END-IF.
057125     IF NOTE-FILE-ON-HAND
057150         CLOSE NOTE-FILE
057175     END-IF.
057200 4000-EXIT.
057300     EXIT.
057400
057500*    THE ADDRESS REMOVAL IS IMAGED TO phonadch.dat LIKE ANY
057600*    OTHER SO PHONREST'S ROLL-FORWARD TAKES IT OUT AGAIN.
057700 5100-REMOVE-ADDRESS.
057800     IF NOT ADDRESS-FILE-ON-HAND
057900         GO TO 5100-EXIT
058000     END-IF.
058100     MOVE EX-PHONE-NUMBER TO ADR-PHONE-NUMBER.
058200     READ ADDRESS-FILE
058300         INVALID KEY
058400             GO TO 5100-EXIT
058500     END-READ.
058600     MOVE SPACE TO ADDRESS-CHANGE-RECORD.
058700     ACCEPT AD-DATE FROM DATE YYYYMMDD.
058800     ACCEPT AD-TIME FROM TIME.
058900     MOVE WS-OPERATOR-ID TO AD-OPERATOR-ID.
059000     MOVE ADDRESS-RECORD TO AD-OLD-VALUES.
059100     MOVE SPACE          TO AD-NEW-VALUES.
059200     DELETE ADDRESS-FILE RECORD.
059300     OPEN EXTEND ADDRESS-CHANGE-FILE.
059400     IF WS-ADCH-STATUS NOT = "00" AND WS-ADCH-STATUS NOT = "05"
059500         OPEN OUTPUT ADDRESS-CHANGE-FILE
059600     END-IF.
059700     WRITE ADDRESS-CHANGE-RECORD.
059800     CLOSE ADDRESS-CHANGE-FILE.
059900 5100-EXIT.
060000     EXIT.
060100
060200 5200-REMOVE-CHANNELS.
060300     IF NOT CHANNEL-FILE-ON-HAND
060400         GO TO 5200-EXIT
060500     END-IF.
060600     MOVE EX-PHONE-NUMBER TO CHN-PHONE-NUMBER.
060700     READ CHANNEL-FILE
060800         INVALID KEY
060900             GO TO 5200-EXIT
061000     END-READ.
061100     DELETE CHANNEL-FILE RECORD.
061200 5200-EXIT.
061300     EXIT.
061400
061500 5300-REMOVE-LOCATION.
061600     IF NOT LOCATION-FILE-ON-HAND
061700         GO TO 5300-EXIT
061800     END-IF.
061900     MOVE EX-PHONE-NUMBER TO LC-PHONE-NUMBER.
062000     READ LOCATION-FILE
062100         INVALID KEY
062200             GO TO 5300-EXIT
062300     END-READ.
062400     DELETE LOCATION-FILE RECORD.
062500 5300-EXIT.
062600     EXIT.
062700
062800*    AN EXTENSION GIVEN UP GOES TO QUARANTINE, AS IT DOES
062900*    FROM AN IODEMO DELETE - EXTNMNT FREES IT LATER.
063000 5400-QUARANTINE-EXTENSION.
063100     IF NOT EXTENSION-FILE-ON-HAND
063200             OR WS-OLD-EXTENSION = SPACE
063300         GO TO 5400-EXIT
063400     END-IF.
063500     MOVE WS-OLD-EXTENSION TO EI-EXTENSION.
063600     READ EXTENSION-FILE
063700         INVALID KEY
063800             GO TO 5400-EXIT
063900     END-READ.
064000     IF EI-ASSIGNED
064100             AND EI-PHONE-NUMBER = EX-PHONE-NUMBER
064200             AND EI-DIRECTORY = WS-DIRECTORY-FILE
064300         MOVE "Q"            TO EI-STATUS
064400         MOVE SPACE          TO EI-PHONE-NUMBER
064500         MOVE SPACE          TO EI-DIRECTORY
064600         MOVE WS-TODAY-DATE  TO EI-STATUS-DATE
064700         MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR
064800         REWRITE EXTENSION-RECORD
064900     END-IF.
065000 5400-EXIT.
065100     EXIT.
065102
065104 5500-REMOVE-NOTES.
065106     IF NOT NOTE-FILE-ON-HAND
065108         GO TO 5500-EXIT
065110     END-IF.
065112     MOVE "N" TO WS-NOTE-EOF.
065114     PERFORM 5510-REMOVE-NEXT-NOTE THRU 5510-EXIT
065116         UNTIL WS-NOTE-EOF = "Y".
065118 5500-EXIT.
065120     EXIT.
065122
065124 5510-REMOVE-NEXT-NOTE.
065126     MOVE EX-PHONE-NUMBER TO NT-PHONE-NUMBER.
065128     MOVE LOW-VALUES TO NT-DATE.
065130     MOVE LOW-VALUES TO NT-TIME.
065132     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
065134         INVALID KEY
065136             MOVE "Y" TO WS-NOTE-EOF
065138             GO TO 5510-EXIT
065140     END-START.
065142     READ NOTE-FILE NEXT RECORD
065144         AT END
065146             MOVE "Y" TO WS-NOTE-EOF
065148             GO TO 5510-EXIT
065150     END-READ.
065152     IF NT-PHONE-NUMBER NOT = EX-PHONE-NUMBER
065154         MOVE "Y" TO WS-NOTE-EOF
065156         GO TO 5510-EXIT
065158     END-IF.
065160     DELETE NOTE-FILE RECORD.
065162     IF WS-NOTE-STATUS NOT = "00"
065164         MOVE "Y" TO WS-NOTE-EOF
065166     END-IF.
065168 5510-EXIT.
065170     EXIT.
065200
065300 5900-LOG-DELETE-IMAGE.
065400     MOVE SPACE TO CHANGE-HISTORY-RECORD.
065500     MOVE WS-TODAY-DATE     TO CH-DATE.
065600     ACCEPT CH-TIME FROM TIME.
065700     MOVE WS-OPERATOR-ID    TO CH-OPERATOR-ID.
065800     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
065900     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
066000     MOVE SPACE             TO CH-NEW-VALUES.
066100     MOVE "03"              TO CH-IMAGE-VERSION.
066200     OPEN EXTEND CHANGE-HISTORY-FILE.
066300     IF WS-CHG-STATUS NOT = "00" AND WS-CHG-STATUS NOT = "05"
066400         OPEN OUTPUT CHANGE-HISTORY-FILE
066500     END-IF.
066600     MOVE "S" TO WS-SEAL-FUNCTION.
066700     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
066800         WS-SEAL-CHECK WS-SEAL-RESULT.
066900     WRITE CHANGE-HISTORY-RECORD.
067000     CLOSE CHANGE-HISTORY-FILE.
067100 5900-EXIT.
067200     EXIT.
067300
067400 7000-COUNT-PHONE-RECORDS.
067500     MOVE ZERO TO WS-RECORD-TALLY.
067600     MOVE LOW-VALUES TO PHONE-NUMBER.
067700     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
067800         INVALID KEY
067900             MOVE "Y" TO WS-COUNT-EOF
068000         NOT INVALID KEY
068100             MOVE "N" TO WS-COUNT-EOF
068200     END-START.
068300     PERFORM 7100-COUNT-NEXT THRU 7100-EXIT
068400         UNTIL WS-COUNT-EOF = "Y".
068500 7000-EXIT.
068600     EXIT.
068700
068800 7100-COUNT-NEXT.
068900     READ PHONE-BOOK NEXT RECORD
069000         AT END
069100             MOVE "Y" TO WS-COUNT-EOF
069200             GO TO 7100-EXIT
069300     END-READ.
069400     ADD 1 TO WS-RECORD-TALLY.
069500 7100-EXIT.
069600     EXIT.
069700
069800 8100-WRITE-HEADINGS.
069900     WRITE REPORT-LINE FROM HEADING-LINE-1.
070000     MOVE SPACE TO REPORT-LINE.
070100     WRITE REPORT-LINE.
070200 8100-EXIT.
070300     EXIT.
070400
070500 8200-WRITE-SECTION-HEADING.
070600     MOVE ZERO TO WS-SECTION-LINES.
070700     MOVE SPACE TO REPORT-LINE.
070800     WRITE REPORT-LINE.
070900     WRITE REPORT-LINE FROM SECTION-LINE.
071000     WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
071100 8200-EXIT.
071200     EXIT.
071300
071400 8300-WRITE-TOTALS.
071500     MOVE SPACE TO REPORT-LINE.
071600     WRITE REPORT-LINE.
071700     MOVE "ENTRIES REMOVED" TO TL-LABEL.
071800     MOVE WS-REMOVED-COUNT TO TL-COUNT.
071900     WRITE REPORT-LINE FROM TOTAL-LINE.
072000     MOVE "HELD - NUMBER RE-USED FOR SOMEONE ELSE" TO TL-LABEL.
072100     MOVE WS-CHANGED-COUNT TO TL-COUNT.
072200     WRITE REPORT-LINE FROM TOTAL-LINE.
072300     MOVE "ROWS DROPPED - ENTRY ALREADY GONE" TO TL-LABEL.
072400     MOVE WS-GONE-COUNT TO TL-COUNT.
072500     WRITE REPORT-LINE FROM TOTAL-LINE.
072600     MOVE "REMOVALS FAILED" TO TL-LABEL.
072700     MOVE WS-FAILED-COUNT TO TL-COUNT.
072800     WRITE REPORT-LINE FROM TOTAL-LINE.
072900     MOVE "DIRECTORIES IN USE - LEFT FOR NEXT RUN" TO TL-LABEL.
073000     MOVE WS-BUSY-COUNT TO TL-COUNT.
073100     WRITE REPORT-LINE FROM TOTAL-LINE.
073200     MOVE "DUE TO EXPIRE WITHIN SEVEN DAYS" TO TL-LABEL.
073300     MOVE WS-COMING-COUNT TO TL-COUNT.
073400     WRITE REPORT-LINE FROM TOTAL-LINE.
073500 8300-EXIT.
073600     EXIT.
073700
073800 8400-WRITE-EXPIRY-DETAIL.
073900     ADD 1 TO WS-SECTION-LINES.
074000     MOVE EX-PHONE-NUMBER TO DL-NUMBER.
074100     MOVE SPACE TO DL-NAME.
074200     STRING FUNCTION TRIM(EX-LAST-NAME) ", "
074300         FUNCTION TRIM(EX-FIRST-NAME)
074400         DELIMITED BY SIZE INTO DL-NAME
074500     END-STRING.
074600     MOVE EX-DIRECTORY   TO DL-DIRECTORY.
074700     MOVE EX-EXPIRY-DATE TO DL-EXPIRES.
074800     WRITE REPORT-LINE FROM DETAIL-LINE.
074900 8400-EXIT.
075000     EXIT.
