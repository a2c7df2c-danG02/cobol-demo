000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONMASS.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MASS UPDATE OF A NON-KEY FIELD. PHONRNUM CHANGES
000900*       KEYS IN BULK; THIS CHANGES THE REST. GIVEN SELECTION
001000*       CRITERIA - DIRECTORY, CATEGORY, AREA CODE, ENTRY-DATE
001100*       RANGE, AND OPERATOR, ANY LEFT BLANK MATCHING ALL -
001200*       AND ONE FIELD ASSIGNMENT - THE CATEGORY (CHECKED
001300*       AGAINST catmast.dat), THE PRIVACY FLAG, OR THE
001400*       COUNTRY CODE (CHECKED RECORD BY RECORD THROUGH
001500*       CTRYCHK) - A PREVIEW PASS FIRST REGISTERS EVERY
001600*       RECORD THE ASSIGNMENT WOULD CHANGE ON phonmass.lst.
001700*       ONLY ON A CONFIRMED APPLY DOES THE SECOND PASS, WITH
001800*       EACH DIRECTORY LOCKED, REWRITE THE RECORDS - STAMPED
001900*       WITH THE SUPERVISOR'S ID AS A MANUAL CHANGE IS - AND
002000*       IMAGE EVERY ONE TO phonchg.dat. A RECORD THE NEW
002100*       COUNTRY CODE DOES NOT FIT IS LEFT ALONE AND
002200*       REGISTERED AS REJECTED. THE RUN ENDS WITH A BALANCED
002300*       COUNT - PREVIEWED = APPLIED + REJECTED - AND
002400*       REQUIRES SUPERVISOR AUTHORITY THROUGH THE SHARED
002500*       OPERSEC SIGN-ON.
002600*----------------------------------------------------------
002700* MOD LOG:
002800*  OCT 2026  DCG  ORIGINAL PROGRAM.
002900*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT OPTIONAL PHONE-BOOK
003400         ASSIGN TO WS-DIRECTORY-FILE
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS DYNAMIC
003700         RECORD KEY IS PHONE-NUMBER
003800         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
003900             WITH DUPLICATES
004000         FILE STATUS IS WS-PHONE-STATUS.
004100
004200     SELECT CATEGORY-FILE
004300         ASSIGN TO "catmast.dat"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CAT-CODE
004700         FILE STATUS IS WS-CAT-STATUS.
004800
004900     SELECT OPTIONAL CHANGE-HISTORY-FILE
005000         ASSIGN TO "phonchg.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-CHG-STATUS.
005300
005400     SELECT REGISTER-FILE
005500         ASSIGN TO "phonmass.lst"
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  PHONE-BOOK.
006100     COPY PHONEREC.
006200
006300 FD  CATEGORY-FILE.
006400     COPY CATREC.
006500
006600 FD  CHANGE-HISTORY-FILE.
006700     COPY PHONCHG.
006800
006900 FD  REGISTER-FILE.
007000 01  REGISTER-LINE               PIC X(80).
007100
007200 WORKING-STORAGE SECTION.
007300
007400 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONMASS".
007500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007700
007800 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007900 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
008000 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
008100 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
008200 01  WS-SEAL-CHECK               PIC X(10).
008300 01  WS-SEAL-RESULT              PIC X(01).
008400
008500 01  WS-DIRECTORY-FILE           PIC X(20).
008600 01  WS-REG-FUNCTION             PIC X(01).
008700 01  WS-REG-CHOICE               PIC X(01).
008800 01  WS-REG-DIRECTORY            PIC X(20).
008900 01  WS-REG-PREFIX               PIC X(04).
009000 01  WS-REG-DESCRIPTION          PIC X(30).
009100 01  WS-REG-RESULT               PIC X(01).
009200 01  WS-REG-DIGIT                PIC 9(02).
009300
009400 01  WS-OPERATOR-ID              PIC X(08).
009500 01  WS-OPERATOR-PASSWORD        PIC X(08).
009600 01  WS-OPERATOR-AUTHORITY       PIC X(01).
009700 01  WS-SIGNON-RESULT            PIC X(01) VALUE "N".
009800     88  OPERATOR-SIGNED-ON              VALUE "Y".
009900 01  WS-SIGNON-TRIES             PIC 9(01) VALUE ZERO.
010000
010100 01  WS-LOCK-HOLDER              PIC X(08).
010200 01  WS-LOCK-FUNCTION            PIC X(01).
010300 01  WS-LOCK-RESULT              PIC X(01).
010400
010500*    THE SELECTION - A BLANK CRITERION MATCHES EVERY RECORD.
010600 01  WS-CRITERIA.
010700     05  WS-SEL-DIRECTORY        PIC X(20).
010800     05  WS-SEL-CATEGORY         PIC X(02).
010900     05  WS-SEL-AREA             PIC X(03).
011000     05  WS-SEL-FROM-DATE        PIC X(08).
011100     05  WS-SEL-TO-DATE          PIC X(08).
011200     05  WS-SEL-OPERATOR         PIC X(08).
011300
011400*    THE ASSIGNMENT - ONE FIELD AND ITS NEW VALUE.
011500 01  WS-SET-FIELD                PIC X(01).
011600     88  SET-CATEGORY                    VALUE "C".
011700     88  SET-PRIVACY                     VALUE "P".
011800     88  SET-COUNTRY                     VALUE "K".
011900 01  WS-SET-VALUE                PIC X(03).
012000 01  WS-FIELD-NAME               PIC X(13).
012100
012200 01  WS-BOOK-EOF                 PIC X(01).
012300 01  YES-NO                      PIC X(01).
012400 01  WS-CTRY-VALID               PIC X(01).
012500 01  WS-CTRY-NANP                PIC X(01).
012600 01  WS-RULE-MATCH               PIC X(01).
012700 01  WS-FIT-RESULT               PIC X(01).
012800     88  NEW-VALUE-FITS                  VALUE "Y".
012900 01  WS-PASS                     PIC X(01) VALUE "P".
013000     88  PREVIEW-PASS                    VALUE "P".
013100     88  APPLY-PASS                      VALUE "A".
013200
013300 01  WS-OLD-VALUE                PIC X(03).
013400 01  WS-OLD-RECORD               PIC X(82).
013500 01  WS-NEW-RECORD               PIC X(82).
013600
013700 01  WS-PREVIEW-COUNT            PIC 9(06) COMP VALUE ZERO.
013800 01  WS-APPLIED-COUNT            PIC 9(06) COMP VALUE ZERO.
013900 01  WS-REJECTED-COUNT           PIC 9(06) COMP VALUE ZERO.
014000 01  WS-DIR-CHANGED-COUNT        PIC 9(06) COMP VALUE ZERO.
014100
014200 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
014300 01  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO.
014400 01  WS-MVT-ADDED                PIC 9(06) VALUE ZERO.
014500 01  WS-MVT-CHANGED              PIC 9(06) VALUE ZERO.
014600 01  WS-MVT-DELETED              PIC 9(06) VALUE ZERO.
014700 01  WS-COUNT-EOF                PIC X(01).
014800 01  WS-RECORD-TALLY             PIC 9(06) COMP VALUE ZERO.
014900
015000 01  WS-CRITERIA-LINE.
015100     05  CL-LABEL                PIC X(24).
015200     05  CL-VALUE                PIC X(40).
015300
015400 01  WS-REGISTER-DETAIL.
015500     05  RG-DIRECTORY            PIC X(14).
015600     05  FILLER                  PIC X(01) VALUE SPACE.
015700     05  RG-NUMBER               PIC X(15).
015800     05  FILLER                  PIC X(01) VALUE SPACE.
015900     05  RG-NAME                 PIC X(20).
016000     05  FILLER                  PIC X(01) VALUE SPACE.
016100     05  RG-OLD-VALUE            PIC X(03).
016200     05  FILLER                  PIC X(04) VALUE " -> ".
016300     05  RG-NEW-VALUE            PIC X(03).
016400     05  FILLER                  PIC X(01) VALUE SPACE.
016500     05  RG-NOTE                 PIC X(16).
016600
016700 PROCEDURE DIVISION.
016800
016900 0000-MAINLINE.
017000     CALL "JOBHDR" USING WS-JOB-NAME.
017100     PERFORM 0100-SIGN-ON THRU 0100-EXIT.
017200     IF NOT OPERATOR-SIGNED-ON
017300         DISPLAY "SIGN-ON FAILED - PHONMASS ENDED."
017400         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
017500             WS-END-CODE
017600         GOBACK
017700     END-IF.
017800     IF WS-OPERATOR-AUTHORITY NOT = "2"
017900         DISPLAY "PHONMASS REQUIRES SUPERVISOR AUTHORITY."
018000         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018100             WS-END-CODE
018200         GOBACK
018300     END-IF.
018400     PERFORM 1000-GET-THE-CRITERIA THRU 1000-EXIT.
018500     PERFORM 1200-GET-THE-ASSIGNMENT THRU 1200-EXIT.
018600     OPEN OUTPUT REGISTER-FILE.
018700     PERFORM 1500-WRITE-THE-RULE THRU 1500-EXIT.
018800     MOVE "P" TO WS-PASS.
018900     PERFORM 2000-PREVIEW-EVERYTHING THRU 2000-EXIT.
019000     DISPLAY "PREVIEW - " WS-PREVIEW-COUNT " RECORD(S) "
019100         "WOULD BE CHANGED - SEE phonmass.lst.".
019200     IF WS-REJECTED-COUNT NOT = ZERO
019300         DISPLAY "          " WS-REJECTED-COUNT " OF THEM WOULD "
019400             "BE REJECTED - THE NEW VALUE DOES NOT FIT."
019500     END-IF.
019600     IF WS-PREVIEW-COUNT = ZERO
019700         CLOSE REGISTER-FILE
019800         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
019900             WS-END-CODE
020000         GOBACK
020100     END-IF.
020200     PERFORM 2900-CONFIRM-APPLY THRU 2900-EXIT.
020300     IF YES-NO = "Y"
020400         WRITE REGISTER-LINE FROM SPACE
020500         MOVE "APPLY PASS:" TO REGISTER-LINE
020600         WRITE REGISTER-LINE
020700         MOVE "A" TO WS-PASS
020800         MOVE ZERO TO WS-REJECTED-COUNT
020900         PERFORM 3000-APPLY-EVERYTHING THRU 3000-EXIT
021000     ELSE
021100         DISPLAY "NOTHING APPLIED - PREVIEW ONLY."
021200     END-IF.
021300     CLOSE REGISTER-FILE.
021400     IF YES-NO = "Y"
021500         DISPLAY "PHONMASS - PREVIEWED " WS-PREVIEW-COUNT
021600             ", APPLIED " WS-APPLIED-COUNT
021700             ", REJECTED " WS-REJECTED-COUNT "."
021800         IF WS-APPLIED-COUNT + WS-REJECTED-COUNT
021900                 = WS-PREVIEW-COUNT
022000             DISPLAY "PHONMASS - COUNTS BALANCE."
022100         ELSE
022200             DISPLAY "PHONMASS - COUNTS DO NOT BALANCE - "
022300                 "REVIEW THE REGISTER."
022400             MOVE 8 TO RETURN-CODE
022500             MOVE 8 TO WS-END-CODE
022600         END-IF
022700     END-IF.
022800     IF WS-REJECTED-COUNT NOT = ZERO
022900             AND WS-END-CODE = ZERO
023000         MOVE 4 TO RETURN-CODE
023100         MOVE 4 TO WS-END-CODE
023200     END-IF.
023300     MOVE WS-APPLIED-COUNT TO WS-JOURNAL-COUNT.
023400     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
023500         WS-END-CODE.
023600     GOBACK.
023700
023800 0100-SIGN-ON.
023900     MOVE "N" TO WS-SIGNON-RESULT.
024000     MOVE ZERO TO WS-SIGNON-TRIES.
024100     PERFORM 0110-SIGN-ON-TRY THRU 0110-EXIT
024200         UNTIL OPERATOR-SIGNED-ON
024300             OR WS-SIGNON-TRIES >= 3.
024400 0100-EXIT.
024500     EXIT.
024600
024700 0110-SIGN-ON-TRY.
024800     ADD 1 TO WS-SIGNON-TRIES.
024900     DISPLAY "OPERATOR ID ? ".
025000     ACCEPT WS-OPERATOR-ID.
025100     DISPLAY "PASSWORD ? ".
025200     ACCEPT WS-OPERATOR-PASSWORD.
025300     CALL "OPERSEC" USING WS-OPERATOR-ID WS-OPERATOR-PASSWORD
025400         WS-OPERATOR-AUTHORITY WS-SIGNON-RESULT.
025500     EVALUATE WS-SIGNON-RESULT
025600         WHEN "Y"
025700             CONTINUE
025800         WHEN "M"
025900             DISPLAY "SECURITY MASTER NOT ON HAND - "
026000                 "MASS UPDATE CONTINUES WITH FULL ACCESS."
026100             MOVE "2" TO WS-OPERATOR-AUTHORITY
026200             MOVE "Y" TO WS-SIGNON-RESULT
026300         WHEN "L"
026400             DISPLAY "OPERATOR ID IS LOCKED - A SUPERVISOR"
026500                 " UNLOCKS IT IN OPERMNT."
026600         WHEN "E"
026700             DISPLAY "PASSWORD EXPIRED - CHANGE IT AT THE "
026800                 "PHONEMNU SIGN-ON OR IN OPERMNT."
026900         WHEN OTHER
027000             DISPLAY "OPERATOR ID OR PASSWORD NOT RECOGNIZED."
027100     END-EVALUATE.
027200 0110-EXIT.
027300     EXIT.
027400
027500*    AT LEAST ONE CRITERION BESIDES THE DIRECTORY IS ASKED
027600*    FOR, SO A SLIP OF THE ENTER KEY CANNOT SELECT A WHOLE
027700*    DIRECTORY.
027800 1000-GET-THE-CRITERIA.
027900     MOVE SPACE TO WS-CRITERIA.
028000     PERFORM 1100-GET-THE-DIRECTORY THRU 1100-EXIT.
028100     DISPLAY "CATEGORY (2 CHARACTERS, BLANK = ANY) ? ".
028200     ACCEPT WS-SEL-CATEGORY.
028300     MOVE FUNCTION UPPER-CASE(WS-SEL-CATEGORY)
028400         TO WS-SEL-CATEGORY.
028500     PERFORM 1110-GET-THE-AREA THRU 1110-EXIT.
028600     PERFORM 1120-GET-THE-DATES THRU 1120-EXIT.
028700     DISPLAY "ENTERED BY OPERATOR ID (BLANK = ANY) ? ".
028800     ACCEPT WS-SEL-OPERATOR.
028900     IF WS-SEL-CATEGORY = SPACE AND WS-SEL-AREA = SPACE
029000             AND WS-SEL-FROM-DATE = SPACE
029100             AND WS-SEL-TO-DATE = SPACE
029200             AND WS-SEL-OPERATOR = SPACE
029300         DISPLAY "GIVE AT LEAST ONE OF CATEGORY, AREA CODE, "
029400             "ENTRY DATE, OR OPERATOR."
029500         GO TO 1000-GET-THE-CRITERIA
029600     END-IF.
029700 1000-EXIT.
029800     EXIT.
029900
030000 1100-GET-THE-DIRECTORY.
030100     DISPLAY "DIRECTORY FILE (BLANK = EVERY REGISTERED "
030200         "DIRECTORY) ? ".
030300     ACCEPT WS-SEL-DIRECTORY.
030400     IF WS-SEL-DIRECTORY = SPACE
030500         GO TO 1100-EXIT
030600     END-IF.
030700     MOVE "D" TO WS-REG-FUNCTION.
030800     MOVE WS-SEL-DIRECTORY TO WS-REG-DIRECTORY.
030900     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
031000         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
031100         WS-REG-RESULT.
031200     IF WS-REG-RESULT NOT = "Y"
031300         DISPLAY FUNCTION TRIM(WS-SEL-DIRECTORY)
031400             " IS NOT ON THE DIRECTORY REGISTRY."
031500         GO TO 1100-GET-THE-DIRECTORY
031600     END-IF.
031700 1100-EXIT.
031800     EXIT.
031900
032000 1110-GET-THE-AREA.
032100     DISPLAY "AREA CODE (3 DIGITS, BLANK = ANY) ? ".
032200     ACCEPT WS-SEL-AREA.
032300     IF WS-SEL-AREA NOT = SPACE
032400             AND WS-SEL-AREA NOT NUMERIC
032500         DISPLAY "AREA CODE MUST BE THREE DIGITS."
032600         GO TO 1110-GET-THE-AREA
032700     END-IF.
032800 1110-EXIT.
032900     EXIT.
033000
033100 1120-GET-THE-DATES.
033200     DISPLAY "ENTERED ON OR AFTER (YYYYMMDD, BLANK = ANY) ? ".
033300     ACCEPT WS-SEL-FROM-DATE.
033400     DISPLAY "ENTERED ON OR BEFORE (YYYYMMDD, BLANK = ANY) ? ".
033500     ACCEPT WS-SEL-TO-DATE.
033600     IF (WS-SEL-FROM-DATE NOT = SPACE
033700             AND WS-SEL-FROM-DATE NOT NUMERIC)
033800         OR (WS-SEL-TO-DATE NOT = SPACE
033900             AND WS-SEL-TO-DATE NOT NUMERIC)
034000         DISPLAY "A DATE IS EIGHT DIGITS, YYYYMMDD."
034100         GO TO 1120-GET-THE-DATES
034200     END-IF.
034300     IF WS-SEL-FROM-DATE NOT = SPACE
034400             AND WS-SEL-TO-DATE NOT = SPACE
034500             AND WS-SEL-FROM-DATE > WS-SEL-TO-DATE
034600         DISPLAY "THE FIRST DATE IS AFTER THE SECOND."
034700         GO TO 1120-GET-THE-DATES
034800     END-IF.
034900 1120-EXIT.
035000     EXIT.
035100
035200 1200-GET-THE-ASSIGNMENT.
035300     DISPLAY "FIELD TO SET - C = CATEGORY, P = PRIVACY FLAG, "
035400         "K = COUNTRY CODE ? ".
035500     ACCEPT WS-SET-FIELD.
035600     MOVE FUNCTION UPPER-CASE(WS-SET-FIELD) TO WS-SET-FIELD.
035700     MOVE SPACE TO WS-SET-VALUE.
035800     EVALUATE TRUE
035900         WHEN SET-CATEGORY
036000             MOVE "CATEGORY" TO WS-FIELD-NAME
036100             PERFORM 1210-GET-NEW-CATEGORY THRU 1210-EXIT
036200         WHEN SET-PRIVACY
036300             MOVE "PRIVACY FLAG" TO WS-FIELD-NAME
036400             PERFORM 1220-GET-NEW-PRIVACY THRU 1220-EXIT
036500         WHEN SET-COUNTRY
036600             MOVE "COUNTRY CODE" TO WS-FIELD-NAME
036700             PERFORM 1230-GET-NEW-COUNTRY THRU 1230-EXIT
036800         WHEN OTHER
036900             DISPLAY "PLEASE ANSWER C, P, OR K."
037000             GO TO 1200-GET-THE-ASSIGNMENT
037100     END-EVALUATE.
037200 1200-EXIT.
037300     EXIT.
037400
037500*    THE NEW CATEGORY MUST BE ACTIVE ON catmast.dat; WITH NO
037600*    TABLE ON HAND IT IS NOT CHALLENGED, AS IN IODEMO.
037700 1210-GET-NEW-CATEGORY.
037800     DISPLAY "NEW CATEGORY (BLANK = UNCATEGORIZED) ? ".
037900     ACCEPT WS-SET-VALUE (1:2).
038000     MOVE FUNCTION UPPER-CASE(WS-SET-VALUE) TO WS-SET-VALUE.
038100     IF WS-SET-VALUE = SPACE
038200         GO TO 1210-EXIT
038300     END-IF.
038400     OPEN INPUT CATEGORY-FILE.
038500     IF WS-CAT-STATUS NOT = "00"
038600         DISPLAY "CATEGORY TABLE catmast.dat NOT ON HAND"
038700             " - THE CATEGORY WILL NOT BE CHALLENGED."
038800         GO TO 1210-EXIT
038900     END-IF.
039000     MOVE WS-SET-VALUE (1:2) TO CAT-CODE.
039100     READ CATEGORY-FILE
039200         INVALID KEY
039300             MOVE "I" TO CAT-ACTIVE-FLAG
039400     END-READ.
039500     CLOSE CATEGORY-FILE.
039600     IF NOT CAT-ACTIVE
039700         DISPLAY "CATEGORY " WS-SET-VALUE (1:2)
039800             " IS NOT AN ACTIVE CODE ON catmast.dat."
039900         GO TO 1210-GET-NEW-CATEGORY
040000     END-IF.
040100 1210-EXIT.
040200     EXIT.
040300
040400 1220-GET-NEW-PRIVACY.
040500     DISPLAY "NEW PRIVACY FLAG (Y = SUPPRESS, N = CLEAR) ? ".
040600     ACCEPT WS-SET-VALUE (1:1).
040700     EVALUATE WS-SET-VALUE (1:1)
040800         WHEN "Y"
040900         WHEN "y"
041000             MOVE "Y" TO WS-SET-VALUE
041100         WHEN "N"
041200         WHEN "n"
041300             MOVE SPACE TO WS-SET-VALUE
041400         WHEN OTHER
041500             DISPLAY "PLEASE ANSWER Y OR N."
041600             GO TO 1220-GET-NEW-PRIVACY
041700     END-EVALUATE.
041800 1220-EXIT.
041900     EXIT.
042000
042100*    WHETHER THE CODE FITS EACH NUMBER IS FOR CTRYCHK TO
042200*    SAY, RECORD BY RECORD.
042300 1230-GET-NEW-COUNTRY.
042400     DISPLAY "NEW COUNTRY CODE (1 TO 3 DIGITS) ? ".
042500     ACCEPT WS-SET-VALUE.
042600     IF WS-SET-VALUE (1:1) NOT NUMERIC
042700             OR (WS-SET-VALUE (2:1) NOT NUMERIC
042800                 AND WS-SET-VALUE (2:2) NOT = SPACE)
042900             OR (WS-SET-VALUE (3:1) NOT NUMERIC
043000                 AND WS-SET-VALUE (3:1) NOT = SPACE)
043100         DISPLAY "A COUNTRY CODE IS ONE TO THREE DIGITS."
043200         GO TO 1230-GET-NEW-COUNTRY
043300     END-IF.
043400 1230-EXIT.
043500     EXIT.
043600
043700 1500-WRITE-THE-RULE.
043800     MOVE SPACE TO REGISTER-LINE.
043900     STRING "MASS UPDATE PREVIEW - SET "     DELIMITED BY SIZE
044000         FUNCTION TRIM(WS-FIELD-NAME)        DELIMITED BY SIZE
044100         " TO '"                             DELIMITED BY SIZE
044200         WS-SET-VALUE                        DELIMITED BY SIZE
044300         "' - BY "                           DELIMITED BY SIZE
044400         WS-OPERATOR-ID                      DELIMITED BY SIZE
044500         INTO REGISTER-LINE
044600     END-STRING.
044700     WRITE REGISTER-LINE.
044800     WRITE REGISTER-LINE FROM SPACE.
044900     MOVE "DIRECTORY:" TO CL-LABEL.
045000     MOVE WS-SEL-DIRECTORY TO CL-VALUE.
045100     PERFORM 1510-WRITE-ONE-CRITERION THRU 1510-EXIT.
045200     MOVE "CATEGORY:" TO CL-LABEL.
045300     MOVE WS-SEL-CATEGORY TO CL-VALUE.
045400     PERFORM 1510-WRITE-ONE-CRITERION THRU 1510-EXIT.
045500     MOVE "AREA CODE:" TO CL-LABEL.
045600     MOVE WS-SEL-AREA TO CL-VALUE.
045700     PERFORM 1510-WRITE-ONE-CRITERION THRU 1510-EXIT.
045800     MOVE "ENTERED ON OR AFTER:" TO CL-LABEL.
045900     MOVE WS-SEL-FROM-DATE TO CL-VALUE.
046000     PERFORM 1510-WRITE-ONE-CRITERION THRU 1510-EXIT.
046100     MOVE "ENTERED ON OR BEFORE:" TO CL-LABEL.
046200     MOVE WS-SEL-TO-DATE TO CL-VALUE.
046300     PERFORM 1510-WRITE-ONE-CRITERION THRU 1510-EXIT.
046400     MOVE "ENTERED BY:" TO CL-LABEL.
046500     MOVE WS-SEL-OPERATOR TO CL-VALUE.
046600     PERFORM 1510-WRITE-ONE-CRITERION THRU 1510-EXIT.
046700     WRITE REGISTER-LINE FROM SPACE.
046800 1500-EXIT.
046900     EXIT.
047000
047100 1510-WRITE-ONE-CRITERION.
047200     IF CL-VALUE = SPACE
047300         MOVE "(ANY)" TO CL-VALUE
047400     END-IF.
047500     WRITE REGISTER-LINE FROM WS-CRITERIA-LINE.
047600 1510-EXIT.
047700     EXIT.
047800
047900 2000-PREVIEW-EVERYTHING.
048000     MOVE 1 TO WS-REG-DIGIT.
048100     PERFORM 2100-PREVIEW-ONE-DIR THRU 2100-EXIT
048200         UNTIL WS-REG-DIGIT > 9.
048300 2000-EXIT.
048400     EXIT.
048500
048600 2100-PREVIEW-ONE-DIR.
048700     MOVE "C" TO WS-REG-FUNCTION.
048800     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
048900     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
049000         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
049100         WS-REG-RESULT.
049200     IF WS-REG-RESULT NOT = "Y"
049300         GO TO 2100-NEXT-CHOICE
049400     END-IF.
049500     IF WS-SEL-DIRECTORY NOT = SPACE
049600             AND WS-SEL-DIRECTORY NOT = WS-REG-DIRECTORY
049700         GO TO 2100-NEXT-CHOICE
049800     END-IF.
049900     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
050000     MOVE "N" TO WS-BOOK-EOF.
050100     OPEN INPUT PHONE-BOOK.
050200     IF WS-PHONE-STATUS NOT = "00"
050300         GO TO 2100-NEXT-CHOICE
050400     END-IF.
050500     READ PHONE-BOOK NEXT RECORD
050600         AT END MOVE "Y" TO WS-BOOK-EOF
050700     END-READ.
050800     PERFORM 2200-PREVIEW-NEXT THRU 2200-EXIT
050900         UNTIL WS-BOOK-EOF = "Y".
051000     CLOSE PHONE-BOOK.
051100 2100-NEXT-CHOICE.
051200     ADD 1 TO WS-REG-DIGIT.
051300 2100-EXIT.
051400     EXIT.
051500
051600 2200-PREVIEW-NEXT.
051700     PERFORM 4000-CHECK-THE-CRITERIA THRU 4000-EXIT.
051800     IF WS-RULE-MATCH = "Y"
051900         ADD 1 TO WS-PREVIEW-COUNT
052000         PERFORM 4200-CHECK-THE-FIT THRU 4200-EXIT
052100         PERFORM 4300-FILL-THE-DETAIL THRU 4300-EXIT
052200         IF NEW-VALUE-FITS
052300             MOVE "PREVIEW" TO RG-NOTE
052400         ELSE
052500             ADD 1 TO WS-REJECTED-COUNT
052600             MOVE "WILL BE REJECTED" TO RG-NOTE
052700         END-IF
052800         WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
052900     END-IF.
053000     READ PHONE-BOOK NEXT RECORD
053100         AT END MOVE "Y" TO WS-BOOK-EOF
053200     END-READ.
053300 2200-EXIT.
053400     EXIT.
053500
053600 2900-CONFIRM-APPLY.
053700     DISPLAY "APPLY THE MASS UPDATE NOW (Y/N) ? ".
053800     ACCEPT YES-NO.
053900     IF YES-NO = "y"
054000         MOVE "Y" TO YES-NO
054100     END-IF.
054200     IF YES-NO = "n"
054300         MOVE "N" TO YES-NO
054400     END-IF.
054500     IF YES-NO NOT = "Y" AND YES-NO NOT = "N"
054600         DISPLAY "PLEASE ANSWER Y OR N."
054700         GO TO 2900-CONFIRM-APPLY
054800     END-IF.
054900 2900-EXIT.
055000     EXIT.
055100
055200 3000-APPLY-EVERYTHING.
055300     MOVE 1 TO WS-REG-DIGIT.
055400     PERFORM 3100-APPLY-ONE-DIR THRU 3100-EXIT
055500         UNTIL WS-REG-DIGIT > 9.
055600 3000-EXIT.
055700     EXIT.
055800
055900*    NO KEY CHANGES, SO EACH RECORD IS REWRITTEN IN PLACE
056000*    UNDER THE SEQUENTIAL SCAN. THE CRITERIA ARE TESTED
056100*    AGAIN WITH THE LOCK HELD - THE PREVIEW MAY BE STALE.
056200 3100-APPLY-ONE-DIR.
056300     MOVE "C" TO WS-REG-FUNCTION.
056400     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
056500     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
056600         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
056700         WS-REG-RESULT.
056800     IF WS-REG-RESULT NOT = "Y"
056900         GO TO 3100-NEXT-CHOICE
057000     END-IF.
057100     IF WS-SEL-DIRECTORY NOT = SPACE
057200             AND WS-SEL-DIRECTORY NOT = WS-REG-DIRECTORY
057300         GO TO 3100-NEXT-CHOICE
057400     END-IF.
057500     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
057600     MOVE "L" TO WS-LOCK-FUNCTION.
057700     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
057800     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
057900         WS-LOCK-FUNCTION WS-LOCK-RESULT.
058000     IF WS-LOCK-RESULT = "N"
058100         DISPLAY "DIRECTORY "
058200             FUNCTION TRIM(WS-DIRECTORY-FILE)
058300             " IN USE BY " WS-LOCK-HOLDER " - SKIPPED."
058400         MOVE 8 TO RETURN-CODE
058500         MOVE 8 TO WS-END-CODE
058600         GO TO 3100-NEXT-CHOICE
058700     END-IF.
058800     OPEN I-O PHONE-BOOK.
058900     IF WS-PHONE-STATUS NOT = "00"
059000         PERFORM 3900-RELEASE-LOCK THRU 3900-EXIT
059100         GO TO 3100-NEXT-CHOICE
059200     END-IF.
059300     PERFORM 7000-COUNT-PHONE-RECORDS THRU 7000-EXIT.
059400     MOVE WS-RECORD-TALLY TO WS-OPEN-COUNT.
059500     MOVE ZERO TO WS-DIR-CHANGED-COUNT.
059600     MOVE "N" TO WS-BOOK-EOF.
059700     MOVE LOW-VALUES TO PHONE-NUMBER.
059800     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
059900         INVALID KEY
060000             MOVE "Y" TO WS-BOOK-EOF
060100     END-START.
060200     PERFORM 3200-APPLY-NEXT THRU 3200-EXIT
060300         UNTIL WS-BOOK-EOF = "Y".
060400     PERFORM 7000-COUNT-PHONE-RECORDS THRU 7000-EXIT.
060500     MOVE WS-RECORD-TALLY TO WS-CLOSE-COUNT.
060600     MOVE WS-DIR-CHANGED-COUNT TO WS-MVT-CHANGED.
060700     CALL "MVTLOG" USING WS-JOB-NAME WS-DIRECTORY-FILE
060800         WS-OPEN-COUNT WS-MVT-ADDED WS-MVT-CHANGED
060900         WS-MVT-DELETED WS-CLOSE-COUNT.
061000     CLOSE PHONE-BOOK.
061100     PERFORM 3900-RELEASE-LOCK THRU 3900-EXIT.
061200 3100-NEXT-CHOICE.
061300     ADD 1 TO WS-REG-DIGIT.
061400 3100-EXIT.
061500     EXIT.
061600
061700 3200-APPLY-NEXT.
061800     READ PHONE-BOOK NEXT RECORD
061900         AT END
062000             MOVE "Y" TO WS-BOOK-EOF
062100             GO TO 3200-EXIT
062200     END-READ.
062300     PERFORM 4000-CHECK-THE-CRITERIA THRU 4000-EXIT.
062400     IF WS-RULE-MATCH NOT = "Y"
062500         GO TO 3200-EXIT
062600     END-IF.
062700     PERFORM 4200-CHECK-THE-FIT THRU 4200-EXIT.
062800     PERFORM 4300-FILL-THE-DETAIL THRU 4300-EXIT.
062900     IF NOT NEW-VALUE-FITS
063000         ADD 1 TO WS-REJECTED-COUNT
063100         MOVE "REJECTED" TO RG-NOTE
063200         WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
063300         GO TO 3200-EXIT
063400     END-IF.
063500     MOVE PHONE-RECORD TO WS-OLD-RECORD.
063600     EVALUATE TRUE
063700         WHEN SET-CATEGORY
063800             MOVE WS-SET-VALUE (1:2) TO PHONE-CATEGORY
063900         WHEN SET-PRIVACY
064000             MOVE WS-SET-VALUE (1:1) TO PHONE-PRIVACY-FLAG
064100         WHEN SET-COUNTRY
064200             MOVE WS-SET-VALUE TO PHONE-COUNTRY-CODE
064300     END-EVALUATE.
064400     MOVE WS-OPERATOR-ID TO PHONE-OPERATOR-ID.
064500     REWRITE PHONE-RECORD.
064600     IF WS-PHONE-STATUS NOT = "00"
064700         MOVE "REWRITE FAIL" TO RG-NOTE
064800         WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
064900         MOVE 8 TO RETURN-CODE
065000         MOVE 8 TO WS-END-CODE
065100         GO TO 3200-EXIT
065200     END-IF.
065300     ADD 1 TO WS-APPLIED-COUNT.
065400     ADD 1 TO WS-DIR-CHANGED-COUNT.
065500     MOVE PHONE-RECORD TO WS-NEW-RECORD.
065600     PERFORM 5000-LOG-CHANGE THRU 5000-EXIT.
065700     MOVE "APPLIED" TO RG-NOTE.
065800     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
065900 3200-EXIT.
066000     EXIT.
066100
066200*    A RECORD MATCHES WHEN IT MEETS EVERY CRITERION GIVEN
066300*    AND THE ASSIGNMENT WOULD ACTUALLY CHANGE IT.
066400 4000-CHECK-THE-CRITERIA.
066500     MOVE "N" TO WS-RULE-MATCH.
066600     IF WS-SEL-CATEGORY NOT = SPACE
066700             AND PHONE-CATEGORY NOT = WS-SEL-CATEGORY
066800         GO TO 4000-EXIT
066900     END-IF.
067000     IF WS-SEL-OPERATOR NOT = SPACE
067100             AND PHONE-OPERATOR-ID NOT = WS-SEL-OPERATOR
067200         GO TO 4000-EXIT
067300     END-IF.
067400     IF WS-SEL-FROM-DATE NOT = SPACE
067500             AND (PHONE-ENTRY-DATE NOT NUMERIC
067600                 OR PHONE-ENTRY-DATE < WS-SEL-FROM-DATE)
067700         GO TO 4000-EXIT
067800     END-IF.
067900     IF WS-SEL-TO-DATE NOT = SPACE
068000             AND (PHONE-ENTRY-DATE NOT NUMERIC
068100                 OR PHONE-ENTRY-DATE > WS-SEL-TO-DATE)
068200         GO TO 4000-EXIT
068300     END-IF.
068400     IF WS-SEL-AREA NOT = SPACE
068500         IF PHONE-NUMBER (1:3) NOT = WS-SEL-AREA
068600             GO TO 4000-EXIT
068700         END-IF
068800         CALL "CTRYCHK" USING PHONE-COUNTRY-CODE PHONE-NUMBER
068900             WS-CTRY-VALID WS-CTRY-NANP
069000         IF WS-CTRY-NANP NOT = "Y"
069100             GO TO 4000-EXIT
069200         END-IF
069300     END-IF.
069400     PERFORM 4100-GET-OLD-VALUE THRU 4100-EXIT.
069500     IF WS-OLD-VALUE = WS-SET-VALUE
069600         GO TO 4000-EXIT
069700     END-IF.
069800*    A BLANK COUNTRY CODE ALREADY MEANS NORTH AMERICA.
069900     IF SET-COUNTRY AND WS-SET-VALUE = "1"
070000             AND WS-OLD-VALUE = SPACE
070100         GO TO 4000-EXIT
070200     END-IF.
070300     MOVE "Y" TO WS-RULE-MATCH.
070400 4000-EXIT.
070500     EXIT.
070600
070700 4100-GET-OLD-VALUE.
070800     MOVE SPACE TO WS-OLD-VALUE.
070900     EVALUATE TRUE
071000         WHEN SET-CATEGORY
071100             MOVE PHONE-CATEGORY TO WS-OLD-VALUE
071200         WHEN SET-PRIVACY
071300             MOVE PHONE-PRIVACY-FLAG TO WS-OLD-VALUE
071400         WHEN SET-COUNTRY
071500             MOVE PHONE-COUNTRY-CODE TO WS-OLD-VALUE
071600     END-EVALUATE.
071700 4100-EXIT.
071800     EXIT.
071900
072000*    ONLY A COUNTRY CODE CAN FAIL TO FIT: THE NUMBER'S LENGTH
072100*    MUST SUIT THE NEW COUNTRY ON THE ctryrule.dat TABLE.
072200 4200-CHECK-THE-FIT.
072300     MOVE "Y" TO WS-FIT-RESULT.
072400     IF NOT SET-COUNTRY
072500         GO TO 4200-EXIT
072600     END-IF.
072700     CALL "CTRYCHK" USING WS-SET-VALUE PHONE-NUMBER
072800         WS-CTRY-VALID WS-CTRY-NANP.
072900     IF WS-CTRY-VALID NOT = "Y"
073000         MOVE "N" TO WS-FIT-RESULT
073100     END-IF.
073200 4200-EXIT.
073300     EXIT.
073400
073500 4300-FILL-THE-DETAIL.
073600     MOVE SPACE             TO WS-REGISTER-DETAIL.
073700     MOVE WS-DIRECTORY-FILE TO RG-DIRECTORY.
073800     MOVE PHONE-NUMBER      TO RG-NUMBER.
073900     STRING FUNCTION TRIM(PHONE-LAST-NAME) ", "
074000         FUNCTION TRIM(PHONE-FIRST-NAME)
074100         DELIMITED BY SIZE INTO RG-NAME
074200     END-STRING.
074300     MOVE WS-OLD-VALUE      TO RG-OLD-VALUE.
074400     MOVE WS-SET-VALUE      TO RG-NEW-VALUE.
074500 4300-EXIT.
074600     EXIT.
074700
074800 5000-LOG-CHANGE.
074900     ACCEPT CH-DATE FROM DATE YYYYMMDD.
075000     ACCEPT CH-TIME FROM TIME.
075100     MOVE WS-OPERATOR-ID    TO CH-OPERATOR-ID.
075200     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
075300     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
075400     MOVE WS-NEW-RECORD     TO CH-NEW-VALUES.
075500     MOVE "03"              TO CH-IMAGE-VERSION.
075600     OPEN EXTEND CHANGE-HISTORY-FILE.
075700     IF WS-CHG-STATUS NOT = "00" AND WS-CHG-STATUS NOT = "05"
075800         OPEN OUTPUT CHANGE-HISTORY-FILE
075900     END-IF.
076000     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
076100         WS-SEAL-CHECK WS-SEAL-RESULT.
076200     WRITE CHANGE-HISTORY-RECORD.
076300     CLOSE CHANGE-HISTORY-FILE.
076400 5000-EXIT.
076500     EXIT.
076600
076700 3900-RELEASE-LOCK.
076800     MOVE "U" TO WS-LOCK-FUNCTION.
076900     MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
077000     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
077100         WS-LOCK-FUNCTION WS-LOCK-RESULT.
077200 3900-EXIT.
077300     EXIT.
077400
077500 7000-COUNT-PHONE-RECORDS.
077600     MOVE ZERO TO WS-RECORD-TALLY.
077700     MOVE LOW-VALUES TO PHONE-NUMBER.
077800     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
077900         INVALID KEY
078000             MOVE "Y" TO WS-COUNT-EOF
078100         NOT INVALID KEY
078200             MOVE "N" TO WS-COUNT-EOF
078300     END-START.
078400     PERFORM 7100-COUNT-NEXT THRU 7100-EXIT
078500         UNTIL WS-COUNT-EOF = "Y".
078600 7000-EXIT.
078700     EXIT.
078800
078900 7100-COUNT-NEXT.
079000     READ PHONE-BOOK NEXT RECORD
079100         AT END
079200             MOVE "Y" TO WS-COUNT-EOF
079300         NOT AT END
079400             ADD 1 TO WS-RECORD-TALLY
079500     END-READ.
079600 7100-EXIT.
079700     EXIT.
