001800*       EXCEPTION REGISTER GROUPED BY REASON TO THE
001900*       MATCHING .lst. PHONWOFF WORKS THE LIST OFF ONE
002000*       RECORD AT A TIME, CHECKING ITEMS OFF AS FIXED.
002016*       THE SWEEP CHECKPOINTS ITS POSITION ON phonswpv.ckp
002032*       (OR PREFIX + "swpv.ckp"); A RERUN AFTER AN ABEND
002048*       RESUMES AFTER THE LAST RECORD DONE UNLESS THE SECOND
002064*       RUN PARAMETER IS FRESH, AND THE REGISTER THEN SPLITS
002080*       THE COUNTS BETWEEN THE ATTEMPTS.
002100*----------------------------------------------------------
002200* MOD LOG:
002300*  SEP 2026  DCG  ORIGINAL PROGRAM.
002325*  OCT 2026  DCG  EACH WORKLIST ITEM NOW CARRIES THE DATE
002350*                 THE SWEEP FOUND IT (WL-FOUND-DATE) SO THE
002375*                 PHONINBX WORK INBOX CAN AGE IT.
002378*  OCT 2026  DCG  THE SWEEP NOW CHECKPOINTS ITS POSITION
002381*                 (DIRECTORY AND LAST KEY DONE) ON phonswpv.ckp
002384*                 (OR PREFIX + "swpv.ckp"). A RERUN AFTER AN
002387*                 ABEND RESUMES AFTER THE LAST RECORD DONE,
002390*                 KEEPING THE WORKLIST IT HAD WRITTEN (SECOND
002393*                 RUN PARAMETER FRESH STARTS OVER), AND THE
002396*                 REGISTER SHOWS WHAT EACH ATTEMPT DID.
002407*  OCT 2026  DCG  THE RULE SET NOW FOLLOWS THE DIRECTORY'S
002418*                 dirreg.dat PROFILE (DIRREG "P", DIRPROF):
002429*                 COUNTRY, AREA AND CATEGORY CHECKS RUN ONLY
002440*                 WHERE IT SAYS, AND A MISSING MANDATORY
002451*                 CATEGORY (CR), AN EXTENSION AGAINST POLICY
002462*                 (XP) OR A MISSING phonaddr.dat ADDRESS (AR)
002473*                 IS LISTED.
002484*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CAT-CODE
004900         FILE STATUS IS WS-CAT-STATUS.
004912
004924     SELECT OPTIONAL ADDRESS-FILE
004936         ASSIGN TO "phonaddr.dat"
004948         ORGANIZATION IS INDEXED
004960         ACCESS MODE IS RANDOM
004972         RECORD KEY IS ADR-PHONE-NUMBER
004984         FILE STATUS IS WS-ADDR-STATUS.
005000
005100     SELECT OPTIONAL WORKLIST-FILE
005200         ASSIGN TO WS-WORKLIST-FILE-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL.
005400
005500     SELECT REGISTER-FILE
005600         ASSIGN TO WS-REGISTER-FILE-NAME
005700         ORGANIZATION IS LINE SEQUENTIAL.
005716
005732     SELECT OPTIONAL CHECKPOINT-FILE
005748         ASSIGN TO WS-CKPT-FILE-NAME
005764         ORGANIZATION IS LINE SEQUENTIAL
005780         FILE STATUS IS WS-CKPT-STATUS.
005800
005900 DATA DIVISION.
006000 FILE SECTION.
006600
006700 FD  CATEGORY-FILE.
006800     COPY CATREC.
006825
006850 FD  ADDRESS-FILE.
006875     COPY PHONADDR.
006900
007000 FD  WORKLIST-FILE.
007100 01  WORKLIST-RECORD.
007300     05  WL-NUMBER               PIC X(15).
007400     05  WL-REASON               PIC X(02).
007500     05  WL-DIRECTORY            PIC X(20).
007550     05  WL-FOUND-DATE           PIC X(08).
007600
007700 FD  REGISTER-FILE.
007800 01  REGISTER-LINE               PIC X(80).
007825
007850 FD  CHECKPOINT-FILE.
007875     COPY SWPCKPT.
007900
008000 WORKING-STORAGE SECTION.
008100
008600 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008700 01  WS-AREA-STATUS              PIC X(02) VALUE "00".
008800 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
008850 01  WS-CKPT-STATUS              PIC X(02) VALUE "00".
008875 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
008900
009000 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
009100 01  WS-RUN-PARM                 PIC X(20).
009133 01  WS-RUN-LINE                 PIC X(40).
009166 01  WS-RUN-OPTION               PIC X(08).
009200 01  WS-WORKLIST-FILE-NAME       PIC X(20)
009300                                 VALUE "phonswpv.dat".
009400 01  WS-REGISTER-FILE-NAME       PIC X(20)
009500                                 VALUE "phonswpv.lst".
009516 01  WS-CKPT-FILE-NAME           PIC X(20)
009532                                 VALUE "phonswpv.ckp".
009550 01  WS-SWEEP-DATE               PIC X(08).
009600 01  WS-REG-FUNCTION             PIC X(01).
009700 01  WS-REG-CHOICE               PIC X(01).
009800 01  WS-REG-DIRECTORY            PIC X(20).
011100     88  CATEGORY-TABLE-ON-HAND          VALUE "Y".
011200 01  WS-CAT-MATCH-SWITCH         PIC X(01).
011300     88  CATEGORY-CODE-OK                VALUE "Y".
011320 01  WS-ADDR-FILE-SWITCH         PIC X(01) VALUE "N".
011340     88  ADDRESS-FILE-ON-HAND            VALUE "Y".
011360*    THE DIRECTORY'S VALIDATION PROFILE.
011380     COPY DIRPROF.
011400
011500 01  WS-ENTRY-OK                 PIC X(01).
011600 01  WS-REJECT-REASON            PIC X(02).
012500
012600 01  WS-CHECKED-COUNT            PIC 9(06) COMP VALUE ZERO.
012700 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE ZERO.
012704
012708*    RESTART CONTROL. A SWEEP THAT DIED PART WAY RESUMES
012712*    AFTER THE LAST KEY ITS CHECKPOINT RECORDS; THE COUNTS
012716*    OF THE EARLIER ATTEMPT(S) ARE CARRIED SEPARATELY.
012720 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
012724     88  RESTARTED-RUN                   VALUE "Y".
012728 01  WS-RESUME-KEY               PIC X(15) VALUE SPACE.
012732 01  WS-CKPT-STATE               PIC X(01).
012736 01  WS-CKPT-KEY                 PIC X(15) VALUE SPACE.
012740 01  WS-SINCE-CHECKPOINT         PIC 9(04) COMP VALUE ZERO.
012744 01  WS-ATTEMPT                  PIC 9(02) VALUE ZERO.
012748 01  WS-EARLIER-ATTEMPTS         PIC 9(02) VALUE ZERO.
012752 01  WS-ATTEMPT-LABEL            PIC X(17).
012756 01  WS-FIRST-DATE               PIC X(08).
012760 01  WS-FIRST-TIME               PIC X(08).
012764 01  WS-EARLIER-CHECKED          PIC 9(06) VALUE ZERO.
012768 01  WS-EARLIER-FAILED           PIC 9(06) VALUE ZERO.
012772 01  WS-TOTAL-COUNT              PIC 9(06) VALUE ZERO.
012776 01  WS-EDIT-CHECKED             PIC ZZZ,ZZ9.
012780 01  WS-EDIT-FAILED              PIC ZZZ,ZZ9.
012784 01  WS-RELOAD-EOF               PIC X(01).
012800
012900 01  WS-FAIL-TABLE.
013000     05  WS-FAIL-USED            PIC 9(04) COMP VALUE ZERO.
015400 0000-MAINLINE.
015500     CALL "JOBHDR" USING WS-JOB-NAME.
015600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
015650     PERFORM 1700-START-CHECKPOINT THRU 1700-EXIT.
015700     IF NOT END-OF-PHONE-BOOK
015800         READ PHONE-BOOK NEXT RECORD
015900             AT END MOVE "Y" TO WS-BOOK-EOF
015933         END-READ
015966     END-IF.
016000     PERFORM 2000-SWEEP-NEXT THRU 2000-EXIT
016100         UNTIL END-OF-PHONE-BOOK.
016200     CLOSE PHONE-BOOK.
016300     CLOSE WORKLIST-FILE.
016312     IF ADDRESS-FILE-ON-HAND
016324         CLOSE ADDRESS-FILE
016336     END-IF.
016350     PERFORM 1900-FINISH-CHECKPOINT THRU 1900-EXIT.
016400     PERFORM 5000-PRINT-REGISTER THRU 5000-EXIT.
016500     DISPLAY "PHONSWPV - " WS-CHECKED-COUNT " RECORD(S) "
016600         "CHECKED, " WS-FAILED-COUNT " WOULD BE REJECTED "
016700         "TODAY - WORKLIST ON "
016800         FUNCTION TRIM(WS-WORKLIST-FILE-NAME) ".".
016816     IF RESTARTED-RUN
016832         DISPLAY "PHONSWPV - RESUMED RUN; THE INTERRUPTED RUN "
016848             "CHECKED " WS-EARLIER-CHECKED ", FAILED "
016864             WS-EARLIER-FAILED "."
016880     END-IF.
016900     IF WS-FAILED-COUNT NOT = ZERO
016950             OR WS-EARLIER-FAILED NOT = ZERO
017000         MOVE 4 TO RETURN-CODE
017100         MOVE 4 TO WS-END-CODE
017200     END-IF.
017600     GOBACK.
017700
017800 1000-OPEN-FILES.
017850     ACCEPT WS-SWEEP-DATE FROM DATE YYYYMMDD.
017900     MOVE SPACE TO WS-RUN-PARM.
018000     MOVE SPACE TO WS-RUN-LINE WS-RUN-OPTION.
018016     ACCEPT WS-RUN-LINE FROM COMMAND-LINE.
018032     UNSTRING WS-RUN-LINE DELIMITED BY ALL SPACE
018048         INTO WS-RUN-PARM WS-RUN-OPTION
018064     END-UNSTRING.
018080     MOVE FUNCTION UPPER-CASE(WS-RUN-OPTION) TO WS-RUN-OPTION.
018100     IF WS-RUN-PARM NOT = SPACE
018200         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
018300     END-IF.
020000                 "swpv.lst"                 DELIMITED BY SIZE
020100                 INTO WS-REGISTER-FILE-NAME
020200             END-STRING
020214             MOVE SPACE TO WS-CKPT-FILE-NAME
020228             STRING FUNCTION TRIM(WS-REG-PREFIX)
020242                                            DELIMITED BY SIZE
020256                 "swpv.ckp"                 DELIMITED BY SIZE
020270                 INTO WS-CKPT-FILE-NAME
020284             END-STRING
020300         END-IF
020400     END-IF.
020450     PERFORM 1100-LOAD-PROFILE THRU 1100-EXIT.
020500     OPEN INPUT PHONE-BOOK.
020600     IF WS-PHONE-STATUS NOT = "00"
020700         DISPLAY "UNABLE TO OPEN "
021300             WS-END-CODE
021400         GOBACK
021500     END-IF.
021600     PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT.
021608     IF RESTARTED-RUN
021616         PERFORM 1600-RELOAD-FAILURES THRU 1600-EXIT
021624         OPEN EXTEND WORKLIST-FILE
021632         MOVE WS-RESUME-KEY TO PHONE-NUMBER
021640         START PHONE-BOOK KEY IS GREATER THAN PHONE-NUMBER
021648             INVALID KEY
021656                 MOVE "Y" TO WS-BOOK-EOF
021664         END-START
021672     ELSE
021680         OPEN OUTPUT WORKLIST-FILE
021688     END-IF.
021700     MOVE "N" TO WS-AREA-FILE-SWITCH.
021800     OPEN INPUT AREA-CODE-FILE.
021900     IF WS-AREA-STATUS = "00"
022400     IF WS-CAT-STATUS = "00"
022500         MOVE "Y" TO WS-CAT-FILE-SWITCH
022600     END-IF.
022612     MOVE "N" TO WS-ADDR-FILE-SWITCH.
022624     IF DP-ADDRESS-REQUIRED
022636         OPEN INPUT ADDRESS-FILE
022648         IF WS-ADDR-STATUS = "00"
022660             MOVE "Y" TO WS-ADDR-FILE-SWITCH
022672         END-IF
022684     END-IF.
022700 1000-EXIT.
022706     EXIT.
022712
022718*    THE PROFILE SAYS WHICH CHECKS APPLY TO THIS DIRECTORY
022724*    AND WHICH FIELDS IT INSISTS ON; A DIRECTORY NOT ON THE
022730*    REGISTRY GETS THE DEFAULT - EVERY CHECK, NOTHING EXTRA.
022736 1100-LOAD-PROFILE.
022742     MOVE "P" TO WS-REG-FUNCTION.
022748     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
022754     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
022760         WS-REG-DIRECTORY WS-REG-PREFIX DIRECTORY-PROFILE
022766         WS-REG-RESULT.
022772 1100-EXIT.
022778     EXIT.
022784
022802*    AN UNFINISHED CHECKPOINT FOR THIS DIRECTORY MEANS THE
022803*    LAST SWEEP DIED PART WAY. THE RERUN RESUMES AFTER THE
022804*    LAST RECORD IT FINISHED UNLESS THE OPTION IS FRESH.
022805 1500-READ-CHECKPOINT.
022806     OPEN INPUT CHECKPOINT-FILE.
022807     IF WS-CKPT-STATUS NOT = "00"
022808         GO TO 1500-EXIT
022809     END-IF.
022810     READ CHECKPOINT-FILE
022811         AT END
022812             MOVE "C" TO SK-STATE
022813     END-READ.
022814     CLOSE CHECKPOINT-FILE.
022815     IF NOT SK-IN-FLIGHT
022816         GO TO 1500-EXIT
022817     END-IF.
022818     IF SK-DIRECTORY NOT = WS-DIRECTORY-FILE
022819         DISPLAY "CHECKPOINT ON " FUNCTION TRIM(WS-CKPT-FILE-NAME)
022820             " IS FOR " FUNCTION TRIM(SK-DIRECTORY)
022821             " - NOT USED."
022822         GO TO 1500-EXIT
022823     END-IF.
022824     DISPLAY "AN INTERRUPTED SWEEP IS ON FILE - STARTED "
022825         SK-FIRST-DATE " " SK-FIRST-TIME (1:6) ", STOPPED "
022826         "AFTER " SK-LAST-KEY.
022827     IF WS-RUN-OPTION = "FRESH"
022828         DISPLAY "RUN OPTION FRESH - STARTING OVER."
022829         GO TO 1500-EXIT
022830     END-IF.
022831     DISPLAY "RESTART - " SK-COUNT (1) " RECORD(S) ALREADY "
022832         "CHECKED WILL BE SKIPPED.".
022833     MOVE "Y" TO WS-RESTART-SWITCH.
022834     MOVE SK-LAST-KEY    TO WS-RESUME-KEY WS-CKPT-KEY.
022835     MOVE SK-ATTEMPT     TO WS-ATTEMPT WS-EARLIER-ATTEMPTS.
022836     MOVE SK-FIRST-DATE  TO WS-FIRST-DATE.
022837     MOVE SK-FIRST-TIME  TO WS-FIRST-TIME.
022838     MOVE SK-COUNT (1)   TO WS-EARLIER-CHECKED.
022839     MOVE SK-COUNT (2)   TO WS-EARLIER-FAILED.
022840 1500-EXIT.
022841     EXIT.
022842
022843*    THE REGISTER IS PRINTED WHOLE AT THE END, SO THE ITEMS
022844*    THE INTERRUPTED SWEEP ALREADY PUT ON THE WORKLIST GO BACK
022845*    INTO THE FAILURE TABLE, WITH THEIR NAMES FROM THE FILE.
022846 1600-RELOAD-FAILURES.
022847     MOVE "N" TO WS-RELOAD-EOF.
022848     OPEN INPUT WORKLIST-FILE.
022849     PERFORM 1610-RELOAD-NEXT THRU 1610-EXIT
022850         UNTIL WS-RELOAD-EOF = "Y".
022851     CLOSE WORKLIST-FILE.
022852 1600-EXIT.
022853     EXIT.
022854
022855 1610-RELOAD-NEXT.
022856     READ WORKLIST-FILE
022857         AT END
022858             MOVE "Y" TO WS-RELOAD-EOF
022859             GO TO 1610-EXIT
022860     END-READ.
022861     MOVE WL-NUMBER TO PHONE-NUMBER.
022862     START PHONE-BOOK KEY IS EQUAL TO PHONE-NUMBER
022863         INVALID KEY
022864             MOVE SPACE TO PHONE-LAST-NAME
022865         NOT INVALID KEY
022866             READ PHONE-BOOK NEXT RECORD
022867                 AT END
022868                     MOVE SPACE TO PHONE-LAST-NAME
022869             END-READ
022870     END-START.
022871     MOVE WL-NUMBER TO PHONE-NUMBER.
022872     MOVE WL-REASON TO WS-REJECT-REASON.
022873     PERFORM 4000-NOTE-FAILURE THRU 4000-EXIT.
022874 1610-EXIT.
022875     EXIT.
022876
022877 1700-START-CHECKPOINT.
022878     IF NOT RESTARTED-RUN
022879         MOVE WS-SWEEP-DATE TO WS-FIRST-DATE
022880         ACCEPT WS-FIRST-TIME FROM TIME
022881     END-IF.
022882     ADD 1 TO WS-ATTEMPT.
022883     MOVE "R" TO WS-CKPT-STATE.
022884     PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT.
022885 1700-EXIT.
022886     EXIT.
022887
022888*    THE CHECKPOINT CARRIES THE POSITION AND THE COUNTS OVER
022889*    EVERY ATTEMPT SO FAR. IT IS REWRITTEN AFTER EVERY RECORD
022890*    PUT ON THE WORKLIST AND EVERY 500 RECORDS CHECKED;
022891*    RECORDS CHECKED SINCE THE LAST ONE ARE CHECKED AGAIN.
022892 1800-WRITE-CHECKPOINT.
022893     OPEN OUTPUT CHECKPOINT-FILE.
022894     MOVE SPACE TO SWEEP-CHECKPOINT-RECORD.
022895     MOVE WS-CKPT-STATE     TO SK-STATE.
022896     MOVE WS-ATTEMPT        TO SK-ATTEMPT.
022897     MOVE WS-FIRST-DATE     TO SK-FIRST-DATE.
022898     MOVE WS-FIRST-TIME     TO SK-FIRST-TIME.
022899     MOVE WS-JOB-NAME       TO SK-OPERATOR-ID.
022900     MOVE ZERO              TO SK-REG-DIGIT.
022901     MOVE WS-DIRECTORY-FILE TO SK-DIRECTORY.
022902     MOVE "P"               TO SK-DIR-STATE.
022903     MOVE WS-CKPT-KEY       TO SK-LAST-KEY.
022904     ADD WS-EARLIER-CHECKED WS-CHECKED-COUNT
022905         GIVING SK-COUNT (1).
022906     ADD WS-EARLIER-FAILED WS-FAILED-COUNT
022907         GIVING SK-COUNT (2).
022908     MOVE ZERO TO SK-COUNT (3) SK-COUNT (4).
022909     WRITE SWEEP-CHECKPOINT-RECORD.
022910     CLOSE CHECKPOINT-FILE.
022911     MOVE ZERO TO WS-SINCE-CHECKPOINT.
022912 1800-EXIT.
022913     EXIT.
022914
022915 1900-FINISH-CHECKPOINT.
022916     MOVE "C" TO WS-CKPT-STATE.
022917     PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT.
022918 1900-EXIT.
022919     EXIT.
022920
023000 2000-SWEEP-NEXT.
023100     ADD 1 TO WS-CHECKED-COUNT.
023200     PERFORM 3000-VALIDATE-FIELDS THRU 3000-EXIT.
023700         MOVE PHONE-NUMBER      TO WL-NUMBER
023800         MOVE WS-REJECT-REASON  TO WL-REASON
023900         MOVE WS-DIRECTORY-FILE TO WL-DIRECTORY
023950         MOVE WS-SWEEP-DATE     TO WL-FOUND-DATE
024000         WRITE WORKLIST-RECORD
024100         PERFORM 4000-NOTE-FAILURE THRU 4000-EXIT
024150         MOVE 500 TO WS-SINCE-CHECKPOINT
024200     END-IF.
024214     ADD 1 TO WS-SINCE-CHECKPOINT.
024228     IF WS-SINCE-CHECKPOINT >= 500
024242         MOVE PHONE-NUMBER TO WS-CKPT-KEY
024256         MOVE "R" TO WS-CKPT-STATE
024270         PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT
024284     END-IF.
024300     READ PHONE-BOOK NEXT RECORD
024400         AT END MOVE "Y" TO WS-BOOK-EOF
024500     END-READ.
024700     EXIT.
024800
024900*    THE SAME RULE SET AS IOBATCH'S 2100-VALIDATE-FIELDS,
025000*    UNDER THE DIRECTORY'S PROFILE, RUN AGAINST WHAT IS
025050*    ALREADY ON FILE.
025100 3000-VALIDATE-FIELDS.
025200     MOVE "Y" TO WS-ENTRY-OK.
025300     MOVE SPACE TO WS-REJECT-REASON.
026800     END-IF.
026900     CALL "CTRYCHK" USING PHONE-COUNTRY-CODE PHONE-NUMBER
027000         WS-CTRY-VALID WS-CTRY-NANP.
027025     IF NOT DP-COUNTRY-CHECKED
027050         MOVE "Y" TO WS-CTRY-VALID
027075     END-IF.
027100     IF WS-CTRY-VALID NOT = "Y"
027200         MOVE "CY" TO WS-REJECT-REASON
027300         MOVE "N" TO WS-ENTRY-OK
027400     END-IF.
027500     IF WS-CTRY-NANP = "Y" AND DP-AREA-CHECKED
027600         PERFORM 3200-CHECK-AREA-CODE THRU 3200-EXIT
027700         IF NOT AREA-CODE-FOUND
027800             MOVE "AC" TO WS-REJECT-REASON
028400         MOVE "CT" TO WS-REJECT-REASON
028500         MOVE "N" TO WS-ENTRY-OK
028600     END-IF.
028607     IF DP-CATEGORY-REQUIRED AND PHONE-CATEGORY = SPACE
028614         MOVE "CR" TO WS-REJECT-REASON
028621         MOVE "N" TO WS-ENTRY-OK
028628     END-IF.
028635     IF (DP-EXTENSION-REQUIRED AND PHONE-EXTENSION = SPACE)
028642             OR (DP-EXTENSION-BARRED
028649                 AND PHONE-EXTENSION NOT = SPACE)
028656         MOVE "XP" TO WS-REJECT-REASON
028663         MOVE "N" TO WS-ENTRY-OK
028670     END-IF.
028677     IF DP-ADDRESS-REQUIRED
028684         PERFORM 3400-CHECK-ADDRESS THRU 3400-EXIT
028691     END-IF.
028700 3000-EXIT.
028800     EXIT.
028900
032300 3300-CHECK-CATEGORY.
032400     IF PHONE-CATEGORY = SPACE
032500             OR NOT CATEGORY-TABLE-ON-HAND
032550             OR NOT DP-CATEGORY-CHECKED
032600         MOVE "Y" TO WS-CAT-MATCH-SWITCH
032700         GO TO 3300-EXIT
032800     END-IF.
033800     END-READ.
033900 3300-EXIT.
034000     EXIT.
034005
034010*    A DIRECTORY WHOSE PROFILE MAKES THE ADDRESS MANDATORY
034015*    WANTS A phonaddr.dat ROW WITH A STREET FOR EVERY ENTRY.
034020 3400-CHECK-ADDRESS.
034025     MOVE SPACE TO ADR-STREET.
034030     IF ADDRESS-FILE-ON-HAND
034035         MOVE PHONE-NUMBER TO ADR-PHONE-NUMBER
034040         READ ADDRESS-FILE
034045             INVALID KEY
034050                 MOVE SPACE TO ADR-STREET
034055         END-READ
034060     END-IF.
034065     IF ADR-STREET = SPACE
034070         MOVE "AR" TO WS-REJECT-REASON
034075         MOVE "N" TO WS-ENTRY-OK
034080     END-IF.
034085 3400-EXIT.
034090     EXIT.
034100
034200 4000-NOTE-FAILURE.
034300     IF WS-FAIL-USED >= 2000
039100             TO REGISTER-LINE
039200         WRITE REGISTER-LINE
039300     END-IF.
039325     IF RESTARTED-RUN
039350         PERFORM 8000-PRINT-ATTEMPTS THRU 8000-EXIT
039375     END-IF.
039400     CLOSE REGISTER-FILE.
039500 5000-EXIT.
039600     EXIT.
042100     END-IF.
042200 5200-EXIT.
042300     EXIT.

042400*    CONTROL SECTION OF A RESUMED SWEEP - WHAT THE INTERRUPTED
042500*    ATTEMPT(S) DID, WHAT THIS RUN DID, AND THE TWO TOGETHER.
042600 8000-PRINT-ATTEMPTS.
042700     WRITE REGISTER-LINE FROM SPACE.
042800     MOVE "CONTROL TOTALS BY ATTEMPT:" TO REGISTER-LINE.
042900     WRITE REGISTER-LINE.
043000     MOVE "FIRST ATTEMPT" TO WS-ATTEMPT-LABEL.
043100     IF WS-EARLIER-ATTEMPTS > 1
043200         MOVE "EARLIER ATTEMPTS" TO WS-ATTEMPT-LABEL
043300     END-IF.
043400     MOVE SPACE TO REGISTER-LINE.
043500     STRING "  "                 DELIMITED BY SIZE
043600         WS-ATTEMPT-LABEL         DELIMITED BY SIZE
043700         "- STARTED "             DELIMITED BY SIZE
043800         WS-FIRST-DATE            DELIMITED BY SIZE
043900         " "                      DELIMITED BY SIZE
044000         WS-FIRST-TIME (1:6)      DELIMITED BY SIZE
044100         INTO REGISTER-LINE
044200     END-STRING.
044300     WRITE REGISTER-LINE.
044400     MOVE WS-EARLIER-CHECKED TO WS-EDIT-CHECKED.
044500     MOVE WS-EARLIER-FAILED  TO WS-EDIT-FAILED.
044600     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
044700     MOVE SPACE TO REGISTER-LINE.
044800     STRING "  RESUMED RUN      - " DELIMITED BY SIZE
044900         WS-SWEEP-DATE                 DELIMITED BY SIZE
045000         INTO REGISTER-LINE
045100     END-STRING.
045200     WRITE REGISTER-LINE.
045300     MOVE WS-CHECKED-COUNT TO WS-EDIT-CHECKED.
045400     MOVE WS-FAILED-COUNT  TO WS-EDIT-FAILED.
045500     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
045600     MOVE "  ALL ATTEMPTS" TO REGISTER-LINE.
045700     WRITE REGISTER-LINE.
045800     ADD WS-EARLIER-CHECKED WS-CHECKED-COUNT
045900         GIVING WS-TOTAL-COUNT.
046000     MOVE WS-TOTAL-COUNT TO WS-EDIT-CHECKED.
046100     ADD WS-EARLIER-FAILED WS-FAILED-COUNT
046200         GIVING WS-TOTAL-COUNT.
046300     MOVE WS-TOTAL-COUNT TO WS-EDIT-FAILED.
046400     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
046500 8000-EXIT.
046600     EXIT.
046700
046800 8100-PRINT-COUNT-LINE.
046900     MOVE SPACE TO REGISTER-LINE.
047000     STRING "      CHECKED " DELIMITED BY SIZE
047100         WS-EDIT-CHECKED        DELIMITED BY SIZE
047200         "   WOULD BE REJECTED " DELIMITED BY SIZE
047300         WS-EDIT-FAILED         DELIMITED BY SIZE
047400         INTO REGISTER-LINE
047500     END-STRING.
047600     WRITE REGISTER-LINE.
047700 8100-EXIT.
047800     EXIT.
