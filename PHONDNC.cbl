001800*       REGISTRY NUMBERS WE DO NOT HOLD, SO EXPORTS AND
001900*       EXTRACTS STOP LEAKING NUMBERS LEGAL ALREADY TOLD
002000*       US TO SUPPRESS.
002020*       THE RUN CHECKPOINTS ITS POSITION ON phondnc.ckp; A
002040*       RERUN AFTER AN ABEND RESUMES AFTER THE LAST RECORD
002060*       DONE UNLESS THE RUN PARAMETER IS FRESH, AND THE
002080*       REGISTER THEN SPLITS THE COUNTS BETWEEN THE ATTEMPTS.
002100*----------------------------------------------------------
002200* MOD LOG:
002300*  SEP 2026  DCG  ORIGINAL PROGRAM.
002333*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002366*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002374*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002382*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002390*                 CHECK VALUE) JUST BEFORE THE WRITE.
002392*  OCT 2026  DCG  REGISTRY LAYOUT NOW FROM THE SHARED DNCREC
002394*                 COPYBOOK, WHICH CARRIES PHONERAS'S ERASED
002396*                 MARK AFTER THE NUMBER.
002407*  OCT 2026  DCG  THE FLAGGING RUN NOW CHECKPOINTS ITS
002418*                 POSITION (DIRECTORY AND LAST KEY DONE) ON
002429*                 phondnc.ckp. A RERUN AFTER AN ABEND RESUMES
002440*                 AFTER THE LAST RECORD DONE (RUN PARAMETER
002451*                 FRESH STARTS OVER), AND THE REGISTER SHOWS
002462*                 WHAT THE FIRST ATTEMPT AND THE RESUMED RUN
002473*                 EACH DID.
002484*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CHG-STATUS.
004600
004700     SELECT OPTIONAL REGISTER-FILE
004800         ASSIGN TO "phondnc.lst"
004900         ORGANIZATION IS LINE SEQUENTIAL.
004916
004932     SELECT OPTIONAL CHECKPOINT-FILE
004948         ASSIGN TO "phondnc.ckp"
004964         ORGANIZATION IS LINE SEQUENTIAL
004980         FILE STATUS IS WS-CKPT-STATUS.
005000
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  DNC-REGISTRY-FILE.
005400     COPY DNCREC.
005600
005700 FD  PHONE-BOOK.
005800     COPY PHONEREC.
006200
006300 FD  REGISTER-FILE.
006400 01  REGISTER-LINE               PIC X(80).
006425
006450 FD  CHECKPOINT-FILE.
006475     COPY SWPCKPT.
006500
006600 WORKING-STORAGE SECTION.
006700
007200 01  WS-DNC-STATUS               PIC X(02) VALUE "00".
007300 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007400 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
007425 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
007450 01  WS-SEAL-CHECK               PIC X(10).
007475 01  WS-SEAL-RESULT              PIC X(01).
007483 01  WS-CKPT-STATUS              PIC X(02) VALUE "00".
007491 01  WS-RUN-PARM                 PIC X(20).
007500
007600 01  WS-DIRECTORY-FILE           PIC X(20).
007700 01  WS-REG-FUNCTION             PIC X(01).
011200 01  WS-MVT-CHANGED              PIC 9(06) VALUE ZERO.
011300 01  WS-MVT-DELETED              PIC 9(06) VALUE ZERO.
011400 01  WS-RECORD-TALLY             PIC 9(06) COMP VALUE ZERO.
011403
011406*    RESTART CONTROL. THE RESUME POINT IS WHERE THE
011409*    INTERRUPTED RUN STOPPED; THE CHECKPOINT POSITION MOVES
011412*    ON AS THIS RUN FINISHES EACH RECORD AND DIRECTORY.
011415 01  WS-RESTART-SWITCH           PIC X(01) VALUE "N".
011418     88  RESTARTED-RUN                   VALUE "Y".
011421 01  WS-DONE-EARLIER             PIC X(01).
011424 01  WS-TAKEOVER-SWITCH          PIC X(01) VALUE "N".
011427 01  WS-RESUME-DIGIT             PIC 9(02) VALUE ZERO.
011430 01  WS-RESUME-DIR-STATE         PIC X(01) VALUE SPACE.
011433 01  WS-RESUME-KEY               PIC X(15) VALUE SPACE.
011436 01  WS-CKPT-STATE               PIC X(01).
011439 01  WS-CKPT-DIGIT               PIC 9(02) VALUE ZERO.
011442 01  WS-CKPT-DIRECTORY           PIC X(20) VALUE SPACE.
011445 01  WS-CKPT-DIR-STATE           PIC X(01) VALUE "D".
011448 01  WS-CKPT-KEY                 PIC X(15) VALUE SPACE.
011451 01  WS-ATTEMPT                  PIC 9(02) VALUE ZERO.
011454 01  WS-EARLIER-ATTEMPTS         PIC 9(02) VALUE ZERO.
011457 01  WS-ATTEMPT-LABEL            PIC X(17).
011460 01  WS-FIRST-DATE               PIC X(08).
011463 01  WS-FIRST-TIME               PIC X(08).
011466 01  WS-TODAY-DATE               PIC X(08).
011469 01  WS-EARLIER-FLAGGED          PIC 9(06) VALUE ZERO.
011472 01  WS-EARLIER-ALREADY          PIC 9(06) VALUE ZERO.
011475 01  WS-TOTAL-COUNT              PIC 9(06) VALUE ZERO.
011478 01  WS-EDIT-FLAGGED             PIC ZZZ,ZZ9.
011481 01  WS-EDIT-ALREADY             PIC ZZZ,ZZ9.
011500
011600 01  WS-REGISTER-DETAIL.
011700     05  RD-DIRECTORY            PIC X(20).
013400             WS-END-CODE
013500         GOBACK
013600     END-IF.
013700     PERFORM 1500-READ-CHECKPOINT THRU 1500-EXIT.
013714     IF RESTARTED-RUN
013728         OPEN EXTEND REGISTER-FILE
013742         PERFORM 1600-HEAD-RESUMED-RUN THRU 1600-EXIT
013756     ELSE
013770         OPEN OUTPUT REGISTER-FILE
013784     END-IF.
013800     MOVE "DO-NOT-CALL REGISTRY MATCH" TO REGISTER-LINE.
013900     WRITE REGISTER-LINE.
014000     WRITE REGISTER-LINE FROM SPACE.
014050     PERFORM 1700-START-CHECKPOINT THRU 1700-EXIT.
014100     MOVE 1 TO WS-REG-DIGIT.
014200     PERFORM 2000-MATCH-ONE-DIRECTORY THRU 2000-EXIT
014300         UNTIL WS-REG-DIGIT > 9.
014350     PERFORM 1900-FINISH-CHECKPOINT THRU 1900-EXIT.
014400     PERFORM 6000-LIST-UNHELD THRU 6000-EXIT.
014425     IF RESTARTED-RUN
014450         PERFORM 8000-PRINT-ATTEMPTS THRU 8000-EXIT
014475     END-IF.
014500     CLOSE REGISTER-FILE.
014600     DISPLAY "PHONDNC - " WS-FLAGGED-COUNT " RECORD(S) "
014700         "FLAGGED, " WS-ALREADY-COUNT " ALREADY FLAGGED, "
014800         WS-UNHELD-COUNT " REGISTRY NUMBER(S) NOT HELD.".
014816     IF RESTARTED-RUN
014832         DISPLAY "PHONDNC - RESUMED RUN; THE INTERRUPTED RUN "
014848             "FLAGGED " WS-EARLIER-FLAGGED ", ALREADY FLAGGED "
014864             WS-EARLIER-ALREADY "."
014880     END-IF.
014900     DISPLAY "PHONDNC - REGISTER IS ON phondnc.lst.".
015000     MOVE WS-FLAGGED-COUNT TO WS-JOURNAL-COUNT.
015100     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018800 1100-EXIT.
018900     EXIT.
019000
019001*    AN UNFINISHED CHECKPOINT MEANS THE LAST RUN DIED PART
019002*    WAY. THE RERUN RESUMES AFTER THE LAST RECORD IT FINISHED
019003*    UNLESS THE RUN PARAMETER IS FRESH.
019004 1500-READ-CHECKPOINT.
019005     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
019006     MOVE SPACE TO WS-RUN-PARM.
019007     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
019008     MOVE FUNCTION UPPER-CASE(WS-RUN-PARM) TO WS-RUN-PARM.
019009     OPEN INPUT CHECKPOINT-FILE.
019010     IF WS-CKPT-STATUS NOT = "00"
019011         GO TO 1500-EXIT
019012     END-IF.
019013     READ CHECKPOINT-FILE
019014         AT END
019015             MOVE "C" TO SK-STATE
019016     END-READ.
019017     CLOSE CHECKPOINT-FILE.
019018     IF NOT SK-IN-FLIGHT
019019         GO TO 1500-EXIT
019020     END-IF.
019021     DISPLAY "AN INTERRUPTED MATCH RUN IS ON FILE - STARTED "
019022         SK-FIRST-DATE " " SK-FIRST-TIME (1:6) ", "
019023         SK-COUNT (1) " FLAGGED SO FAR.".
019024     IF WS-RUN-PARM = "FRESH"
019025         DISPLAY "RUN PARAMETER FRESH - STARTING OVER."
019026         GO TO 1500-EXIT
019027     END-IF.
019028     IF SK-DIR-UNDER-WAY
019029         DISPLAY "RESTART - RESUMING IN "
019030             FUNCTION TRIM(SK-DIRECTORY) " AFTER " SK-LAST-KEY
019031     ELSE
019032         DISPLAY "RESTART - RESUMING AFTER THE LAST DIRECTORY "
019033             "IT FINISHED."
019034     END-IF.
019035     MOVE "Y" TO WS-RESTART-SWITCH.
019036     MOVE SK-REG-DIGIT   TO WS-RESUME-DIGIT WS-CKPT-DIGIT.
019037     MOVE SK-DIR-STATE   TO WS-RESUME-DIR-STATE
019038                            WS-CKPT-DIR-STATE.
019039     MOVE SK-LAST-KEY    TO WS-RESUME-KEY WS-CKPT-KEY.
019040     MOVE SK-DIRECTORY   TO WS-CKPT-DIRECTORY.
019041     MOVE SK-ATTEMPT     TO WS-ATTEMPT WS-EARLIER-ATTEMPTS.
019042     MOVE SK-FIRST-DATE  TO WS-FIRST-DATE.
019043     MOVE SK-FIRST-TIME  TO WS-FIRST-TIME.
019044     MOVE SK-COUNT (1)   TO WS-EARLIER-FLAGGED.
019045     MOVE SK-COUNT (2)   TO WS-EARLIER-ALREADY.
019046 1500-EXIT.
019047     EXIT.
019048
019049*    THE RESUMED RUN CARRIES ON UNDER THE INTERRUPTED RUN'S
019050*    REGISTER, WHICH ALREADY SHOWS WHAT THAT RUN FLAGGED.
019051 1600-HEAD-RESUMED-RUN.
019052     WRITE REGISTER-LINE FROM SPACE.
019053     MOVE SPACE TO REGISTER-LINE.
019054     STRING "*** RESUMED RUN " DELIMITED BY SIZE
019055         WS-TODAY-DATE          DELIMITED BY SIZE
019056         " - THE LINES ABOVE ARE THE INTERRUPTED RUN ***"
019057                                DELIMITED BY SIZE
019058         INTO REGISTER-LINE
019059     END-STRING.
019060     WRITE REGISTER-LINE.
019061     WRITE REGISTER-LINE FROM SPACE.
019062 1600-EXIT.
019063     EXIT.
019064
019065 1700-START-CHECKPOINT.
019066     IF NOT RESTARTED-RUN
019067         MOVE WS-TODAY-DATE TO WS-FIRST-DATE
019068         ACCEPT WS-FIRST-TIME FROM TIME
019069     END-IF.
019070     ADD 1 TO WS-ATTEMPT.
019071     MOVE "R" TO WS-CKPT-STATE.
019072     PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT.
019073 1700-EXIT.
019074     EXIT.
019075
019076*    THE CHECKPOINT CARRIES THE POSITION AND THE COUNTS OVER
019077*    EVERY ATTEMPT SO FAR. IT IS REWRITTEN AFTER EVERY RECORD
019078*    FLAGGED AND EVERY DIRECTORY FINISHED; RECORDS CHECKED
019079*    SINCE THE LAST ONE ARE SIMPLY CHECKED AGAIN ON A RERUN.
019080 1800-WRITE-CHECKPOINT.
019081     OPEN OUTPUT CHECKPOINT-FILE.
019082     MOVE SPACE TO SWEEP-CHECKPOINT-RECORD.
019083     MOVE WS-CKPT-STATE     TO SK-STATE.
019084     MOVE WS-ATTEMPT        TO SK-ATTEMPT.
019085     MOVE WS-FIRST-DATE     TO SK-FIRST-DATE.
019086     MOVE WS-FIRST-TIME     TO SK-FIRST-TIME.
019087     MOVE "DNCMATCH"        TO SK-OPERATOR-ID.
019088     MOVE WS-CKPT-DIGIT     TO SK-REG-DIGIT.
019089     MOVE WS-CKPT-DIRECTORY TO SK-DIRECTORY.
019090     MOVE WS-CKPT-DIR-STATE TO SK-DIR-STATE.
019091     MOVE WS-CKPT-KEY       TO SK-LAST-KEY.
019092     ADD WS-EARLIER-FLAGGED WS-FLAGGED-COUNT
019093         GIVING SK-COUNT (1).
019094     ADD WS-EARLIER-ALREADY WS-ALREADY-COUNT
019095         GIVING SK-COUNT (2).
019096     MOVE ZERO TO SK-COUNT (3) SK-COUNT (4).
019097     WRITE SWEEP-CHECKPOINT-RECORD.
019098     CLOSE CHECKPOINT-FILE.
019099 1800-EXIT.
019100     EXIT.
019101
019102 1900-FINISH-CHECKPOINT.
019103     MOVE "C" TO WS-CKPT-STATE.
019104     PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT.
019105 1900-EXIT.
019106     EXIT.
019107
019108 2000-MATCH-ONE-DIRECTORY.
019200     MOVE "C" TO WS-REG-FUNCTION.
019300     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
019400     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
019800         GO TO 2000-NEXT-CHOICE
019900     END-IF.
020000     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
020011     IF RESTARTED-RUN
020022         IF WS-REG-DIGIT < WS-RESUME-DIGIT
020033                 OR (WS-REG-DIGIT = WS-RESUME-DIGIT
020044                 AND WS-RESUME-DIR-STATE = "D")
020055             PERFORM 2500-MARK-DONE-DIRECTORY THRU 2500-EXIT
020066             GO TO 2000-NEXT-CHOICE
020077         END-IF
020088     END-IF.
020100     MOVE ZERO TO WS-DIR-FLAGGED-COUNT.
020200     MOVE "L" TO WS-LOCK-FUNCTION.
020300     MOVE "PHONDNC" TO WS-LOCK-HOLDER.
020400     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
020500         WS-LOCK-FUNCTION WS-LOCK-RESULT.
020507*    THE INTERRUPTED RUN HELD ONE LOCK AT MOST - ON THE
020514*    DIRECTORY IT DIED IN - AND THE FIRST LOCK FOUND UNDER
020521*    THIS JOB'S NAME IS TAKEN OVER, NOT LEFT FOR A HAND CLEAR.
020528     IF WS-LOCK-RESULT = "N"
020535             AND RESTARTED-RUN
020542         IF WS-TAKEOVER-SWITCH = "N"
020549                 AND WS-LOCK-HOLDER = "PHONDNC"
020556             DISPLAY "TAKING OVER THE INTERRUPTED RUN'S LOCK ON "
020563                 FUNCTION TRIM(WS-DIRECTORY-FILE) "."
020570             MOVE "Y" TO WS-LOCK-RESULT
020577             MOVE "Y" TO WS-TAKEOVER-SWITCH
020584         END-IF
020591     END-IF.
020600     IF WS-LOCK-RESULT = "N"
020700         DISPLAY "DIRECTORY "
020800             FUNCTION TRIM(WS-DIRECTORY-FILE)
023900     PERFORM 2900-RELEASE-LOCK THRU 2900-EXIT.
024000     DISPLAY FUNCTION TRIM(WS-DIRECTORY-FILE) " - "
024100         WS-DIR-FLAGGED-COUNT " RECORD(S) FLAGGED.".
024114     MOVE WS-REG-DIGIT      TO WS-CKPT-DIGIT.
024128     MOVE WS-DIRECTORY-FILE TO WS-CKPT-DIRECTORY.
024142     MOVE "D"               TO WS-CKPT-DIR-STATE.
024156     MOVE SPACE             TO WS-CKPT-KEY.
024170     MOVE "R"               TO WS-CKPT-STATE.
024184     PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT.
024200 2000-NEXT-CHOICE.
024300     ADD 1 TO WS-REG-DIGIT.
024400 2000-EXIT.
024500     EXIT.
024504
024508*    A DIRECTORY THE INTERRUPTED RUN FINISHED IS ONLY READ, SO
024512*    ITS REGISTRY HITS STILL COUNT AS HELD IN THE UNHELD LIST;
024516*    3700 KEEPS EVERY RECORD OF IT FROM BEING COUNTED AGAIN.
024520 2500-MARK-DONE-DIRECTORY.
024524     OPEN INPUT PHONE-BOOK.
024528     IF WS-PHONE-STATUS NOT = "00"
024532         GO TO 2500-EXIT
024536     END-IF.
024540     MOVE "N" TO WS-BOOK-EOF.
024544     MOVE LOW-VALUES TO PHONE-NUMBER.
024548     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
024552         INVALID KEY
024556             MOVE "Y" TO WS-BOOK-EOF
024560     END-START.
024564     PERFORM 3000-CHECK-NEXT-RECORD THRU 3000-EXIT
024568         UNTIL END-OF-PHONE-BOOK.
024572     CLOSE PHONE-BOOK.
024576     DISPLAY FUNCTION TRIM(WS-DIRECTORY-FILE)
024580         " - FINISHED BY THE INTERRUPTED RUN.".
024584 2500-EXIT.
024588     EXIT.
024600
024700 3000-CHECK-NEXT-RECORD.
024800     READ PHONE-BOOK NEXT RECORD
026300     IF WS-FOUND-SWITCH NOT = "Y"
026400         GO TO 3100-EXIT
026500     END-IF.
026520     PERFORM 3700-CHECK-DONE-EARLIER THRU 3700-EXIT.
026540     IF WS-DONE-EARLIER = "Y"
026560         GO TO 3100-EXIT
026580     END-IF.
026600     IF PHONE-PRIVACY-FLAG = "Y"
026700         ADD 1 TO WS-ALREADY-COUNT
026800         GO TO 3100-EXIT
028700     MOVE PHONE-LAST-NAME   TO RD-LAST-NAME.
028800     MOVE "FLAGGED"         TO RD-NOTE.
028900     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
028914     MOVE WS-REG-DIGIT      TO WS-CKPT-DIGIT.
028928     MOVE WS-DIRECTORY-FILE TO WS-CKPT-DIRECTORY.
028942     MOVE "P"               TO WS-CKPT-DIR-STATE.
028956     MOVE PHONE-NUMBER      TO WS-CKPT-KEY.
028970     MOVE "R"               TO WS-CKPT-STATE.
028984     PERFORM 1800-WRITE-CHECKPOINT THRU 1800-EXIT.
029000 3100-EXIT.
029100     EXIT.
029200
029900 3200-EXIT.
030000     EXIT.
030100
030104*    ON A RESUMED RUN, A RECORD IN A DIRECTORY THE INTERRUPTED
030108*    RUN FINISHED, OR AT OR BEFORE THE LAST KEY IT FINISHED IN
030112*    THE DIRECTORY IT DIED IN, WAS ALREADY HANDLED THERE.
030116 3700-CHECK-DONE-EARLIER.
030120     MOVE "N" TO WS-DONE-EARLIER.
030124     IF NOT RESTARTED-RUN
030128         GO TO 3700-EXIT
030132     END-IF.
030136     IF WS-REG-DIGIT < WS-RESUME-DIGIT
030140         MOVE "Y" TO WS-DONE-EARLIER
030144         GO TO 3700-EXIT
030148     END-IF.
030152     IF WS-REG-DIGIT > WS-RESUME-DIGIT
030156         GO TO 3700-EXIT
030160     END-IF.
030164     IF WS-RESUME-DIR-STATE = "D"
030168             OR PHONE-NUMBER NOT > WS-RESUME-KEY
030172         MOVE "Y" TO WS-DONE-EARLIER
030176     END-IF.
030180 3700-EXIT.
030184     EXIT.
030188
030200 4000-LOG-CHANGE.
030300     ACCEPT CH-DATE FROM DATE YYYYMMDD.
030400     ACCEPT CH-TIME FROM TIME.
030600     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
030700     MOVE WS-OLD-RECORD     TO CH-OLD-VALUES.
030800     MOVE WS-NEW-RECORD     TO CH-NEW-VALUES.
030850     MOVE "03"              TO CH-IMAGE-VERSION.
030900     OPEN EXTEND CHANGE-HISTORY-FILE.
031000     IF WS-CHG-STATUS NOT = "00"
031100         OPEN OUTPUT CHANGE-HISTORY-FILE
031200     END-IF.
031233     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
031266         WS-SEAL-CHECK WS-SEAL-RESULT.
031300     WRITE CHANGE-HISTORY-RECORD.
031400     CLOSE CHANGE-HISTORY-FILE.
031500 4000-EXIT.
037300     END-READ.
037400 3600-EXIT.
037500     EXIT.

037600*    CONTROL SECTION OF A RESUMED RUN - WHAT THE INTERRUPTED
037700*    ATTEMPT(S) DID, WHAT THIS RUN DID, AND THE TWO TOGETHER.
037800 8000-PRINT-ATTEMPTS.
037900     WRITE REGISTER-LINE FROM SPACE.
038000     MOVE "CONTROL TOTALS BY ATTEMPT:" TO REGISTER-LINE.
038100     WRITE REGISTER-LINE.
038200     MOVE "FIRST ATTEMPT" TO WS-ATTEMPT-LABEL.
038300     IF WS-EARLIER-ATTEMPTS > 1
038400         MOVE "EARLIER ATTEMPTS" TO WS-ATTEMPT-LABEL
038500     END-IF.
038600     MOVE SPACE TO REGISTER-LINE.
038700     STRING "  "                 DELIMITED BY SIZE
038800         WS-ATTEMPT-LABEL         DELIMITED BY SIZE
038900         "- STARTED "             DELIMITED BY SIZE
039000         WS-FIRST-DATE            DELIMITED BY SIZE
039100         " "                      DELIMITED BY SIZE
039200         WS-FIRST-TIME (1:6)      DELIMITED BY SIZE
039300         INTO REGISTER-LINE
039400     END-STRING.
039500     WRITE REGISTER-LINE.
039600     MOVE WS-EARLIER-FLAGGED TO WS-EDIT-FLAGGED.
039700     MOVE WS-EARLIER-ALREADY TO WS-EDIT-ALREADY.
039800     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
039900     MOVE SPACE TO REGISTER-LINE.
040000     STRING "  RESUMED RUN      - " DELIMITED BY SIZE
040100         WS-TODAY-DATE                 DELIMITED BY SIZE
040200         INTO REGISTER-LINE
040300     END-STRING.
040400     WRITE REGISTER-LINE.
040500     MOVE WS-FLAGGED-COUNT TO WS-EDIT-FLAGGED.
040600     MOVE WS-ALREADY-COUNT TO WS-EDIT-ALREADY.
040700     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
040800     MOVE "  ALL ATTEMPTS" TO REGISTER-LINE.
040900     WRITE REGISTER-LINE.
041000     ADD WS-EARLIER-FLAGGED WS-FLAGGED-COUNT
041100         GIVING WS-TOTAL-COUNT.
041200     MOVE WS-TOTAL-COUNT TO WS-EDIT-FLAGGED.
041300     ADD WS-EARLIER-ALREADY WS-ALREADY-COUNT
041400         GIVING WS-TOTAL-COUNT.
041500     MOVE WS-TOTAL-COUNT TO WS-EDIT-ALREADY.
041600     PERFORM 8100-PRINT-COUNT-LINE THRU 8100-EXIT.
041700 8000-EXIT.
041800     EXIT.
041900
042000 8100-PRINT-COUNT-LINE.
042100     MOVE SPACE TO REGISTER-LINE.
042200     STRING "      FLAGGED " DELIMITED BY SIZE
042300         WS-EDIT-FLAGGED        DELIMITED BY SIZE
042400         "   ALREADY FLAGGED "  DELIMITED BY SIZE
042500         WS-EDIT-ALREADY        DELIMITED BY SIZE
042600         INTO REGISTER-LINE
042700     END-STRING.
042800     WRITE REGISTER-LINE.
042900 8100-EXIT.
043000     EXIT.
