001726*                 "AC"), THE CHECK PHONIMPT ALREADY RUNS,
001728*                 SO THE TRIAL PASS AND THE NIGHT PASS
001730*                 AGREE ON WHAT WILL BE REJECTED.
001732*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
001734*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
001735*  OCT 2026  DCG  STARTUP LOCK TAKEN WITH DIRLOCK "B"; A
001736*                 REJECT RATE OVER THE alert.cfg ALARM LEVEL
001745*                 IS POSTED TO THE ALERT OUTBOX (ALRTPOST).
001754*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
001763*                 (RUNNING SEQUENCE NUMBER AND CHAINED
001772*                 CHECK VALUE) JUST BEFORE THE WRITE.
001773*  OCT 2026  DCG  A PRE-PASS (1900-SCREEN-CONFLICTS) NOW
001774*                 GROUPS THE NIGHT FILE BY NUMBER. AN ADD,
001775*                 THEN CHANGES, THEN A DELETE IS APPLIED IN
001776*                 ORDER AS BEFORE; ANY OTHER SEQUENCE (TWO
001777*                 ADDS, ANYTHING AFTER A DELETE, CHANGES
001778*                 FROM TWO KEYERS) SENDS EVERY ROW OF THE
001779*                 GROUP TO THE REJECT FILE AS "CF", WITH THE
001780*                 KEYERS INVOLVED LISTED ON THE REGISTER.
001781*                 TRANSACTION IMAGES GREW 74 -> 82
001782*                 (TR-KEYED-BY).
001783*  OCT 2026  DCG  AN ADD OR CHANGE CARRYING TR-EXPIRY-DATE
001784*                 NOW SETS OR EXTENDS THE ENTRY'S phonexpy.dat
001785*                 ROW (PHONEXPY REMOVES IT ON THAT DATE); A
001786*                 DATE UNREADABLE OR PAST IS REJECTED "EX"; A
001787*                 DELETE DROPS THE ROW. TRANSACTION IMAGES
001788*                 GREW 82 -> 90.
001789*  OCT 2026  DCG  AN ADD ON A NUMBER GIVEN UP INSIDE THE
001790*                 numquar.cfg COOLING-OFF PERIOD (NUMQCHK)
001791*                 IS REJECTED "QN" OR, WHEN THE CFG SAYS
001798*                 WARN, APPLIED WITH A "QW" LINE ON THE
001805*                 REGISTER; BOTH NAME THE PREVIOUS HOLDER.
001812*  OCT 2026  DCG  VALIDATION NOW FOLLOWS THE DIRECTORY'S
001819*                 dirreg.dat PROFILE (DIRREG "P", DIRPROF):
001826*                 THE COUNTRY, CATEGORY AND AREA CHECKS RUN
001833*                 ONLY WHERE THE PROFILE SAYS, A MANDATORY
001840*                 CATEGORY LEFT BLANK REJECTS "CR", AN
001847*                 EXTENSION AGAINST THE PROFILE'S POLICY
001854*                 "XP", AND AN ADD TO A DIRECTORY NEEDING AN
001861*                 ADDRESS WITH NO phonaddr.dat ROW "AR".
001868*----------------------------------------------------------
001875 ENVIRONMENT DIVISION.
001882 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT TRANSACTION-FILE
002100         ASSIGN TO WS-TRANS-FILE-NAME
003189         ASSIGN TO WS-PENDHOLD-FILE-NAME
003190         ORGANIZATION IS LINE SEQUENTIAL
003191         FILE STATUS IS WS-PHLD-STATUS.
003192
003193     SELECT OPTIONAL ALERT-CONFIG-FILE
003194         ASSIGN TO "alert.cfg"
003196         ORGANIZATION IS LINE SEQUENTIAL
003197         FILE STATUS IS WS-ALCFG-STATUS.
003198
003209     SELECT OPTIONAL EXPIRY-FILE
003220         ASSIGN TO "phonexpy.dat"
003231         ORGANIZATION IS INDEXED
003242         ACCESS MODE IS DYNAMIC
003253         RECORD KEY IS EX-PHONE-NUMBER
003264         FILE STATUS IS WS-EXPY-STATUS.
003265
003266     SELECT OPTIONAL ADDRESS-FILE
003267         ASSIGN TO "phonaddr.dat"
003268         ORGANIZATION IS INDEXED
003269         ACCESS MODE IS RANDOM
003270         RECORD KEY IS ADR-PHONE-NUMBER
003271         FILE STATUS IS WS-ADDR-STATUS.
003275
003286 DATA DIVISION.
003300 FILE SECTION.
003400 FD  TRANSACTION-FILE.
003500     COPY PHONTRN.
004198 01  REJECT-RECORD.
004199     05  RJ-REASON-CODE           PIC X(02).
004200     05  FILLER                   PIC X(01).
004201     05  RJ-TRANSACTION           PIC X(90).
004202
004203 FD  RESUBMIT-FILE.
004204 01  RESUBMIT-RECORD.
004205     05  RS-REASON-CODE           PIC X(02).
004206     05  FILLER                   PIC X(01).
004207     05  RS-TRANSACTION           PIC X(90).
004208
004209 FD  REJECT-REGISTER-FILE.
004210 01  REGISTER-LINE                PIC X(80).
004216     COPY AREAREC.
004217
004218 FD  PENDING-FILE.
004219 01  PENDING-RECORD               PIC X(90).
004220
004221 FD  PENDING-HOLD-FILE.
004222 01  PENDING-HOLD-RECORD          PIC X(90).
004223
004231 FD  BATCH-CHECKPOINT-FILE.
004239 01  BATCH-CHECKPOINT-RECORD.
004279     05  BK-DELETED               PIC 9(06).
004287     05  BK-REJECTED              PIC 9(06).
004291     05  BK-OPEN-COUNT            PIC 9(06).
004292
004293 FD  ALERT-CONFIG-FILE.
004294 01  ALERT-CONFIG-RECORD.
004295     05  AL-KEYWORD               PIC X(10).
004296     05  AL-VALUE                 PIC 9(04).
004297
004317 FD  EXPIRY-FILE.
004337     COPY EXPYREC.
004342
004347 FD  ADDRESS-FILE.
004352     COPY PHONADDR.
004357
004377 WORKING-STORAGE SECTION.
004400
004410 01  WS-DIRECTORY-FILE            PIC X(20) VALUE "phone.csv".
004420 01  WS-RUN-PARM                  PIC X(20).
004600 01  WS-PHONE-STATUS              PIC X(02) VALUE "00".
004650 01  WS-CTL-STATUS                PIC X(02) VALUE "00".
004660 01  WS-CHG-STATUS                PIC X(02) VALUE "00".
004661 01  WS-SEAL-FUNCTION             PIC X(01) VALUE "S".
004662 01  WS-SEAL-CHECK                PIC X(10).
004663 01  WS-SEAL-RESULT               PIC X(01).
004665 01  WS-REJ-STATUS                PIC X(02) VALUE "00".
004666 01  WS-RSUB-STATUS               PIC X(02) VALUE "00".
004667 01  WS-BCKPT-STATUS              PIC X(02) VALUE "00".
004668 01  WS-CAT-STATUS                PIC X(02) VALUE "00".
004669 01  WS-PEND-STATUS               PIC X(02) VALUE "00".
004670 01  WS-PHLD-STATUS               PIC X(02) VALUE "00".
004671 01  WS-EXPY-STATUS               PIC X(02) VALUE "00".
004672 01  WS-EXPY-FOUND-SWITCH         PIC X(01).
004673     88  EXPIRY-ROW-ON-FILE               VALUE "Y".
004674 01  WS-PEND-EOF-SWITCH           PIC X(01) VALUE "N".
004675     88  END-OF-PENDING                   VALUE "Y".
004676 01  WS-TODAY-DATE                PIC X(08).
004677 01  WS-PARKED-COUNT              PIC 9(06) COMP VALUE ZERO.
004678 01  WS-MATURED-COUNT             PIC 9(06) COMP VALUE ZERO.
004681 01  WS-PEND-KEPT-COUNT           PIC 9(06) COMP VALUE ZERO.
004682 01  WS-CAT-FILE-SWITCH           PIC X(01) VALUE "N".
004683     88  CATEGORY-TABLE-ON-HAND           VALUE "Y".
004684 01  WS-CAT-MATCH-SWITCH          PIC X(01).
004685     88  CATEGORY-CODE-OK                 VALUE "Y".
004686 01  WS-ADDR-STATUS               PIC X(02) VALUE "00".
004687 01  WS-ADDR-FILE-SWITCH          PIC X(01) VALUE "N".
004688     88  ADDRESS-FILE-ON-HAND             VALUE "Y".
004689
004690*    THE DIRECTORY'S VALIDATION PROFILE FROM dirreg.dat.
004691     COPY DIRPROF.
004692
004693 01  WS-CTRY-VALID                PIC X(01).
004694 01  WS-CTRY-NANP                 PIC X(01).
005420 01  WS-DELETED-COUNT             PIC 9(06) COMP VALUE ZERO.
005430 01  WS-RESUBMIT-COUNT            PIC 9(06) COMP VALUE ZERO.
005450 01  WS-FILE-RECORD-COUNT         PIC 9(06) COMP VALUE ZERO.
005451
005452 01  WS-ALCFG-STATUS              PIC X(02) VALUE "00".
005453 01  WS-ALCFG-EOF                 PIC X(01) VALUE "N".
005454 01  WS-REJECT-ALARM-PCT          PIC 9(04) VALUE 0010.
005455 01  WS-REJECT-ALARM-MIN          PIC 9(04) VALUE 0020.
005456 01  WS-INPUT-TOTAL               PIC 9(06) COMP VALUE ZERO.
005457 01  WS-REJECT-RATE               PIC 9(03)V9 VALUE ZERO.
005458 01  WS-REJECT-RATE-EDIT          PIC ZZ9.9.
005459 01  WS-ALERT-SEVERITY            PIC X(01) VALUE "W".
005460 01  WS-ALERT-TEXT                PIC X(60).
005461 01  WS-ALERT-RESULT              PIC X(01).
005462 01  WS-REJECT-REASON             PIC X(02).
005463 01  WS-NUMQ-FUNCTION             PIC X(01).
005464 01  WS-NUMQ-PRIOR.
005465     05  WS-NUMQ-PRIOR-LAST       PIC X(20).
005466     05  WS-NUMQ-PRIOR-FIRST      PIC X(20).
005467     05  FILLER                   PIC X(42).
005468 01  WS-NUMQ-DIRECTORY            PIC X(20).
005469 01  WS-NUMQ-RELEASED             PIC X(08).
005470 01  WS-NUMQ-FREE                 PIC X(08).
005471 01  WS-NUMQ-RESULT               PIC X(01).
005472 01  WS-NUMQ-LINE                 PIC X(80).
005473
005474 01  WS-REGISTER-HEADING.
005475     05  FILLER                   PIC X(32)
005476             VALUE "IOBATCH REJECT REGISTER - DATE: ".
005477     05  RH-DATE                  PIC X(08).
005478
005479 01  WS-REGISTER-COLUMNS         PIC X(60) VALUE
005480     "CD   A   NUMBER          LAST NAME            REASON".
005481
005482 01  WS-REGISTER-DETAIL.
005484     05  RD-CODE                  PIC X(02).
005486     05  FILLER                   PIC X(03) VALUE SPACE.
005503             VALUE "TOTAL REJECTS THIS RUN: ".
005504     05  RT-COUNT                 PIC ZZZZZ9.
005505
005507 01  WS-SCREEN-TABLE.
005509     05  WS-SCREEN-USED           PIC 9(04) COMP VALUE ZERO.
005511     05  WS-SCREEN-ENTRY OCCURS 5000 TIMES.
005513         10  WS-SC-NUMBER         PIC X(15).
005515         10  WS-SC-ACTION         PIC X(01).
005517             88  SC-KNOWN-ACTION          VALUE "A" "C" "D".
005519         10  WS-SC-KEYED-BY       PIC X(08).
005521         10  WS-SC-GROUPED        PIC X(01).
005523         10  WS-SC-CONFLICT       PIC X(01).
005525 01  WS-SCREEN-EOF                PIC X(01) VALUE "N".
005527 01  WS-SCREEN-OVERFLOW           PIC 9(06) COMP VALUE ZERO.
005529 01  WS-SCREEN-IX                 PIC 9(04) COMP VALUE ZERO.
005531 01  WS-SCREEN-JX                 PIC 9(04) COMP VALUE ZERO.
005533 01  WS-SCREEN-ROW                PIC 9(06) COMP VALUE ZERO.
005535 01  WS-GROUP-STATE               PIC X(01).
005537 01  WS-GROUP-CHANGER             PIC X(08).
005539 01  WS-GROUP-CONFLICT            PIC X(01).
005541     88  GROUP-IN-CONFLICT                VALUE "Y".
005543 01  WS-CONFLICT-GROUPS           PIC 9(06) COMP VALUE ZERO.
005545 01  WS-CONFLICT-ROWS             PIC 9(06) COMP VALUE ZERO.
005547 01  WS-CONFLICT-DISP             PIC ZZZZZ9.
005549 01  WS-THIS-KEYER                PIC X(08).
005551 01  WS-KEYER-LINE                PIC X(80).
005553 01  WS-KEYER-PTR                 PIC 9(03) COMP VALUE ZERO.
005555 01  WS-KEYER-SEEN-TABLE.
005557     05  WS-KEYERS-LISTED         PIC 9(02) COMP VALUE ZERO.
005559     05  WS-KEYER-SEEN            PIC X(08) OCCURS 6 TIMES.
005561 01  WS-KEYER-IX                  PIC 9(02) COMP VALUE ZERO.
005563 01  WS-KEYER-DUP                 PIC X(01).
005565 01  WS-KEYER-MORE                PIC X(01).
005567
005600 PROCEDURE DIVISION.
005700
005800 0000-MAINLINE.
005960     IF NOT EDIT-ONLY-RUN
005965         PERFORM 1700-PROCESS-PENDING THRU 1700-EXIT
005970     END-IF.
005977*    THE NIGHT FILE IS SCREENED FOR SAME-NUMBER CONFLICTS
005984*    BEFORE ANY OF IT IS APPLIED.
005991     PERFORM 1900-SCREEN-CONFLICTS THRU 1900-EXIT.
006000     READ TRANSACTION-FILE
006100         AT END MOVE "Y" TO WS-EOF-SWITCH
006200     END-READ.
006553     ELSE
006554         PERFORM 3100-WRITE-CONTROL-TOTAL THRU 3100-EXIT
006555     END-IF.
006556     IF NOT EDIT-ONLY-RUN
006557         PERFORM 1800-CHECK-REJECT-RATE THRU 1800-EXIT
006558     END-IF.
006560     IF WS-REJECTED-COUNT NOT = ZERO
006570         MOVE 4 TO RETURN-CODE
006571         MOVE 4 TO WS-END-CODE
006868             PERFORM 1100-SET-COMPANION-NAMES THRU 1100-EXIT
006869         ELSE
006870             DISPLAY "DIRECTORY "
006872                 FUNCTION TRIM(WS-DIRECTORY-FILE)
006874                 " IS NOT ON THE dirreg.dat REGISTRY - "
006876                 "COMPANION FILE NAMES KEEP THEIR DEFAULTS."
006878         END-IF
006880     END-IF.
006882     PERFORM 1300-LOAD-PROFILE THRU 1300-EXIT.
006884*    A TRIAL RUN WRITES ITS REASON-CODED REGISTER TO THE
006886*    TRIAL NAMES SO THE REAL NIGHT RUN'S FILES ARE LEFT
006888*    ALONE.
006890     IF EDIT-ONLY-RUN
006892         PERFORM 1200-SET-TRIAL-NAMES THRU 1200-EXIT
006894     END-IF.
006900     OPEN INPUT TRANSACTION-FILE.
006910     IF WS-TRANS-STATUS NOT = "00"
006920         DISPLAY "UNABLE TO OPEN TRANSACTION FILE "
006993         OPEN INPUT PHONE-BOOK
006994         GO TO 1000-CHECK-PHONE-OPEN
006996     END-IF.
006997     MOVE "B" TO WS-LOCK-FUNCTION.
006998     MOVE "IOBATCH" TO WS-LOCK-HOLDER.
006999     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
007000         WS-LOCK-FUNCTION WS-LOCK-RESULT.
007230         MOVE "Y" TO WS-CAT-FILE-SWITCH
007240     ELSE
007250         DISPLAY "CATEGORY TABLE catmast.dat NOT ON HAND"
007251             " - CATEGORY CODES WILL NOT BE CHALLENGED."
007252     END-IF.
007253     MOVE "N" TO WS-AREA-FILE-SWITCH.
007254     OPEN INPUT AREA-CODE-FILE.
007255     IF WS-AREA-STATUS = "00"
007256         MOVE "Y" TO WS-AREA-FILE-SWITCH
007257     ELSE
007258         DISPLAY "AREA-CODE MASTER areamast.dat NOT ON HAND"
007259             " - AREA CODES WILL NOT BE CHALLENGED."
007260     END-IF.
007261     MOVE "N" TO WS-ADDR-FILE-SWITCH.
007262     IF DP-ADDRESS-REQUIRED
007263         OPEN INPUT ADDRESS-FILE
007264         IF WS-ADDR-STATUS = "00"
007265             MOVE "Y" TO WS-ADDR-FILE-SWITCH
007266         ELSE
007267             DISPLAY "ADDRESS FILE phonaddr.dat NOT ON HAND"
007268                 " - ADDS NEEDING AN ADDRESS WILL REJECT."
007269         END-IF
007270     END-IF.
007271*    THE EXPIRY COMPANION IS ONLY KEPT ON A REAL RUN - A
007272*    TRIAL NEITHER SETS NOR CLEARS AN EXPIRY DATE.
007273     IF NOT EDIT-ONLY-RUN
007274         OPEN I-O EXPIRY-FILE
007275         IF WS-EXPY-STATUS = "35"
007276             OPEN OUTPUT EXPIRY-FILE
007277             CLOSE EXPIRY-FILE
007278             OPEN I-O EXPIRY-FILE
007279         END-IF
007280     END-IF.
007289*    A RESTART PICKS THE REJECT FILE AND REGISTER BACK UP
007290*    WITH EXTEND SO THE INTERRUPTED RUN'S REJECTS SURVIVE
007300*    AND THE REGISTER TOTAL STILL MATCHES THE FILE; ONLY A
007310*    FRESH RUN STARTS THEM OVER AND PRINTS THE HEADING.
007927         SUBTRACT 1 FROM WS-TRANS-SKIP-COUNT
007928         ADD 1 TO WS-TRANS-DONE-COUNT
007929     ELSE
007930         COMPUTE WS-SCREEN-ROW = WS-TRANS-DONE-COUNT + 1
007931         IF WS-SCREEN-ROW NOT > WS-SCREEN-USED
007932                 AND WS-SC-CONFLICT (WS-SCREEN-ROW) = "Y"
007933             DISPLAY "REJECTED - CONFLICTING SAME-NUMBER "
007934                 "TRANSACTIONS: " TR-NUMBER
007935             MOVE "CF" TO WS-REJECT-REASON
007936             PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
007937         ELSE
007938             PERFORM 2010-DISPATCH-ACTION THRU 2010-EXIT
007939         END-IF
007940         ADD 1 TO WS-TRANS-DONE-COUNT
007941         PERFORM 3400-WRITE-CHECKPOINT THRU 3400-EXIT
007942     END-IF.
007945     READ TRANSACTION-FILE
007950         AT END MOVE "Y" TO WS-EOF-SWITCH
007960     END-READ.
010018     MOVE TR-EXTENSION       TO PHONE-EXTENSION.
010019     MOVE TR-CATEGORY        TO PHONE-CATEGORY.
010020     MOVE "BATCH"            TO PHONE-OPERATOR-ID.
010021     ACCEPT PHONE-ENTRY-DATE FROM DATE YYYYMMDD.
010022     PERFORM 2100-VALIDATE-FIELDS THRU 2100-EXIT.
010023     IF WS-ENTRY-OK = "Y"
010024         PERFORM 2180-CHECK-QUARANTINE THRU 2180-EXIT
010025     END-IF.
010026     IF WS-ENTRY-OK = "Y"
010027         IF EDIT-ONLY-RUN
010028*            TRIAL: THE DUPLICATE CHECK IS A BARE READ -
010048                     MOVE SPACE        TO WS-OLD-RECORD
010049                     MOVE PHONE-RECORD TO WS-NEW-RECORD
010050                     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT
010051                     PERFORM 2800-KEEP-EXPIRY THRU 2800-EXIT
010052             END-WRITE
010053         END-IF
010054     ELSE
010055         PERFORM 2950-WRITE-REJECT THRU 2950-EXIT
010056     END-IF.
010057 2020-EXIT.
010058     EXIT.
010060
010062 2040-APPLY-CHANGE.
010116                 ADD 1 TO WS-CHANGED-COUNT
010118                 MOVE PHONE-RECORD TO WS-NEW-RECORD
010120                 PERFORM 2900-LOG-CHANGE THRU 2900-EXIT
010121                 PERFORM 2800-KEEP-EXPIRY THRU 2800-EXIT
010122             ELSE
010124                 DISPLAY "REJECTED - REWRITE FAILED FOR "
010126                     TR-NUMBER " - FILE STATUS "
010166                     ADD 1 TO WS-DELETED-COUNT
010168                     MOVE SPACE TO WS-NEW-RECORD
010170                     PERFORM 2900-LOG-CHANGE THRU 2900-EXIT
010171                     PERFORM 2810-DROP-EXPIRY THRU 2810-EXIT
010172                 ELSE
010174                     DISPLAY "REJECTED - DELETE FAILED FOR "
010175                         TR-NUMBER " - FILE STATUS "
011645             MOVE "LR" TO WS-REJECT-REASON
011650             MOVE "N" TO WS-ENTRY-OK
011660         END-IF
011661     END-IF.
011662     CALL "CTRYCHK" USING PHONE-COUNTRY-CODE PHONE-NUMBER
011663         WS-CTRY-VALID WS-CTRY-NANP.
011664*    A DIRECTORY WHOSE PROFILE WAIVES THE COUNTRY RULES
011665*    STILL ASKS CTRYCHK WHETHER THE NUMBER IS NANP.
011666     IF NOT DP-COUNTRY-CHECKED
011667         MOVE "Y" TO WS-CTRY-VALID
011668     END-IF.
011669     IF WS-CTRY-VALID = "U"
011670         DISPLAY "REJECTED - COUNTRY CODE NOT ON THE RULES "
011671             "TABLE: " PHONE-COUNTRY-CODE
011676         MOVE "CY" TO WS-REJECT-REASON
011677         MOVE "N" TO WS-ENTRY-OK
011678     END-IF.
011690         MOVE "N" TO WS-ENTRY-OK
011691     END-IF.
011692     PERFORM 2170-CHECK-AREA-CODE THRU 2170-EXIT.
011696     PERFORM 2190-CHECK-PROFILE THRU 2190-EXIT.
011701     IF TR-EXPIRY-DATE NOT = SPACE
011710         IF TR-EXPIRY-DATE NOT NUMERIC
011719                 OR TR-EXPIRY-DATE < WS-TODAY-DATE
011728             DISPLAY "REJECTED - EXPIRY DATE NOT TODAY OR LATER: "
011737                 TR-EXPIRY-DATE
011746             MOVE "EX" TO WS-REJECT-REASON
011755             MOVE "N" TO WS-ENTRY-OK
011764         END-IF
011773     END-IF.
011782 2100-EXIT.
011800     EXIT.

011850 2150-CHECK-DIGIT-COUNT.
011860     MOVE ZERO TO WS-PHONE-DIGIT-COUNT.
011861     INSPECT PHONE-NUMBER TALLYING WS-PHONE-DIGIT-COUNT
011862         FOR CHARACTERS BEFORE INITIAL SPACE.
011863     CALL "RANGECHK" USING WS-DIGIT-LOWER-BOUND
011864         WS-DIGIT-UPPER-BOUND WS-PHONE-DIGIT-COUNT
011865         WS-DIGIT-RANGE-FLAG.
011866     IF DIGIT-COUNT-IN-RANGE
011867             AND PHONE-NUMBER (1:WS-PHONE-DIGIT-COUNT) NOT NUMERIC
011868         MOVE "N" TO WS-DIGIT-RANGE-FLAG
011869     END-IF.
011870 2150-EXIT.
011871     EXIT.
011872
011873 2160-CHECK-CATEGORY.
011874     IF PHONE-CATEGORY = SPACE
011875             OR NOT CATEGORY-TABLE-ON-HAND
011876             OR NOT DP-CATEGORY-CHECKED
011877         MOVE "Y" TO WS-CAT-MATCH-SWITCH
011878     ELSE
011879         MOVE "N" TO WS-CAT-MATCH-SWITCH
011880         MOVE PHONE-CATEGORY TO CAT-CODE
011881         READ CATEGORY-FILE
011882             INVALID KEY
011883                 CONTINUE
011884             NOT INVALID KEY
011885                 IF CAT-ACTIVE
011886                     MOVE "Y" TO WS-CAT-MATCH-SWITCH
011887                 END-IF
011888         END-READ
011889     END-IF.
011890 2160-EXIT.
011891     EXIT.

011900*    AN ADD OR CHANGE THAT CARRIES AN EXPIRY DATE SETS (OR
011901*    EXTENDS) THE ENTRY'S phonexpy.dat ROW FOR PHONEXPY TO
011902*    ACT ON. THE ROW ALWAYS TAKES THE NAMES THE ENTRY NOW
011903*    CARRIES. A BLANK DATE LEAVES A CHANGED ENTRY'S ROW AS
011904*    IT WAS; ON AN ADD IT CLEARS A ROW LEFT BY A NUMBER'S
011905*    PREVIOUS HOLDER.
011906 2800-KEEP-EXPIRY.
011907     MOVE PHONE-NUMBER TO EX-PHONE-NUMBER.
011908     READ EXPIRY-FILE
011909         INVALID KEY
011910             MOVE "N" TO WS-EXPY-FOUND-SWITCH
011911         NOT INVALID KEY
011912             MOVE "Y" TO WS-EXPY-FOUND-SWITCH
011913     END-READ.
011914     IF TR-EXPIRY-DATE = SPACE
011915         IF NOT EXPIRY-ROW-ON-FILE
011916             GO TO 2800-EXIT
011917         END-IF
011918         IF TR-ACTION-ADD
011919             DELETE EXPIRY-FILE RECORD
011920             GO TO 2800-EXIT
011921         END-IF
011922     ELSE
011923         MOVE PHONE-NUMBER   TO EX-PHONE-NUMBER
011924         MOVE TR-EXPIRY-DATE TO EX-EXPIRY-DATE
011925         MOVE "BATCH"        TO EX-SET-BY
011926         MOVE WS-TODAY-DATE  TO EX-SET-DATE
011927     END-IF.
011928     MOVE WS-DIRECTORY-FILE  TO EX-DIRECTORY.
011929     MOVE PHONE-LAST-NAME    TO EX-LAST-NAME.
011930     MOVE PHONE-FIRST-NAME   TO EX-FIRST-NAME.
011931     IF EXPIRY-ROW-ON-FILE
011932         REWRITE EXPIRY-RECORD
011933     ELSE
011934         WRITE EXPIRY-RECORD
011935     END-IF.
011936     IF WS-EXPY-STATUS NOT = "00"
011937         DISPLAY "EXPIRY DATE NOT RECORDED FOR " PHONE-NUMBER
011938             " - FILE STATUS " WS-EXPY-STATUS
011939     END-IF.
011940 2800-EXIT.
011941     EXIT.
011942
011943*    A DELETED ENTRY TAKES ITS EXPIRY ROW WITH IT.
011944 2810-DROP-EXPIRY.
011945     MOVE PHONE-NUMBER TO EX-PHONE-NUMBER.
011946     DELETE EXPIRY-FILE RECORD
011947         INVALID KEY
011948             CONTINUE
011949     END-DELETE.
011950 2810-EXIT.
011951     EXIT.
011952
011953 2900-LOG-CHANGE.
011954     ACCEPT CH-DATE FROM DATE YYYYMMDD.
011955     ACCEPT CH-TIME FROM TIME.
011956     MOVE "BATCH"        TO CH-OPERATOR-ID.
011957     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
011958     MOVE WS-OLD-RECORD  TO CH-OLD-VALUES.
011959     MOVE WS-NEW-RECORD  TO CH-NEW-VALUES.
011960     MOVE "03"           TO CH-IMAGE-VERSION.
011961     OPEN EXTEND CHANGE-HISTORY-FILE.
011962     IF WS-CHG-STATUS NOT = "00"
011963         OPEN OUTPUT CHANGE-HISTORY-FILE
011964     END-IF.
011965     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
011966         WS-SEAL-CHECK WS-SEAL-RESULT.
011967     WRITE CHANGE-HISTORY-RECORD.
011968     CLOSE CHANGE-HISTORY-FILE.
011969 2900-EXIT.
011970     EXIT.

011971 2950-WRITE-REJECT.
011972     ADD 1 TO WS-REJECTED-COUNT.
011973     MOVE SPACE              TO REJECT-RECORD.
011974     MOVE WS-REJECT-REASON   TO RJ-REASON-CODE.
011975     MOVE TRANSACTION-RECORD TO RJ-TRANSACTION.
011976     WRITE REJECT-RECORD.
011977     MOVE SPACE              TO WS-REGISTER-DETAIL.
011978     MOVE WS-REJECT-REASON   TO RD-CODE.
011979     MOVE TR-ACTION-CODE     TO RD-ACTION.
011980     MOVE TR-NUMBER          TO RD-NUMBER.
011981     MOVE TR-LAST-NAME       TO RD-LAST-NAME.
011986     EVALUATE WS-REJECT-REASON
011987         WHEN "MN" MOVE "NAME MISSING" TO RD-REASON-TEXT
011988         WHEN "NN" MOVE "NUMBER NOT NUMERIC" TO RD-REASON-TEXT
011998         WHEN "CY" MOVE "COUNTRY RULES FAILED"
011999                       TO RD-REASON-TEXT
012003         WHEN "UA" MOVE "UNKNOWN ACTION CODE" TO RD-REASON-TEXT
012004         WHEN "EX" MOVE "EXPIRY DATE INVALID OR PAST"
012005                       TO RD-REASON-TEXT
012006         WHEN "CF" MOVE "CONFLICTING SAME-NUMBER ROWS"
012007                       TO RD-REASON-TEXT
012009         WHEN "QN" MOVE "NUMBER STILL COOLING OFF"
012010                       TO RD-REASON-TEXT
012011         WHEN "CR" MOVE "CATEGORY REQUIRED HERE"
012012                       TO RD-REASON-TEXT
012013         WHEN "XP" MOVE "EXTENSION AGAINST POLICY"
012014                       TO RD-REASON-TEXT
012015         WHEN "AR" MOVE "NO ADDRESS ON phonaddr.dat"
012016                       TO RD-REASON-TEXT
012017         WHEN "IO" MOVE "FILE ERROR - SEE SYSOUT"
012018                       TO RD-REASON-TEXT
012021     END-EVALUATE.
012027     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
012028     IF WS-REJECT-REASON = "CF"
012029         PERFORM 2970-LIST-CONFLICT-KEYERS THRU 2970-EXIT
012030     END-IF.
012031     IF WS-REJECT-REASON = "QN"
012032         PERFORM 2965-LIST-PRIOR-HOLDER THRU 2965-EXIT
012033     END-IF.
012034 2950-EXIT.
012035     EXIT.
012036
012037*    A WARNED ADD GOES IN, BUT THE REGISTER STILL SHOWS IT,
012038*    AND WHOSE THE NUMBER WAS, FOR THE MORNING CHECK.
012039 2960-NOTE-QUARANTINE.
012040     MOVE SPACE              TO WS-REGISTER-DETAIL.
012041     MOVE "QW"               TO RD-CODE.
012042     MOVE TR-ACTION-CODE     TO RD-ACTION.
012043     MOVE TR-NUMBER          TO RD-NUMBER.
012044     MOVE TR-LAST-NAME       TO RD-LAST-NAME.
012045     MOVE "ADDED - NUMBER COOLING OFF" TO RD-REASON-TEXT.
012046     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
012047     PERFORM 2965-LIST-PRIOR-HOLDER THRU 2965-EXIT.
012048 2960-EXIT.
012049     EXIT.
012050
012051 2965-LIST-PRIOR-HOLDER.
012052     MOVE SPACE TO WS-NUMQ-LINE.
012053     STRING "     WAS " DELIMITED BY SIZE
012054         WS-NUMQ-PRIOR-LAST DELIMITED BY "  "
012055         ", " DELIMITED BY SIZE
012056         WS-NUMQ-PRIOR-FIRST DELIMITED BY "  "
012057         " ON " DELIMITED BY SIZE
012058         WS-NUMQ-DIRECTORY DELIMITED BY SPACE
012059         " TO " WS-NUMQ-RELEASED
012060         ", FREE " WS-NUMQ-FREE DELIMITED BY SIZE
012061         INTO WS-NUMQ-LINE
012062     END-STRING.
012063     WRITE REGISTER-LINE FROM WS-NUMQ-LINE.
012064 2965-EXIT.
012065     EXIT.

012066 3000-CLOSE-FILES.
012067     PERFORM 3500-CLEAR-CHECKPOINT THRU 3500-EXIT.
012100     CLOSE TRANSACTION-FILE.
012117     CLOSE PHONE-BOOK.
012134     IF NOT EDIT-ONLY-RUN
012151         CLOSE EXPIRY-FILE
012168     END-IF.
012172     IF ADDRESS-FILE-ON-HAND
012176         CLOSE ADDRESS-FILE
012180     END-IF.
012185*    SET THE CONSUMED RESUBMIT FILE ASIDE SO THE NEXT
012203*    NIGHT DOES NOT REAPPLY THE SAME CORRECTED REJECTS -
012204*    A TRIAL RUN LEAVES IT WHERE IT IS.
012205     IF WS-RSUB-DONE-COUNT NOT = ZERO AND NOT EDIT-ONLY-RUN
014160*    A MISSING MASTER MEANS CODES ARE NOT CHALLENGED.
014170 2170-CHECK-AREA-CODE.
014180     IF WS-CTRY-NANP NOT = "Y"
014185             OR NOT DP-AREA-CHECKED
014190         GO TO 2170-EXIT
014200     END-IF.
014210     IF NOT AREA-MASTER-ON-HAND
014390         MOVE "N" TO WS-ENTRY-OK
014400     END-IF.
014410 2170-EXIT.
014411     EXIT.
014412
014413*    A NUMBER GIVEN UP INSIDE THE COOLING-OFF PERIOD STILL
014414*    RINGS FOR ITS OLD HOLDER'S CALLERS (NUMQCHK).
014415 2180-CHECK-QUARANTINE.
014416     MOVE "C" TO WS-NUMQ-FUNCTION.
014417     CALL "NUMQCHK" USING WS-NUMQ-FUNCTION PHONE-RECORD
014418         WS-NUMQ-PRIOR WS-NUMQ-DIRECTORY WS-NUMQ-RELEASED
014419         WS-NUMQ-FREE WS-NUMQ-RESULT.
014420     IF WS-NUMQ-RESULT = "R"
014421         DISPLAY "REJECTED - NUMBER STILL COOLING OFF: "
014422             PHONE-NUMBER " (WAS " WS-NUMQ-PRIOR-LAST ")"
014423         MOVE "QN" TO WS-REJECT-REASON
014424         MOVE "N" TO WS-ENTRY-OK
014425     END-IF.
014426     IF WS-NUMQ-RESULT = "W"
014427         DISPLAY "WARNING - NUMBER STILL COOLING OFF: "
014428             PHONE-NUMBER " (WAS " WS-NUMQ-PRIOR-LAST ")"
014429         PERFORM 2960-NOTE-QUARANTINE THRU 2960-EXIT
014430     END-IF.
014431 2180-EXIT.
014432     EXIT.
014433
014434*    WHAT THE DIRECTORY'S PROFILE MAKES MANDATORY. THE
014435*    TRANSACTION CARRIES NO ADDRESS, SO AN ADD TO A
014436*    DIRECTORY THAT NEEDS ONE MUST FIND ITS phonaddr.dat
014437*    ROW ALREADY IN PLACE.
014438 2190-CHECK-PROFILE.
014439     IF DP-CATEGORY-REQUIRED AND PHONE-CATEGORY = SPACE
014440         DISPLAY "REJECTED - CATEGORY REQUIRED ON "
014441             FUNCTION TRIM(WS-DIRECTORY-FILE) ": " PHONE-NUMBER
014442         MOVE "CR" TO WS-REJECT-REASON
014443         MOVE "N" TO WS-ENTRY-OK
014444     END-IF.
014445     IF (DP-EXTENSION-REQUIRED AND PHONE-EXTENSION = SPACE)
014446             OR (DP-EXTENSION-BARRED
014447             AND PHONE-EXTENSION NOT = SPACE)
014448         DISPLAY "REJECTED - EXTENSION AGAINST THE POLICY OF "
014449             FUNCTION TRIM(WS-DIRECTORY-FILE) ": " PHONE-NUMBER
014450         MOVE "XP" TO WS-REJECT-REASON
014451         MOVE "N" TO WS-ENTRY-OK
014452     END-IF.
014453     IF NOT DP-ADDRESS-REQUIRED OR NOT TR-ACTION-ADD
014454         GO TO 2190-EXIT
014455     END-IF.
014456     MOVE SPACE TO ADR-STREET.
014457     IF ADDRESS-FILE-ON-HAND
014458         MOVE PHONE-NUMBER TO ADR-PHONE-NUMBER
014459         READ ADDRESS-FILE
014460             INVALID KEY
014461                 MOVE SPACE TO ADR-STREET
014462         END-READ
014463     END-IF.
014464     IF ADR-STREET = SPACE
014465         DISPLAY "REJECTED - NO MAILING ADDRESS ON FILE FOR "
014466             PHONE-NUMBER
014467         MOVE "AR" TO WS-REJECT-REASON
014468         MOVE "N" TO WS-ENTRY-OK
014469     END-IF.
014470 2190-EXIT.
014471     EXIT.

014472*    TRIAL OUTPUT NAMES ARE THE REGISTRY PREFIX PLUS
014473*    "edit.rej" / "edtr.lst" - phonedit.rej AND
014474*    phonedtr.lst FOR THE DEFAULT DIRECTORY - SO THE REAL
014475*    NIGHT RUN'S REJECT FILE AND REGISTER ARE LEFT ALONE.
014476 1200-SET-TRIAL-NAMES.
014480     MOVE "D" TO WS-REG-FUNCTION.
014490     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
014500     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
014650     END-STRING.
014660 1200-EXIT.
014670     EXIT.
014671
014672*    THE DIRECTORY'S VALIDATION PROFILE - AN UNREGISTERED
014673*    DIRECTORY GETS THE OLD SINGLE RULE SET.
014674 1300-LOAD-PROFILE.
014675     MOVE "P" TO WS-REG-FUNCTION.
014676     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
014677     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
014678         WS-REG-DIRECTORY WS-REG-PREFIX
014679         DIRECTORY-PROFILE WS-REG-RESULT.
014680 1300-EXIT.
014681     EXIT.

014682*    THE NIGHT'S REJECT RATE AGAINST THE ALARM LEVEL IN
014690*    alert.cfg (KEYWORD ROWS REJPCT - PERCENT, DEFAULT 10 -
014700*    AND REJMIN - FEWEST TRANSACTIONS WORTH JUDGING,
014710*    DEFAULT 20, SO A HANDFUL OF INPUT WITH ONE BAD ROW
014720*    DOES NOT PAGE ANYONE). OVER THE LEVEL POSTS A WARNING
014730*    TO THE ALERT OUTBOX THROUGH ALRTPOST.
014740 1800-CHECK-REJECT-RATE.
014750     PERFORM 1810-READ-ALERT-CONFIG THRU 1810-EXIT.
014760     COMPUTE WS-INPUT-TOTAL = WS-ACCEPTED-COUNT
014770         + WS-CHANGED-COUNT + WS-DELETED-COUNT
014780         + WS-REJECTED-COUNT.
014790     IF WS-INPUT-TOTAL = ZERO
014800        OR WS-INPUT-TOTAL < WS-REJECT-ALARM-MIN
014810         GO TO 1800-EXIT
014820     END-IF.
014830     IF WS-REJECTED-COUNT * 100
014840        NOT > WS-REJECT-ALARM-PCT * WS-INPUT-TOTAL
014850         GO TO 1800-EXIT
014860     END-IF.
014870     COMPUTE WS-REJECT-RATE ROUNDED =
014880         WS-REJECTED-COUNT * 100 / WS-INPUT-TOTAL.
014890     MOVE WS-REJECT-RATE TO WS-REJECT-RATE-EDIT.
014900     MOVE SPACE TO WS-ALERT-TEXT.
014910     STRING "REJECT RATE "                   DELIMITED BY SIZE
014920         FUNCTION TRIM(WS-REJECT-RATE-EDIT)  DELIMITED BY SIZE
014930         " PCT OVER ALARM LEVEL "            DELIMITED BY SIZE
014940         WS-REJECT-ALARM-PCT                 DELIMITED BY SIZE
014950         " PCT"                              DELIMITED BY SIZE
014960         INTO WS-ALERT-TEXT
014970     END-STRING.
014980     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
014990         WS-DIRECTORY-FILE WS-ALERT-TEXT WS-ALERT-RESULT.
015000 1800-EXIT.
015010     EXIT.

015020 1810-READ-ALERT-CONFIG.
015030     MOVE "N" TO WS-ALCFG-EOF.
015040     OPEN INPUT ALERT-CONFIG-FILE.
015050     IF WS-ALCFG-STATUS NOT = "00"
015060         GO TO 1810-EXIT
015070     END-IF.
015080     PERFORM 1820-APPLY-ALERT-CONFIG THRU 1820-EXIT
015090         UNTIL WS-ALCFG-EOF = "Y".
015100     CLOSE ALERT-CONFIG-FILE.
015110 1810-EXIT.
015120     EXIT.

015130 1820-APPLY-ALERT-CONFIG.
015140     READ ALERT-CONFIG-FILE
015150         AT END
015160             MOVE "Y" TO WS-ALCFG-EOF
015170             GO TO 1820-EXIT
015180     END-READ.
015190     IF AL-VALUE NOT NUMERIC
015200         GO TO 1820-EXIT
015210     END-IF.
015220     EVALUATE AL-KEYWORD
015230         WHEN "REJPCT"
015240             MOVE AL-VALUE TO WS-REJECT-ALARM-PCT
015250         WHEN "REJMIN"
015260             MOVE AL-VALUE TO WS-REJECT-ALARM-MIN
015270         WHEN OTHER
015280             CONTINUE
015290     END-EVALUATE.
015300 1820-EXIT.
015310     EXIT.

015320*    ONE NIGHT'S FILE CAN HOLD SEVERAL ROWS FOR ONE NUMBER
015330*    FROM DIFFERENT KEYERS. THE LEGAL ORDER IS AN ADD, THEN
015340*    CHANGES, THEN A DELETE - EACH PART OPTIONAL - AND THOSE
015350*    ARE LEFT TO APPLY IN ARRIVAL ORDER. ANY OTHER SEQUENCE
015360*    (TWO ADDS, A ROW AFTER A DELETE, CHANGES FROM TWO
015370*    KEYERS) WOULD LET FILE ORDER DECIDE, SO EVERY ROW OF
015380*    THAT GROUP IS FLAGGED FOR THE REJECT FILE INSTEAD.
015390*    RESUBMITS AND THE PENDING QUEUE ARE NOT SCREENED - DATA
015400*    CONTROL HAS ALREADY DECIDED THOSE.
015410 1900-SCREEN-CONFLICTS.
015420     MOVE ZERO TO WS-SCREEN-USED.
015430     MOVE ZERO TO WS-SCREEN-OVERFLOW.
015440     MOVE ZERO TO WS-CONFLICT-GROUPS.
015450     MOVE ZERO TO WS-CONFLICT-ROWS.
015460     MOVE "N" TO WS-SCREEN-EOF.
015470     PERFORM 1910-LOAD-SCREEN-ROW THRU 1910-EXIT
015480         UNTIL WS-SCREEN-EOF = "Y".
015490     CLOSE TRANSACTION-FILE.
015500     OPEN INPUT TRANSACTION-FILE.
015510     IF WS-SCREEN-OVERFLOW NOT = ZERO
015520         MOVE WS-SCREEN-OVERFLOW TO WS-CONFLICT-DISP
015530         DISPLAY "CONFLICT SCREEN TABLE FULL - " WS-CONFLICT-DISP
015540             " TRANSACTION(S) PAST ROW 5000 NOT SCREENED."
015550     END-IF.
015560     PERFORM 1920-SCREEN-ONE-GROUP THRU 1920-EXIT
015570         VARYING WS-SCREEN-IX FROM 1 BY 1
015580         UNTIL WS-SCREEN-IX > WS-SCREEN-USED.
015590     IF WS-CONFLICT-GROUPS NOT = ZERO
015600         MOVE WS-CONFLICT-ROWS TO WS-CONFLICT-DISP
015610         DISPLAY "SAME-NUMBER CONFLICTS - " WS-CONFLICT-GROUPS
015620             " NUMBER(S), " WS-CONFLICT-DISP
015630             " TRANSACTION(S) TO THE REJECT FILE AS CF."
015640     END-IF.
015650 1900-EXIT.
015660     EXIT.

015670 1910-LOAD-SCREEN-ROW.
015680     READ TRANSACTION-FILE
015690         AT END
015700             MOVE "Y" TO WS-SCREEN-EOF
015710             GO TO 1910-EXIT
015720     END-READ.
015730     IF WS-SCREEN-USED NOT < 5000
015740         ADD 1 TO WS-SCREEN-OVERFLOW
015750         GO TO 1910-EXIT
015760     END-IF.
015770     ADD 1 TO WS-SCREEN-USED.
015780     MOVE TR-NUMBER      TO WS-SC-NUMBER (WS-SCREEN-USED).
015790     MOVE TR-ACTION-CODE TO WS-SC-ACTION (WS-SCREEN-USED).
015800     MOVE TR-KEYED-BY    TO WS-SC-KEYED-BY (WS-SCREEN-USED).
015810     MOVE "N"            TO WS-SC-GROUPED (WS-SCREEN-USED).
015820     MOVE "N"            TO WS-SC-CONFLICT (WS-SCREEN-USED).
015830 1910-EXIT.
015840     EXIT.

015850*    THE FIRST UNGROUPED ROW FOR A NUMBER OPENS ITS GROUP;
015860*    THE LATER ROWS ARE FOLLOWED THROUGH IN FILE ORDER.
015870 1920-SCREEN-ONE-GROUP.
015880     IF WS-SC-GROUPED (WS-SCREEN-IX) = "Y"
015890             OR WS-SC-NUMBER (WS-SCREEN-IX) = SPACE
015900             OR NOT SC-KNOWN-ACTION (WS-SCREEN-IX)
015910         GO TO 1920-EXIT
015920     END-IF.
015930     MOVE "Y" TO WS-SC-GROUPED (WS-SCREEN-IX).
015940     MOVE "N" TO WS-GROUP-CONFLICT.
015950     MOVE WS-SC-ACTION (WS-SCREEN-IX) TO WS-GROUP-STATE.
015960     MOVE SPACE TO WS-GROUP-CHANGER.
015970     IF WS-GROUP-STATE = "C"
015980         MOVE WS-SC-KEYED-BY (WS-SCREEN-IX) TO WS-GROUP-CHANGER
015990     END-IF.
016000     COMPUTE WS-SCREEN-JX = WS-SCREEN-IX + 1.
016010     PERFORM 1930-FOLLOW-GROUP-ROW THRU 1930-EXIT
016020         VARYING WS-SCREEN-JX FROM WS-SCREEN-JX BY 1
016030         UNTIL WS-SCREEN-JX > WS-SCREEN-USED.
016040     IF NOT GROUP-IN-CONFLICT
016050         GO TO 1920-EXIT
016060     END-IF.
016070     ADD 1 TO WS-CONFLICT-GROUPS.
016080     PERFORM 1940-MARK-GROUP-ROW THRU 1940-EXIT
016090         VARYING WS-SCREEN-JX FROM WS-SCREEN-IX BY 1
016100         UNTIL WS-SCREEN-JX > WS-SCREEN-USED.
016110 1920-EXIT.
016120     EXIT.

016130 1930-FOLLOW-GROUP-ROW.
016140     IF WS-SC-NUMBER (WS-SCREEN-JX)
016150                 NOT = WS-SC-NUMBER (WS-SCREEN-IX)
016160             OR NOT SC-KNOWN-ACTION (WS-SCREEN-JX)
016170         GO TO 1930-EXIT
016180     END-IF.
016190     MOVE "Y" TO WS-SC-GROUPED (WS-SCREEN-JX).
016200     EVALUATE WS-SC-ACTION (WS-SCREEN-JX)
016210         WHEN "A"
016220             MOVE "Y" TO WS-GROUP-CONFLICT
016230         WHEN "C"
016240             IF WS-GROUP-STATE = "D"
016250                 MOVE "Y" TO WS-GROUP-CONFLICT
016260             END-IF
016270             IF WS-GROUP-CHANGER = SPACE
016280                 MOVE WS-SC-KEYED-BY (WS-SCREEN-JX)
016290                     TO WS-GROUP-CHANGER
016300             END-IF
016310             IF WS-SC-KEYED-BY (WS-SCREEN-JX)
016320                     NOT = WS-GROUP-CHANGER
016330                 MOVE "Y" TO WS-GROUP-CONFLICT
016340             END-IF
016350             MOVE "C" TO WS-GROUP-STATE
016360         WHEN "D"
016370             IF WS-GROUP-STATE = "D"
016380                 MOVE "Y" TO WS-GROUP-CONFLICT
016390             END-IF
016400             MOVE "D" TO WS-GROUP-STATE
016410     END-EVALUATE.
016420 1930-EXIT.
016430     EXIT.

016440 1940-MARK-GROUP-ROW.
016450     IF WS-SC-NUMBER (WS-SCREEN-JX) = WS-SC-NUMBER (WS-SCREEN-IX)
016460             AND SC-KNOWN-ACTION (WS-SCREEN-JX)
016470         MOVE "Y" TO WS-SC-CONFLICT (WS-SCREEN-JX)
016480         ADD 1 TO WS-CONFLICT-ROWS
016490     END-IF.
016500 1940-EXIT.
016510     EXIT.

016520*    UNDER EACH CF REGISTER LINE, EVERY KEYER WHO PUT A ROW
016530*    INTO THE CONFLICTING GROUP (ROWS KEYED BEFORE THE
016540*    TR-KEYED-BY FIELD SHOW AS UNKNOWN).
016550 2970-LIST-CONFLICT-KEYERS.
016560     MOVE SPACE TO WS-KEYER-LINE.
016570     MOVE 1 TO WS-KEYER-PTR.
016580     MOVE ZERO TO WS-KEYERS-LISTED.
016590     MOVE "N" TO WS-KEYER-MORE.
016600     STRING "     KEYERS INVOLVED:" DELIMITED BY SIZE
016610         INTO WS-KEYER-LINE WITH POINTER WS-KEYER-PTR
016620     END-STRING.
016630     PERFORM 2975-ADD-CONFLICT-KEYER THRU 2975-EXIT
016640         VARYING WS-SCREEN-JX FROM 1 BY 1
016650         UNTIL WS-SCREEN-JX > WS-SCREEN-USED.
016660     IF WS-KEYER-MORE = "Y"
016670         STRING " AND OTHERS" DELIMITED BY SIZE
016680             INTO WS-KEYER-LINE WITH POINTER WS-KEYER-PTR
016690         END-STRING
016700     END-IF.
016710     WRITE REGISTER-LINE FROM WS-KEYER-LINE.
016720 2970-EXIT.
016730     EXIT.

016740 2975-ADD-CONFLICT-KEYER.
016750     IF WS-SC-NUMBER (WS-SCREEN-JX) NOT = TR-NUMBER
016760             OR WS-SC-CONFLICT (WS-SCREEN-JX) NOT = "Y"
016770         GO TO 2975-EXIT
016780     END-IF.
016790     MOVE WS-SC-KEYED-BY (WS-SCREEN-JX) TO WS-THIS-KEYER.
016800     IF WS-THIS-KEYER = SPACE
016810         MOVE "UNKNOWN" TO WS-THIS-KEYER
016820     END-IF.
016830     MOVE "N" TO WS-KEYER-DUP.
016840     PERFORM 2976-CHECK-KEYER-SEEN THRU 2976-EXIT
016850         VARYING WS-KEYER-IX FROM 1 BY 1
016860         UNTIL WS-KEYER-IX > WS-KEYERS-LISTED.
016870     IF WS-KEYER-DUP = "Y"
016880         GO TO 2975-EXIT
016890     END-IF.
016900     IF WS-KEYERS-LISTED NOT < 6
016910         MOVE "Y" TO WS-KEYER-MORE
016920         GO TO 2975-EXIT
016930     END-IF.
016940     ADD 1 TO WS-KEYERS-LISTED.
016950     MOVE WS-THIS-KEYER TO WS-KEYER-SEEN (WS-KEYERS-LISTED).
016960     STRING " " WS-THIS-KEYER DELIMITED BY SIZE
016970         INTO WS-KEYER-LINE WITH POINTER WS-KEYER-PTR
016980     END-STRING.
016990 2975-EXIT.
017000     EXIT.

017010 2976-CHECK-KEYER-SEEN.
017020     IF WS-KEYER-SEEN (WS-KEYER-IX) = WS-THIS-KEYER
017030         MOVE "Y" TO WS-KEYER-DUP
017040     END-IF.
017050 2976-EXIT.
017060     EXIT.
