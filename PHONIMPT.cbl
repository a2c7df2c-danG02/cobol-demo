002356*                 STILL LOADS. MAPPED ADDRESS COLUMNS
002358*                 WRITE THE COMPANION ROW AND IMAGE IT TO
002360*                 phonadch.dat LIKE THE ENTRY SCREEN DOES.
002373*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002386*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002389*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002392*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002395*                 CHECK VALUE) JUST BEFORE THE WRITE.
002396*  OCT 2026  DCG  A NUMBER ON dncreg.dat MARKED ERASED BY
002397*                 PHONERAS IS REJECTED (CODE ER) SO AN ERASED
002398*                 PERSON IS NOT LOADED BACK FROM AN OUTSIDE
002399*                 LIST.
002413*  OCT 2026  DCG  A NUMBER GIVEN UP INSIDE THE numquar.cfg
002427*                 COOLING-OFF PERIOD (NUMQCHK) IS REJECTED
002441*                 (CODE QN) OR, WHEN THE CFG SAYS WARN,
002455*                 LOADED WITH A QW LINE ON THE REGISTER
002469*                 NAMING THE PREVIOUS HOLDER.
002470*  OCT 2026  DCG  ROWS ARE VALIDATED UNDER THE DIRECTORY'S
002471*                 dirreg.dat PROFILE (DIRREG "P", DIRPROF):
002472*                 THE COUNTRY AND AREA CHECKS RUN ONLY WHERE
002473*                 IT SAYS, CATEGORY CODES ARE CHECKED ON
002474*                 catmast.dat (CT), A MISSING MANDATORY
002475*                 CATEGORY (CR) OR EXTENSION AGAINST POLICY
002476*                 (XP) REJECTS, A DIRECTORY NEEDING AN
002477*                 ADDRESS REJECTS A ROW WITHOUT A STREET (AR),
002478*                 AND MAPPED ADDRESSES ARE HELD TO THE
002479*                 statmast.dat STATE/POSTAL RULES (AV).
002483*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AC-CODE
004700         FILE STATUS IS WS-AREA-STATUS.
004707
004714     SELECT OPTIONAL CATEGORY-FILE
004721         ASSIGN TO "catmast.dat"
004728         ORGANIZATION IS INDEXED
004735         ACCESS MODE IS RANDOM
004742         RECORD KEY IS CAT-CODE
004749         FILE STATUS IS WS-CAT-STATUS.
004756
004763     SELECT OPTIONAL STATE-MASTER-FILE
004770         ASSIGN TO "statmast.dat"
004777         ORGANIZATION IS INDEXED
004784         ACCESS MODE IS RANDOM
004791         RECORD KEY IS ST-CODE
004798         FILE STATUS IS WS-STATE-STATUS.

004810     SELECT OPTIONAL CHANGE-HISTORY-FILE
004820         ASSIGN TO "phonchg.dat"
004856         ORGANIZATION IS LINE SEQUENTIAL
004857         FILE STATUS IS WS-ADCH-STATUS.
004858
004865     SELECT OPTIONAL DNC-REGISTRY-FILE
004872         ASSIGN TO "dncreg.dat"
004879         ORGANIZATION IS LINE SEQUENTIAL
004886         FILE STATUS IS WS-DNC-STATUS.

004900     SELECT REJECT-FILE
005000         ASSIGN TO "phonimprj.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL

006600 FD  AREA-CODE-FILE.
006700     COPY AREAREC.
006715
006730 FD  CATEGORY-FILE.
006745     COPY CATREC.
006760
006775 FD  STATE-MASTER-FILE.
006790     COPY STATREC.

006810 FD  CHANGE-HISTORY-FILE.
006820     COPY PHONCHG.
006830 FD  ADDRESS-CHANGE-FILE.
006831     COPY ADDRCHG.
006832
006849 FD  DNC-REGISTRY-FILE.
006866     COPY DNCREC.

006900 FD  REJECT-FILE.
007000 01  REJECT-RECORD.
007100     05  RJ-REASON-CODE          PIC X(02).
008400 01  WS-AREA-STATUS              PIC X(02) VALUE "00".
008500 01  WS-REJ-STATUS               PIC X(02) VALUE "00".
008510 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
008557 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
008604 01  WS-SEAL-CHECK               PIC X(10).
008651 01  WS-SEAL-RESULT              PIC X(01).

008700 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
008800 01  WS-RUN-PARM                 PIC X(20).
008810 01  WS-MAP-STATUS               PIC X(02) VALUE "00".
008812 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
008814 01  WS-ADCH-STATUS              PIC X(02) VALUE "00".
008815 01  WS-DNC-STATUS               PIC X(02) VALUE "00".
008816 01  WS-MAP-EOF                  PIC X(01).
008818 01  WS-MAP-ON-HAND              PIC X(01) VALUE "N".
008820     88  MAPPING-ON-HAND                 VALUE "Y".
009500 01  WS-AREA-MATCH-SWITCH        PIC X(01).
009600     88  AREA-CODE-FOUND                 VALUE "Y".
009610 01  WS-AREA-TODAY               PIC X(08).
009617
009624 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
009631 01  WS-CAT-FILE-SWITCH          PIC X(01) VALUE "N".
009638     88  CATEGORY-TABLE-ON-HAND          VALUE "Y".
009645 01  WS-CAT-MATCH-SWITCH         PIC X(01).
009652     88  CATEGORY-CODE-OK                VALUE "Y".
009659
009666 01  WS-STATE-STATUS             PIC X(02) VALUE "00".
009673 01  WS-STATE-FILE-SWITCH        PIC X(01) VALUE "N".
009680     88  STATE-TABLE-ON-HAND             VALUE "Y".
009687 01  WS-STATE-MATCH-SWITCH       PIC X(01).
009694     88  STATE-CODE-OK                   VALUE "Y".
009701 01  WS-POSTAL-FORMAT            PIC X(01).
009708 01  WS-POSTAL-OK                PIC X(01).
009715     88  POSTAL-CODE-OK                  VALUE "Y".
009722
009729 01  WS-REG-FUNCTION             PIC X(01).
009736 01  WS-REG-CHOICE               PIC X(01).
009743 01  WS-REG-DIRECTORY            PIC X(20).
009750 01  WS-REG-PREFIX               PIC X(04).
009757 01  WS-REG-RESULT               PIC X(01).
009764*    THE TARGET DIRECTORY'S VALIDATION PROFILE.
009771     COPY DIRPROF.

009800 01  WS-ENTRY-OK                 PIC X(01).
009900 01  WS-REJECT-REASON            PIC X(02).
009910 01  WS-CTRY-VALID               PIC X(01).
009920 01  WS-CTRY-NANP                PIC X(01).
009922 01  WS-NUMQ-FUNCTION            PIC X(01).
009924 01  WS-NUMQ-PRIOR.
009926     05  WS-NUMQ-PRIOR-LAST      PIC X(20).
009928     05  WS-NUMQ-PRIOR-FIRST     PIC X(20).
009930     05  FILLER                  PIC X(42).
009932 01  WS-NUMQ-DIRECTORY           PIC X(20).
009934 01  WS-NUMQ-RELEASED            PIC X(08).
009936 01  WS-NUMQ-FREE                PIC X(08).
009938 01  WS-NUMQ-RESULT              PIC X(01).
009940 01  WS-NUMQ-LINE                PIC X(80).

009952*    NUMBERS ERASED UNDER PHONERAS - NEVER TO BE LOADED AGAIN.
009968 01  WS-ERASED-TABLE.
009984     05  WS-ERASED-USED          PIC 9(04) COMP VALUE ZERO.
010000     05  WS-ERASED-NUMBER OCCURS 2000 TIMES
010016                                 PIC X(15).
010032 01  WS-ERASED-INDEX             PIC 9(04) COMP VALUE ZERO.
010048 01  WS-ERASED-SWITCH            PIC X(01).
010064     88  NUMBER-WAS-ERASED               VALUE "Y".
010080 01  WS-DNC-EOF                  PIC X(01).

010100 01  WS-FIELD-LAST               PIC X(20).
010200 01  WS-FIELD-FIRST              PIC X(20).
015400     IF WS-RUN-PARM NOT = SPACE
015500         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
015600     END-IF.
015650     PERFORM 1200-LOAD-PROFILE THRU 1200-EXIT.
015700     OPEN INPUT IMPORT-FILE.
015800     IF WS-IMPORT-STATUS NOT = "00"
015900         DISPLAY "NO IMPORT FILE phonimp.csv ON HAND - "
017400         DISPLAY "AREA-CODE MASTER areamast.dat NOT ON HAND"
017500             " - AREA CODES WILL NOT BE CHALLENGED."
017600     END-IF.
017602     MOVE "N" TO WS-CAT-FILE-SWITCH.
017604     OPEN INPUT CATEGORY-FILE.
017606     IF WS-CAT-STATUS = "00"
017608         MOVE "Y" TO WS-CAT-FILE-SWITCH
017610     ELSE
017612         DISPLAY "CATEGORY TABLE catmast.dat NOT ON HAND"
017614             " - CATEGORY CODES WILL NOT BE CHALLENGED."
017616     END-IF.
017618     MOVE "N" TO WS-STATE-FILE-SWITCH.
017620     IF ADDRESS-COLUMNS-MAPPED AND DP-ADDRESS-CHECKED
017622         OPEN INPUT STATE-MASTER-FILE
017624         IF WS-STATE-STATUS = "00"
017626             MOVE "Y" TO WS-STATE-FILE-SWITCH
017628         ELSE
017630             DISPLAY "STATE TABLE statmast.dat NOT ON HAND"
017632                 " - ADDRESSES WILL NOT BE CHALLENGED."
017634         END-IF
017636     END-IF.
017650     PERFORM 1100-LOAD-ERASED-NUMBERS THRU 1100-EXIT.
017700     OPEN OUTPUT REJECT-FILE.
017800     OPEN OUTPUT REJECT-REGISTER-FILE.
017900     ACCEPT RH-DATE FROM DATE YYYYMMDD.
018200 1000-EXIT.
018300     EXIT.

018314 1100-LOAD-ERASED-NUMBERS.
018321     MOVE ZERO TO WS-ERASED-USED.
018328     OPEN INPUT DNC-REGISTRY-FILE.
018335     IF WS-DNC-STATUS NOT = "00" AND WS-DNC-STATUS NOT = "05"
018342         GO TO 1100-EXIT
018349     END-IF.
018356     MOVE "N" TO WS-DNC-EOF.
018363     PERFORM 1110-LOAD-NEXT-ERASED THRU 1110-EXIT
018370         UNTIL WS-DNC-EOF = "Y".
018377     CLOSE DNC-REGISTRY-FILE.
018384 1100-EXIT.
018391     EXIT.

018405 1110-LOAD-NEXT-ERASED.
018412     MOVE SPACE TO DNC-REGISTRY-RECORD.
018419     READ DNC-REGISTRY-FILE
018426         AT END
018433             MOVE "Y" TO WS-DNC-EOF
018440             GO TO 1110-EXIT
018447     END-READ.
018454     IF DN-ERASED AND WS-ERASED-USED < 2000
018461         ADD 1 TO WS-ERASED-USED
018468         MOVE DN-NUMBER TO WS-ERASED-NUMBER (WS-ERASED-USED)
018475     END-IF.
018482 1110-EXIT.
018489     EXIT.
018496
018503*    THE PROFILE SAYS WHICH CHECKS APPLY TO THIS DIRECTORY
018510*    AND WHICH FIELDS IT INSISTS ON; A DIRECTORY NOT ON THE
018517*    REGISTRY GETS THE DEFAULT - EVERY CHECK, NOTHING EXTRA.
018524 1200-LOAD-PROFILE.
018531     MOVE "P" TO WS-REG-FUNCTION.
018538     MOVE SPACE TO WS-REG-CHOICE.
018545     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
018552     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
018559         WS-REG-DIRECTORY WS-REG-PREFIX DIRECTORY-PROFILE
018566         WS-REG-RESULT.
018573 1200-EXIT.
018580     EXIT.

018587 2000-PROCESS-ROW.
018600     ADD 1 TO WS-ROW-COUNT.
018700     IF IMPORT-LINE = SPACE
018800             OR IMPORT-LINE (1:7) = "TRAILER"
024400         ELSE
024410             CALL "CTRYCHK" USING PHONE-COUNTRY-CODE
024420                 PHONE-NUMBER WS-CTRY-VALID WS-CTRY-NANP
024422             IF NOT DP-COUNTRY-CHECKED
024424                 MOVE "Y" TO WS-CTRY-VALID
024426             END-IF
024430             IF WS-CTRY-VALID NOT = "Y"
024440                 MOVE "CY" TO WS-REJECT-REASON
024450                 MOVE "N" TO WS-ENTRY-OK
024460             END-IF
024470             IF WS-CTRY-NANP = "Y" AND DP-AREA-CHECKED
024500                 PERFORM 2400-CHECK-AREA-CODE THRU 2400-EXIT
024600                 IF NOT AREA-CODE-FOUND
024700                     MOVE "AC" TO WS-REJECT-REASON
024950             END-IF
025000         END-IF
025100     END-IF.
025101     PERFORM 2410-CHECK-CATEGORY THRU 2410-EXIT.
025102     IF NOT CATEGORY-CODE-OK
025103         MOVE "CT" TO WS-REJECT-REASON
025104         MOVE "N" TO WS-ENTRY-OK
025105     END-IF.
025106     IF DP-CATEGORY-REQUIRED AND PHONE-CATEGORY = SPACE
025107         MOVE "CR" TO WS-REJECT-REASON
025108         MOVE "N" TO WS-ENTRY-OK
025109     END-IF.
025110     IF (DP-EXTENSION-REQUIRED AND PHONE-EXTENSION = SPACE)
025111             OR (DP-EXTENSION-BARRED
025112                 AND PHONE-EXTENSION NOT = SPACE)
025113         MOVE "XP" TO WS-REJECT-REASON
025114         MOVE "N" TO WS-ENTRY-OK
025115     END-IF.
025116     PERFORM 2450-CHECK-ADDRESS THRU 2450-EXIT.
025117     IF WS-ENTRY-OK = "Y"
025124         PERFORM 2500-CHECK-ERASED THRU 2500-EXIT
025136         IF NUMBER-WAS-ERASED
025148             MOVE "ER" TO WS-REJECT-REASON
025160             MOVE "N" TO WS-ENTRY-OK
025172         END-IF
025184     END-IF.
025188     IF WS-ENTRY-OK = "Y"
025192         PERFORM 2520-CHECK-QUARANTINE THRU 2520-EXIT
025196     END-IF.
025200 2200-EXIT.
025300     EXIT.

028200         END-READ
028300     END-IF.
028400 2400-EXIT.
028401     EXIT.
028402
028403 2410-CHECK-CATEGORY.
028404     IF PHONE-CATEGORY = SPACE
028405             OR NOT CATEGORY-TABLE-ON-HAND
028406             OR NOT DP-CATEGORY-CHECKED
028407         MOVE "Y" TO WS-CAT-MATCH-SWITCH
028408     ELSE
028409         MOVE "N" TO WS-CAT-MATCH-SWITCH
028410         MOVE PHONE-CATEGORY TO CAT-CODE
028411         READ CATEGORY-FILE
028412             INVALID KEY
028413                 CONTINUE
028414             NOT INVALID KEY
028415                 IF CAT-ACTIVE
028416                     MOVE "Y" TO WS-CAT-MATCH-SWITCH
028417                 END-IF
028418         END-READ
028419     END-IF.
028420 2410-EXIT.
028421     EXIT.
028422
028423*    A DIRECTORY WHOSE PROFILE MAKES THE ADDRESS MANDATORY
028424*    TAKES NO ROW WITHOUT A MAPPED STREET (AR). A MAPPED
028425*    ADDRESS IS HELD TO THE STATE/POSTAL RULES THE ENTRY
028426*    SCREEN APPLIES (AV) WHERE THE PROFILE CHECKS ADDRESSES.
028427 2450-CHECK-ADDRESS.
028428     IF DP-ADDRESS-REQUIRED
028429         IF NOT ADDRESS-COLUMNS-MAPPED
028430                 OR WS-ADDR-STREET = SPACE
028431             MOVE "AR" TO WS-REJECT-REASON
028432             MOVE "N" TO WS-ENTRY-OK
028433             GO TO 2450-EXIT
028434         END-IF
028435     END-IF.
028436     IF NOT ADDRESS-COLUMNS-MAPPED
028437             OR NOT STATE-TABLE-ON-HAND
028438         GO TO 2450-EXIT
028439     END-IF.
028440     IF WS-ADDR-STREET = SPACE AND WS-ADDR-CITY = SPACE
028441             AND WS-ADDR-STATE = SPACE
028442             AND WS-ADDR-POSTAL = SPACE
028443         GO TO 2450-EXIT
028444     END-IF.
028445     MOVE FUNCTION UPPER-CASE(WS-ADDR-STATE) TO WS-ADDR-STATE.
028446     MOVE FUNCTION UPPER-CASE(WS-ADDR-POSTAL) TO WS-ADDR-POSTAL.
028447     MOVE "F" TO WS-POSTAL-FORMAT.
028448     MOVE "N" TO WS-STATE-MATCH-SWITCH.
028449     MOVE WS-ADDR-STATE TO ST-CODE.
028450     READ STATE-MASTER-FILE
028451         INVALID KEY
028452             CONTINUE
028453         NOT INVALID KEY
028454             IF ST-ACTIVE
028455                 MOVE "Y" TO WS-STATE-MATCH-SWITCH
028456                 MOVE ST-POSTAL-FORMAT TO WS-POSTAL-FORMAT
028457             END-IF
028458     END-READ.
028459     PERFORM 2460-CHECK-POSTAL-FORMAT THRU 2460-EXIT.
028460     IF NOT STATE-CODE-OK OR NOT POSTAL-CODE-OK
028461         MOVE "AV" TO WS-REJECT-REASON
028462         MOVE "N" TO WS-ENTRY-OK
028463     END-IF.
028464 2450-EXIT.
028465     EXIT.
028466
028467*    U = 5 DIGITS, OPTIONALLY -4 MORE; C = A9A 9A9; A BLANK
028468*    POSTAL CODE PASSES - THE EDIT CHECKS FORMAT, NOT PRESENCE.
028469 2460-CHECK-POSTAL-FORMAT.
028470     MOVE "Y" TO WS-POSTAL-OK.
028471     IF WS-ADDR-POSTAL = SPACE
028472         GO TO 2460-EXIT
028473     END-IF.
028474     EVALUATE WS-POSTAL-FORMAT
028475         WHEN "U"
028476             IF WS-ADDR-POSTAL (1:5) NOT NUMERIC
028477                 MOVE "N" TO WS-POSTAL-OK
028478             ELSE
028479                 IF WS-ADDR-POSTAL (6:5) NOT = SPACE
028480                     IF WS-ADDR-POSTAL (6:1) NOT = "-"
028481                             OR WS-ADDR-POSTAL (7:4)
028482                                 NOT NUMERIC
028483                         MOVE "N" TO WS-POSTAL-OK
028484                     END-IF
028485                 END-IF
028486             END-IF
028487         WHEN "C"
028488             IF WS-ADDR-POSTAL (1:1) NOT ALPHABETIC
028489                     OR WS-ADDR-POSTAL (2:1) NOT NUMERIC
028490                     OR WS-ADDR-POSTAL (3:1) NOT ALPHABETIC
028491                     OR WS-ADDR-POSTAL (4:1) NOT = SPACE
028492                     OR WS-ADDR-POSTAL (5:1) NOT NUMERIC
028493                     OR WS-ADDR-POSTAL (6:1) NOT ALPHABETIC
028494                     OR WS-ADDR-POSTAL (7:1) NOT NUMERIC
028495                     OR WS-ADDR-POSTAL (8:3) NOT = SPACE
028496                 MOVE "N" TO WS-POSTAL-OK
028497             END-IF
028498         WHEN OTHER
028499             CONTINUE
028500     END-EVALUATE.
028501 2460-EXIT.
028502     EXIT.

028503 2500-CHECK-ERASED.
028533     MOVE "N" TO WS-ERASED-SWITCH.
028544     PERFORM 2510-CHECK-NEXT-ERASED THRU 2510-EXIT
028555         VARYING WS-ERASED-INDEX FROM 1 BY 1
028566         UNTIL WS-ERASED-INDEX > WS-ERASED-USED
028577             OR NUMBER-WAS-ERASED.
028588 2500-EXIT.
028599     EXIT.

028621 2510-CHECK-NEXT-ERASED.
028632     IF WS-ERASED-NUMBER (WS-ERASED-INDEX) = PHONE-NUMBER
028643         MOVE "Y" TO WS-ERASED-SWITCH
028654     END-IF.
028665 2510-EXIT.
028676     EXIT.

028680*    A NUMBER GIVEN UP INSIDE THE COOLING-OFF PERIOD STILL
028682*    RINGS FOR ITS OLD HOLDER'S CALLERS (NUMQCHK).
028684 2520-CHECK-QUARANTINE.
028686     MOVE "C" TO WS-NUMQ-FUNCTION.
028688     CALL "NUMQCHK" USING WS-NUMQ-FUNCTION PHONE-RECORD
028690         WS-NUMQ-PRIOR WS-NUMQ-DIRECTORY WS-NUMQ-RELEASED
028692         WS-NUMQ-FREE WS-NUMQ-RESULT.
028694     IF WS-NUMQ-RESULT = "R"
028696         MOVE "QN" TO WS-REJECT-REASON
028698         MOVE "N" TO WS-ENTRY-OK
028702     END-IF.
028704     IF WS-NUMQ-RESULT = "W"
028706         DISPLAY "WARNING - NUMBER STILL COOLING OFF: "
028708             PHONE-NUMBER " (WAS " WS-NUMQ-PRIOR-LAST ")"
028710         MOVE SPACE       TO WS-REGISTER-DETAIL
028712         MOVE "QW"        TO RD-CODE
028714         MOVE IMPORT-LINE TO RD-LINE
028716         WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL
028718         PERFORM 2530-LIST-PRIOR-HOLDER THRU 2530-EXIT
028720     END-IF.
028722 2520-EXIT.
028724     EXIT.
028726
028728 2530-LIST-PRIOR-HOLDER.
028730     MOVE SPACE TO WS-NUMQ-LINE.
028732     STRING "     WAS " DELIMITED BY SIZE
028734         WS-NUMQ-PRIOR-LAST DELIMITED BY "  "
028736         ", " DELIMITED BY SIZE
028738         WS-NUMQ-PRIOR-FIRST DELIMITED BY "  "
028740         " ON " DELIMITED BY SIZE
028742         WS-NUMQ-DIRECTORY DELIMITED BY SPACE
028744         " TO " WS-NUMQ-RELEASED
028746         ", FREE " WS-NUMQ-FREE DELIMITED BY SIZE
028748         INTO WS-NUMQ-LINE
028750     END-STRING.
028752     WRITE REGISTER-LINE FROM WS-NUMQ-LINE.
028754 2530-EXIT.
028756     EXIT.

028758 2900-WRITE-REJECT.
028800     ADD 1 TO WS-REJECTED-COUNT.
028900     MOVE SPACE            TO REJECT-RECORD.
029000     MOVE WS-REJECT-REASON TO RJ-REASON-CODE.
029400     MOVE WS-REJECT-REASON TO RD-CODE.
029500     MOVE IMPORT-LINE      TO RD-LINE.
029600     WRITE REGISTER-LINE FROM WS-REGISTER-DETAIL.
029610     IF WS-REJECT-REASON = "QN"
029620         PERFORM 2530-LIST-PRIOR-HOLDER THRU 2530-EXIT
029630     END-IF.
029700 2900-EXIT.
029800     EXIT.

030300     IF AREA-MASTER-ON-HAND
030400         CLOSE AREA-CODE-FILE
030500     END-IF.
030501     IF CATEGORY-TABLE-ON-HAND
030502         CLOSE CATEGORY-FILE
030503     END-IF.
030504     IF STATE-TABLE-ON-HAND
030505         CLOSE STATE-MASTER-FILE
030506     END-IF.
030510     IF ADDRESS-FILE-OPEN
030520         CLOSE ADDRESS-FILE
030530     END-IF.
032040     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
032050     MOVE SPACE             TO CH-OLD-VALUES.
032060     MOVE PHONE-RECORD      TO CH-NEW-VALUES.
032065     MOVE "03"              TO CH-IMAGE-VERSION.
032070     OPEN EXTEND CHANGE-HISTORY-FILE.
032080     IF WS-CHG-STATUS NOT = "00"
032090         OPEN OUTPUT CHANGE-HISTORY-FILE
032100     END-IF.
032103     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
032106         WS-SEAL-CHECK WS-SEAL-RESULT.
032110     WRITE CHANGE-HISTORY-RECORD.
032120     CLOSE CHANGE-HISTORY-FILE.
032130 2950-EXIT.
