002000*----------------------------------------------------------
002100* MOD LOG:
002200*  SEP 2026  DCG  ORIGINAL PROGRAM.
002233*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002266*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002277*  OCT 2026  DCG  WORKLIST ROWS GREW 38 -> 46 FOR THE SWEEP'S
002288*                 WL-FOUND-DATE, WHICH IS CARRIED THROUGH.
002291*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002294*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002297*                 CHECK VALUE) JUST BEFORE THE WRITE.
002309*  OCT 2026  DCG  THE RE-CHECK FOLLOWS THE DIRECTORY'S
002321*                 dirreg.dat PROFILE LIKE THE SWEEP DOES, SO
002333*                 CR/XP/AR ITEMS ONLY CHECK OFF WHEN THE
002345*                 CATEGORY, EXTENSION OR phonaddr.dat ADDRESS
002357*                 IS REALLY THERE. AN EXTENSION CAN NOW BE
002369*                 CLEARED BY KEYING "*".
002381*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS CAT-CODE
005800         FILE STATUS IS WS-CAT-STATUS.
005812
005824     SELECT OPTIONAL ADDRESS-FILE
005836         ASSIGN TO "phonaddr.dat"
005848         ORGANIZATION IS INDEXED
005860         ACCESS MODE IS RANDOM
005872         RECORD KEY IS ADR-PHONE-NUMBER
005884         FILE STATUS IS WS-ADDR-STATUS.
005900
006000     SELECT OPTIONAL CHANGE-HISTORY-FILE
006100         ASSIGN TO "phonchg.dat"
007000     05  WL-NUMBER               PIC X(15).
007100     05  WL-REASON               PIC X(02).
007200     05  WL-DIRECTORY            PIC X(20).
007250     05  WL-FOUND-DATE           PIC X(08).
007300
007400 FD  NEW-WORKLIST-FILE.
007500 01  NEW-WORKLIST-RECORD         PIC X(46).
007600
007700 FD  PHONE-BOOK.
007800     COPY PHONEREC.
008200
008300 FD  CATEGORY-FILE.
008400     COPY CATREC.
008425
008450 FD  ADDRESS-FILE.
008475     COPY PHONADDR.
008500
008600 FD  CHANGE-HISTORY-FILE.
008700     COPY PHONCHG.
009800 01  WS-AREA-STATUS              PIC X(02) VALUE "00".
009900 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
010000 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
010012 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
010025 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
010050 01  WS-SEAL-CHECK               PIC X(10).
010075 01  WS-SEAL-RESULT              PIC X(01).
010100
010200 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
010300 01  WS-WORKLIST-FILE-NAME       PIC X(20)
015200     88  CATEGORY-TABLE-ON-HAND          VALUE "Y".
015300 01  WS-CAT-MATCH-SWITCH         PIC X(01).
015400     88  CATEGORY-CODE-OK                VALUE "Y".
015420 01  WS-ADDR-FILE-SWITCH         PIC X(01) VALUE "N".
015440     88  ADDRESS-FILE-ON-HAND            VALUE "Y".
015460*    THE CHOSEN DIRECTORY'S VALIDATION PROFILE.
015480     COPY DIRPROF.
015500
015600 01  WS-DIGIT-LOWER-BOUND        PIC 9(03) VALUE 009.
015700 01  WS-DIGIT-UPPER-BOUND        PIC 9(03) VALUE 016.
023900         GO TO 0200-GET-DIRECTORY-CHOICE
024000     END-IF.
024100     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
024120     MOVE "P" TO WS-REG-FUNCTION.
024140     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
024160         WS-REG-DIRECTORY WS-REG-PREFIX DIRECTORY-PROFILE
024180         WS-REG-RESULT.
024200     IF WS-DIRECTORY-FILE NOT = "phone.csv"
024300         MOVE SPACE TO WS-WORKLIST-FILE-NAME
024400         STRING FUNCTION TRIM(WS-REG-PREFIX)
030100     IF WS-CAT-STATUS = "00"
030200         MOVE "Y" TO WS-CAT-FILE-SWITCH
030300     END-IF.
030312     MOVE "N" TO WS-ADDR-FILE-SWITCH.
030324     IF DP-ADDRESS-REQUIRED
030336         OPEN INPUT ADDRESS-FILE
030348         IF WS-ADDR-STATUS = "00"
030360             MOVE "Y" TO WS-ADDR-FILE-SWITCH
030372         END-IF
030384     END-IF.
030400     OPEN OUTPUT NEW-WORKLIST-FILE.
030500     READ WORKLIST-FILE
030600         AT END MOVE "Y" TO WS-WORK-EOF
031600         WS-OPEN-COUNT WS-MVT-ADDED WS-MVT-CHANGED
031700         WS-MVT-DELETED WS-CLOSE-COUNT.
031800     CLOSE PHONE-BOOK.
031825     IF ADDRESS-FILE-ON-HAND
031850         CLOSE ADDRESS-FILE
031875     END-IF.
031900     MOVE SPACE TO WS-COMMAND.
032000     STRING "mv phonswpv.tmp "              DELIMITED BY SIZE
032100         FUNCTION TRIM(WS-WORKLIST-FILE-NAME)
039800     ACCEPT WS-ENTRY-FIRST.
039900     DISPLAY "NEW COUNTRY CODE (BLANK = KEEP) ? ".
040000     ACCEPT WS-ENTRY-COUNTRY.
040100     DISPLAY "NEW EXTENSION (BLANK = KEEP, * = CLEAR) ? ".
040200     ACCEPT WS-ENTRY-EXTENSION.
040300     DISPLAY "NEW CATEGORY (BLANK = KEEP) ? ".
040400     ACCEPT WS-ENTRY-CATEGORY.
041500     IF WS-ENTRY-EXTENSION NOT = SPACE
041600         MOVE WS-ENTRY-EXTENSION TO PHONE-EXTENSION
041700     END-IF.
041725     IF WS-ENTRY-EXTENSION = "*"
041750         MOVE SPACE TO PHONE-EXTENSION
041775     END-IF.
041800     IF WS-ENTRY-CATEGORY NOT = SPACE
041900         MOVE WS-ENTRY-CATEGORY TO PHONE-CATEGORY
042000     END-IF.
046200     END-IF.
046300     CALL "CTRYCHK" USING PHONE-COUNTRY-CODE PHONE-NUMBER
046400         WS-CTRY-VALID WS-CTRY-NANP.
046425     IF NOT DP-COUNTRY-CHECKED
046450         MOVE "Y" TO WS-CTRY-VALID
046475     END-IF.
046500     IF WS-CTRY-VALID NOT = "Y"
046600         MOVE "CY" TO WS-REJECT-REASON
046700         MOVE "N" TO WS-ENTRY-OK
046800     END-IF.
046900     IF WS-CTRY-NANP = "Y" AND DP-AREA-CHECKED
047000         PERFORM 4200-CHECK-AREA-CODE THRU 4200-EXIT
047100         IF NOT AREA-CODE-FOUND
047200             MOVE "AC" TO WS-REJECT-REASON
047800         MOVE "CT" TO WS-REJECT-REASON
047900         MOVE "N" TO WS-ENTRY-OK
048000     END-IF.
048007     IF DP-CATEGORY-REQUIRED AND PHONE-CATEGORY = SPACE
048014         MOVE "CR" TO WS-REJECT-REASON
048021         MOVE "N" TO WS-ENTRY-OK
048028     END-IF.
048035     IF (DP-EXTENSION-REQUIRED AND PHONE-EXTENSION = SPACE)
048042             OR (DP-EXTENSION-BARRED
048049                 AND PHONE-EXTENSION NOT = SPACE)
048056         MOVE "XP" TO WS-REJECT-REASON
048063         MOVE "N" TO WS-ENTRY-OK
048070     END-IF.
048077     IF DP-ADDRESS-REQUIRED
048084         PERFORM 4400-CHECK-ADDRESS THRU 4400-EXIT
048091     END-IF.
048100 4000-EXIT.
048200     EXIT.
048300
051700 4300-CHECK-CATEGORY.
051800     IF PHONE-CATEGORY = SPACE
051900             OR NOT CATEGORY-TABLE-ON-HAND
051950             OR NOT DP-CATEGORY-CHECKED
052000         MOVE "Y" TO WS-CAT-MATCH-SWITCH
052100         GO TO 4300-EXIT
052200     END-IF.
053200     END-READ.
053300 4300-EXIT.
053400     EXIT.
053405
053410*    THE ADDRESS ITSELF IS KEYED THROUGH IODEMO - HERE THE
053415*    ITEM ONLY CHECKS OFF ONCE THE phonaddr.dat ROW IS THERE.
053420 4400-CHECK-ADDRESS.
053425     MOVE SPACE TO ADR-STREET.
053430     IF ADDRESS-FILE-ON-HAND
053435         MOVE PHONE-NUMBER TO ADR-PHONE-NUMBER
053440         READ ADDRESS-FILE
053445             INVALID KEY
053450                 MOVE SPACE TO ADR-STREET
053455         END-READ
053460     END-IF.
053465     IF ADR-STREET = SPACE
053470         MOVE "AR" TO WS-REJECT-REASON
053475         MOVE "N" TO WS-ENTRY-OK
053480     END-IF.
053485 4400-EXIT.
053490     EXIT.
053500
053600 5000-LOG-CHANGE.
053700     ACCEPT CH-DATE FROM DATE YYYYMMDD.
054000     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
054100     MOVE WS-OLD-RECORD  TO CH-OLD-VALUES.
054200     MOVE WS-NEW-RECORD  TO CH-NEW-VALUES.
054250     MOVE "03"           TO CH-IMAGE-VERSION.
054300     OPEN EXTEND CHANGE-HISTORY-FILE.
054400     IF WS-CHG-STATUS NOT = "00"
054500         OPEN OUTPUT CHANGE-HISTORY-FILE
054600     END-IF.
054633     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
054666         WS-SEAL-CHECK WS-SEAL-RESULT.
054700     WRITE CHANGE-HISTORY-RECORD.
054800     CLOSE CHANGE-HISTORY-FILE.
054900 5000-EXIT.
