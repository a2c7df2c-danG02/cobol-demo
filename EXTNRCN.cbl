000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXTNRCN.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: NIGHTLY EXTENSION RECONCILIATION. THREE PLACES
000900*       SAY WHICH EXTENSIONS ARE IN USE - THE extninv.dat
001000*       INVENTORY (EXTNREC), THE PHONE-EXTENSION KEYED ON
001100*       THE DIRECTORIES, AND THE SWITCH ITSELF - AND THEY
001200*       DRIFT APART. THE SWITCH ROOM LEAVES ITS STATION
001300*       DUMP ON pbxstn.dat EACH EVENING, ONE FIXED-COLUMN
001400*       ROW PER BUILT STATION: EXTENSION AND THE LABEL
001500*       PROGRAMMED ON IT. THIS RUN SORTS THE THREE TOGETHER
001600*       BY EXTENSION AND LISTS ON extnrcn.lst EVERY
001700*       EXTENSION THAT IS IN ONE PLACE BUT NOT ANOTHER:
001800*         - BUILT ON THE SWITCH BUT NOT IN THE INVENTORY,
001900*           OR HELD THERE AS FREE OR QUARANTINED;
002000*         - ASSIGNED IN THE INVENTORY BUT NOT BUILT, OR
002100*           WITH NO DIRECTORY ENTRY, OR NAMING AN ENTRY
002200*           THAT NO LONGER CARRIES IT;
002300*         - KEYED ON A DIRECTORY ENTRY BUT NOT BUILT, NOT
002400*           IN THE INVENTORY, OR NOT ASSIGNED THERE.
002500*       A RESERVED EXTENSION IS EXPECTED ON THE SWITCH WITH
002600*       NO DIRECTORY ENTRY AND IS NOT LISTED. EVERY
002700*       DIRECTORY ON THE dirreg.dat REGISTRY IS READ EXCEPT
002800*       THE BUSINESS DIRECTORY (vendors.csv), WHOSE
002900*       EXTENSIONS ARE ON THE VENDORS' SWITCHES. WITH NO
003000*       STATION DUMP ON HAND THE SWITCH CHECKS ARE LEFT OFF;
003100*       WITH NO INVENTORY THE DIRECTORIES ARE CHECKED
003200*       AGAINST THE SWITCH ALONE. THE LIST IS THE MORNING'S
003300*       WORK FOR THE SWITCH ROOM AND DOES NOT STOP THE
003400*       NIGHT CHAIN.
003500*----------------------------------------------------------
003600* MOD LOG:
003700*  OCT 2026  DCG  ORIGINAL PROGRAM.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT OPTIONAL EXTENSION-FILE
004300         ASSIGN TO "extninv.dat"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS EI-EXTENSION
004700         FILE STATUS IS WS-EXTN-STATUS.
004800
004900     SELECT OPTIONAL STATION-FILE
005000         ASSIGN TO "pbxstn.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS WS-STATION-STATUS.
005300
005400     SELECT OPTIONAL PHONE-BOOK
005500         ASSIGN TO WS-DIRECTORY-FILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS PHONE-NUMBER
005900         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
006000             WITH DUPLICATES
006100         FILE STATUS IS WS-PHONE-STATUS.
006200
006300     SELECT SORT-WORK-FILE
006400         ASSIGN TO "phonwork.srt".
006500
006600     SELECT REPORT-FILE
006700         ASSIGN TO "extnrcn.lst"
006800         ORGANIZATION IS LINE SEQUENTIAL.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  EXTENSION-FILE.
007300     COPY EXTNREC.
007400
007500 FD  STATION-FILE.
007600 01  STATION-RECORD.
007700     05  SW-STATION              PIC X(05).
007800     05  FILLER                  PIC X(01).
007900     05  SW-LABEL                PIC X(20).
008000
008100 FD  PHONE-BOOK.
008200     COPY PHONEREC.
008300
008400 SD  SORT-WORK-FILE.
008500 01  SORT-RECORD.
008600     05  SR-EXTENSION            PIC X(05).
008700     05  SR-SOURCE               PIC X(01).
008800         88  SR-FROM-INVENTORY           VALUE "1".
008900         88  SR-FROM-DIRECTORY           VALUE "2".
009000         88  SR-FROM-SWITCH              VALUE "3".
009100     05  SR-STATUS               PIC X(01).
009200     05  SR-PHONE-NUMBER         PIC X(15).
009300     05  SR-DIRECTORY            PIC X(20).
009400
009500 FD  REPORT-FILE.
009600 01  REPORT-LINE                 PIC X(80).
009700
009800 WORKING-STORAGE SECTION.
009900
010000 01  WS-JOB-NAME                 PIC X(08) VALUE "EXTNRCN".
010100 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
010200 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
010300
010400 01  WS-EXTN-STATUS              PIC X(02) VALUE "00".
010500 01  WS-STATION-STATUS           PIC X(02) VALUE "00".
010600 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
010700
010800 01  WS-DIRECTORY-FILE           PIC X(20).
010900 01  WS-BUSINESS-DIRECTORY       PIC X(20)
011000                                 VALUE "vendors.csv".
011100 01  WS-REG-FUNCTION             PIC X(01).
011200 01  WS-REG-CHOICE               PIC X(01).
011300 01  WS-REG-DIRECTORY            PIC X(20).
011400 01  WS-REG-PREFIX               PIC X(04).
011500 01  WS-REG-DESCRIPTION          PIC X(30).
011600 01  WS-REG-RESULT               PIC X(01).
011700 01  WS-REG-DIGIT                PIC 9(02).
011800
011900 01  WS-TODAY                    PIC X(08).
012000 01  WS-INVENTORY-ON-HAND        PIC X(01) VALUE "N".
012100 01  WS-SWITCH-ON-HAND           PIC X(01) VALUE "N".
012200 01  WS-FILE-EOF                 PIC X(01).
012300 01  WS-SORT-EOF                 PIC X(01) VALUE "N".
012400     88  END-OF-SORT-FILE                VALUE "Y".
012500
012600*    WHAT THE THREE SOURCES SAID ABOUT THE EXTENSION IN HAND.
012700 01  WS-CURRENT-EXTENSION        PIC X(05).
012800 01  WS-HAVE-EXTENSION           PIC X(01) VALUE "N".
012900 01  WS-INV-STATUS               PIC X(01).
013000     88  INV-NOT-HELD                    VALUE SPACE.
013100     88  INV-FREE                        VALUE "F".
013200     88  INV-ASSIGNED                    VALUE "A".
013300     88  INV-RESERVED                    VALUE "R".
013400     88  INV-QUARANTINED                 VALUE "Q".
013500 01  WS-INV-NUMBER               PIC X(15).
013600 01  WS-INV-DIRECTORY            PIC X(20).
013700 01  WS-INV-MATCHED              PIC X(01).
013800 01  WS-DIR-COUNT                PIC 9(03) COMP.
013900 01  WS-DIR-NUMBER               PIC X(15).
014000 01  WS-ON-SWITCH                PIC X(01).
014100 01  WS-PROBLEM                  PIC X(38).
014200 01  WS-EXTENSION-FLAGGED        PIC X(01).
014300
014400 01  WS-INVENTORY-COUNT          PIC 9(05) COMP VALUE ZERO.
014500 01  WS-DIRECTORY-COUNT          PIC 9(05) COMP VALUE ZERO.
014600 01  WS-STATION-COUNT            PIC 9(05) COMP VALUE ZERO.
014700 01  WS-EXTENSION-COUNT          PIC 9(05) COMP VALUE ZERO.
014800 01  WS-FLAGGED-COUNT            PIC 9(05) COMP VALUE ZERO.
014900 01  WS-PROBLEM-COUNT            PIC 9(05) COMP VALUE ZERO.
015000 01  WS-COUNT-EDIT               PIC ZZ,ZZ9.
015100
015200 01  WS-RECONCILE-DETAIL.
015300     05  RD-EXTENSION            PIC X(05).
015400     05  FILLER                  PIC X(02) VALUE SPACE.
015500     05  RD-INVENTORY            PIC X(11).
015600     05  FILLER                  PIC X(02) VALUE SPACE.
015700     05  RD-SWITCH               PIC X(03).
015800     05  FILLER                  PIC X(02) VALUE SPACE.
015900     05  RD-NUMBER               PIC X(15).
016000     05  FILLER                  PIC X(02) VALUE SPACE.
016100     05  RD-PROBLEM              PIC X(38).
016200
016300 PROCEDURE DIVISION.
016400
016500 0000-MAINLINE.
016600     CALL "JOBHDR" USING WS-JOB-NAME.
016700     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
016800     OPEN INPUT EXTENSION-FILE.
016900     IF WS-EXTN-STATUS = "00"
017000         MOVE "Y" TO WS-INVENTORY-ON-HAND
017100     ELSE
017200         DISPLAY "NO EXTENSION INVENTORY extninv.dat ON HAND - "
017300             "DIRECTORIES CHECKED AGAINST THE SWITCH ONLY."
017400     END-IF.
017500     OPEN INPUT STATION-FILE.
017600     IF WS-STATION-STATUS = "00"
017700         MOVE "Y" TO WS-SWITCH-ON-HAND
017800     ELSE
017900         DISPLAY "NO STATION DUMP pbxstn.dat ON HAND - "
018000             "SWITCH CHECKS LEFT OFF."
018100     END-IF.
018200     IF WS-INVENTORY-ON-HAND = "N" AND WS-SWITCH-ON-HAND = "N"
018300         DISPLAY "EXTNRCN - NOTHING TO RECONCILE AGAINST."
018400         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018500             WS-END-CODE
018600         GOBACK
018700     END-IF.
018800     OPEN OUTPUT REPORT-FILE.
018900     MOVE SPACE TO REPORT-LINE.
019000     STRING "EXTENSION RECONCILIATION - INVENTORY, DIRECTORY, "
019100                                         DELIMITED BY SIZE
019200         "SWITCH - RUN "                 DELIMITED BY SIZE
019300         WS-TODAY                        DELIMITED BY SIZE
019400         INTO REPORT-LINE
019500     END-STRING.
019600     WRITE REPORT-LINE.
019700     IF WS-INVENTORY-ON-HAND = "N"
019800         MOVE "*** NO INVENTORY ON HAND - DIRECTORIES CHECKED "
019900             TO REPORT-LINE
020000         MOVE "AGAINST THE SWITCH ONLY" TO REPORT-LINE (48:)
020100         WRITE REPORT-LINE
020200     END-IF.
020300     IF WS-SWITCH-ON-HAND = "N"
020400         MOVE "*** NO STATION DUMP ON HAND - SWITCH CHECKS "
020500             TO REPORT-LINE
020600         MOVE "LEFT OFF" TO REPORT-LINE (45:)
020700         WRITE REPORT-LINE
020800     END-IF.
020900     WRITE REPORT-LINE FROM SPACE.
021000     MOVE "EXT    INVENTORY    SW   NUMBER           PROBLEM"
021100         TO REPORT-LINE.
021200     WRITE REPORT-LINE.
021300     SORT SORT-WORK-FILE
021400         ON ASCENDING KEY SR-EXTENSION SR-SOURCE
021500         INPUT PROCEDURE IS 2000-RELEASE-EXTENSIONS
021600         OUTPUT PROCEDURE IS 3000-RECONCILE.
021700     IF WS-PROBLEM-COUNT = ZERO
021800         MOVE "   (EVERY EXTENSION AGREES)" TO REPORT-LINE
021900         WRITE REPORT-LINE
022000     END-IF.
022100     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
022200     IF WS-INVENTORY-ON-HAND = "Y"
022300         CLOSE EXTENSION-FILE
022400     END-IF.
022500     IF WS-SWITCH-ON-HAND = "Y"
022600         CLOSE STATION-FILE
022700     END-IF.
022800     CLOSE REPORT-FILE.
022900     DISPLAY "EXTNRCN - " WS-EXTENSION-COUNT " EXTENSION(S) "
023000         "CHECKED, " WS-FLAGGED-COUNT " OUT OF STEP - LIST IS "
023100         "ON extnrcn.lst.".
023200     MOVE WS-FLAGGED-COUNT TO WS-JOURNAL-COUNT.
023300     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
023400         WS-END-CODE.
023500     GOBACK.
023600
023700 2000-RELEASE-EXTENSIONS.
023800     IF WS-INVENTORY-ON-HAND = "Y"
023900         MOVE "N" TO WS-FILE-EOF
024000         PERFORM 2100-RELEASE-INVENTORY THRU 2100-EXIT
024100             UNTIL WS-FILE-EOF = "Y"
024200     END-IF.
024300     MOVE 1 TO WS-REG-DIGIT.
024400     PERFORM 2200-RELEASE-ONE-DIRECTORY THRU 2200-EXIT
024500         UNTIL WS-REG-DIGIT > 9.
024600     IF WS-SWITCH-ON-HAND = "Y"
024700         MOVE "N" TO WS-FILE-EOF
024800         PERFORM 2400-RELEASE-STATION THRU 2400-EXIT
024900             UNTIL WS-FILE-EOF = "Y"
025000     END-IF.
025100 2000-EXIT.
025200     EXIT.
025300
025400 2100-RELEASE-INVENTORY.
025500     READ EXTENSION-FILE NEXT RECORD
025600         AT END
025700             MOVE "Y" TO WS-FILE-EOF
025800             GO TO 2100-EXIT
025900     END-READ.
026000     ADD 1 TO WS-INVENTORY-COUNT.
026100     MOVE SPACE           TO SORT-RECORD.
026200     MOVE EI-EXTENSION    TO SR-EXTENSION.
026300     MOVE "1"             TO SR-SOURCE.
026400     MOVE EI-STATUS       TO SR-STATUS.
026500     MOVE EI-PHONE-NUMBER TO SR-PHONE-NUMBER.
026600     MOVE EI-DIRECTORY    TO SR-DIRECTORY.
026700     RELEASE SORT-RECORD.
026800 2100-EXIT.
026900     EXIT.
027000
027100 2200-RELEASE-ONE-DIRECTORY.
027200     MOVE "C" TO WS-REG-FUNCTION.
027300     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
027400     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
027500         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
027600         WS-REG-RESULT.
027700     IF WS-REG-RESULT NOT = "Y"
027800             OR WS-REG-DIRECTORY = WS-BUSINESS-DIRECTORY
027900         GO TO 2200-NEXT-CHOICE
028000     END-IF.
028100     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
028200     OPEN INPUT PHONE-BOOK.
028300     IF WS-PHONE-STATUS NOT = "00"
028400         DISPLAY "DIRECTORY " FUNCTION TRIM(WS-DIRECTORY-FILE)
028500             " NOT ON HAND - SKIPPED."
028600         GO TO 2200-NEXT-CHOICE
028700     END-IF.
028800     MOVE "N" TO WS-FILE-EOF.
028900     PERFORM 2300-RELEASE-ENTRY THRU 2300-EXIT
029000         UNTIL WS-FILE-EOF = "Y".
029100     CLOSE PHONE-BOOK.
029200 2200-NEXT-CHOICE.
029300     ADD 1 TO WS-REG-DIGIT.
029400 2200-EXIT.
029500     EXIT.
029600
029700 2300-RELEASE-ENTRY.
029800     READ PHONE-BOOK NEXT RECORD
029900         AT END
030000             MOVE "Y" TO WS-FILE-EOF
030100             GO TO 2300-EXIT
030200     END-READ.
030300     IF PHONE-EXTENSION = SPACE
030400         GO TO 2300-EXIT
030500     END-IF.
030600     ADD 1 TO WS-DIRECTORY-COUNT.
030700     MOVE SPACE             TO SORT-RECORD.
030800     MOVE PHONE-EXTENSION   TO SR-EXTENSION.
030900     MOVE "2"               TO SR-SOURCE.
031000     MOVE PHONE-NUMBER      TO SR-PHONE-NUMBER.
031100     MOVE WS-DIRECTORY-FILE TO SR-DIRECTORY.
031200     RELEASE SORT-RECORD.
031300 2300-EXIT.
031400     EXIT.
031500
031600 2400-RELEASE-STATION.
031700     READ STATION-FILE
031800         AT END
031900             MOVE "Y" TO WS-FILE-EOF
032000             GO TO 2400-EXIT
032100     END-READ.
032200     IF SW-STATION = SPACE
032300         GO TO 2400-EXIT
032400     END-IF.
032500     ADD 1 TO WS-STATION-COUNT.
032600     MOVE SPACE      TO SORT-RECORD.
032700     MOVE SW-STATION TO SR-EXTENSION.
032800     MOVE "3"        TO SR-SOURCE.
032900     RELEASE SORT-RECORD.
033000 2400-EXIT.
033100     EXIT.
033200
033300 3000-RECONCILE.
033400     MOVE "N" TO WS-SORT-EOF.
033500     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
033600         UNTIL END-OF-SORT-FILE.
033700     IF WS-HAVE-EXTENSION = "Y"
033800         PERFORM 3300-JUDGE-EXTENSION THRU 3300-EXIT
033900     END-IF.
034000 3000-EXIT.
034100     EXIT.
034200
034300 3100-RETURN-NEXT.
034400     RETURN SORT-WORK-FILE
034500         AT END
034600             MOVE "Y" TO WS-SORT-EOF
034700         NOT AT END
034800             PERFORM 3200-TAKE-ROW THRU 3200-EXIT
034900     END-RETURN.
035000 3100-EXIT.
035100     EXIT.
035200
035300*    ROWS ARRIVE INVENTORY FIRST, THEN DIRECTORY, THEN
035400*    SWITCH FOR EACH EXTENSION, SO THE INVENTORY'S ENTRY IS
035500*    IN HAND BEFORE THE DIRECTORY ROWS ARE MATCHED TO IT.
035600 3200-TAKE-ROW.
035700     IF WS-HAVE-EXTENSION = "Y"
035800             AND SR-EXTENSION NOT = WS-CURRENT-EXTENSION
035900         PERFORM 3300-JUDGE-EXTENSION THRU 3300-EXIT
036000         MOVE "N" TO WS-HAVE-EXTENSION
036100     END-IF.
036200     IF WS-HAVE-EXTENSION = "N"
036300         MOVE "Y"          TO WS-HAVE-EXTENSION
036400         MOVE SR-EXTENSION TO WS-CURRENT-EXTENSION
036500         MOVE SPACE        TO WS-INV-STATUS
036600         MOVE SPACE        TO WS-INV-NUMBER
036700         MOVE SPACE        TO WS-INV-DIRECTORY
036800         MOVE "N"          TO WS-INV-MATCHED
036900         MOVE ZERO         TO WS-DIR-COUNT
037000         MOVE SPACE        TO WS-DIR-NUMBER
037100         MOVE "N"          TO WS-ON-SWITCH
037200     END-IF.
037300     EVALUATE TRUE
037400         WHEN SR-FROM-INVENTORY
037500             MOVE SR-STATUS       TO WS-INV-STATUS
037600             MOVE SR-PHONE-NUMBER TO WS-INV-NUMBER
037700             MOVE SR-DIRECTORY    TO WS-INV-DIRECTORY
037800         WHEN SR-FROM-DIRECTORY
037900             ADD 1 TO WS-DIR-COUNT
038000             IF WS-DIR-COUNT = 1
038100                 MOVE SR-PHONE-NUMBER TO WS-DIR-NUMBER
038200             END-IF
038300             IF SR-PHONE-NUMBER = WS-INV-NUMBER
038400                     AND SR-DIRECTORY = WS-INV-DIRECTORY
038500                 MOVE "Y" TO WS-INV-MATCHED
038600             END-IF
038700         WHEN SR-FROM-SWITCH
038800             MOVE "Y" TO WS-ON-SWITCH
038900     END-EVALUATE.
039000 3200-EXIT.
039100     EXIT.
039200
039300 3300-JUDGE-EXTENSION.
039400     ADD 1 TO WS-EXTENSION-COUNT.
039500     MOVE "N" TO WS-EXTENSION-FLAGGED.
039600     IF WS-SWITCH-ON-HAND = "Y"
039700         PERFORM 3400-JUDGE-SWITCH THRU 3400-EXIT
039800     END-IF.
039900     IF WS-INVENTORY-ON-HAND = "Y"
040000         PERFORM 3500-JUDGE-INVENTORY THRU 3500-EXIT
040100     END-IF.
040200     IF WS-EXTENSION-FLAGGED = "Y"
040300         ADD 1 TO WS-FLAGGED-COUNT
040400     END-IF.
040500 3300-EXIT.
040600     EXIT.
040700
040800 3400-JUDGE-SWITCH.
040900     IF WS-ON-SWITCH = "Y"
041000         IF WS-INVENTORY-ON-HAND = "Y"
041100             IF INV-NOT-HELD
041200                 MOVE "ON THE SWITCH, NOT IN THE INVENTORY"
041300                     TO WS-PROBLEM
041400                 PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
041500             END-IF
041600             IF INV-FREE OR INV-QUARANTINED
041700                 MOVE "ON THE SWITCH, NOT IN USE IN INVENTORY"
041800                     TO WS-PROBLEM
041900                 PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
042000             END-IF
042100         ELSE
042200             IF WS-DIR-COUNT = ZERO
042300                 MOVE "ON THE SWITCH, NOT IN THE DIRECTORY"
042400                     TO WS-PROBLEM
042500                 PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
042600             END-IF
042700         END-IF
042800     ELSE
042900         IF INV-ASSIGNED
043000             MOVE "ASSIGNED IN INVENTORY, NOT ON SWITCH"
043100                 TO WS-PROBLEM
043200             PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
043300         ELSE
043400             IF WS-DIR-COUNT > ZERO
043500                 MOVE "IN THE DIRECTORY, NOT ON THE SWITCH"
043600                     TO WS-PROBLEM
043700                 PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
043800             END-IF
043900         END-IF
044000     END-IF.
044100 3400-EXIT.
044200     EXIT.
044300
044400 3500-JUDGE-INVENTORY.
044500     IF WS-DIR-COUNT > ZERO
044600         IF INV-NOT-HELD
044700             MOVE "IN THE DIRECTORY, NOT IN THE INVENTORY"
044800                 TO WS-PROBLEM
044900             PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
045000         END-IF
045100         IF INV-FREE OR INV-RESERVED OR INV-QUARANTINED
045200             MOVE "IN THE DIRECTORY, NOT ASSIGNED IN INV."
045300                 TO WS-PROBLEM
045400             PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
045500         END-IF
045600     END-IF.
045700     IF INV-ASSIGNED
045800         IF WS-DIR-COUNT = ZERO
045900             MOVE "ASSIGNED IN INVENTORY, NO DIRECTORY ROW"
046000                 TO WS-PROBLEM
046100             PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
046200         ELSE
046300             IF WS-INV-MATCHED = "N"
046400                 MOVE "INVENTORY NAMES ANOTHER DIRECTORY ROW"
046500                     TO WS-PROBLEM
046600                 PERFORM 3900-PRINT-PROBLEM THRU 3900-EXIT
046700             END-IF
046800         END-IF
046900     END-IF.
047000 3500-EXIT.
047100     EXIT.
047200
047300 3900-PRINT-PROBLEM.
047400     MOVE "Y" TO WS-EXTENSION-FLAGGED.
047500     ADD 1 TO WS-PROBLEM-COUNT.
047600     MOVE SPACE TO WS-RECONCILE-DETAIL.
047700     MOVE WS-CURRENT-EXTENSION TO RD-EXTENSION.
047800     EVALUATE TRUE
047900         WHEN WS-INVENTORY-ON-HAND = "N"
048000             MOVE "-"           TO RD-INVENTORY
048100         WHEN INV-NOT-HELD
048200             MOVE "NOT HELD"    TO RD-INVENTORY
048300         WHEN INV-FREE
048400             MOVE "FREE"        TO RD-INVENTORY
048500         WHEN INV-ASSIGNED
048600             MOVE "ASSIGNED"    TO RD-INVENTORY
048700         WHEN INV-RESERVED
048800             MOVE "RESERVED"    TO RD-INVENTORY
048900         WHEN INV-QUARANTINED
049000             MOVE "QUARANTINED" TO RD-INVENTORY
049100         WHEN OTHER
049200             MOVE "UNKNOWN"     TO RD-INVENTORY
049300     END-EVALUATE.
049400     EVALUATE TRUE
049500         WHEN WS-SWITCH-ON-HAND = "N"
049600             MOVE "-"   TO RD-SWITCH
049700         WHEN WS-ON-SWITCH = "Y"
049800             MOVE "YES" TO RD-SWITCH
049900         WHEN OTHER
050000             MOVE "NO"  TO RD-SWITCH
050100     END-EVALUATE.
050200     IF WS-DIR-NUMBER NOT = SPACE
050300         MOVE WS-DIR-NUMBER TO RD-NUMBER
050400     ELSE
050500         MOVE WS-INV-NUMBER TO RD-NUMBER
050600     END-IF.
050700     MOVE WS-PROBLEM TO RD-PROBLEM.
050800     WRITE REPORT-LINE FROM WS-RECONCILE-DETAIL.
050900 3900-EXIT.
051000     EXIT.
051100
051200 4000-WRITE-TOTALS.
051300     WRITE REPORT-LINE FROM SPACE.
051400     MOVE WS-INVENTORY-COUNT TO WS-COUNT-EDIT.
051500     MOVE SPACE TO REPORT-LINE.
051600     STRING "INVENTORY ROWS READ ........ " DELIMITED BY SIZE
051700         WS-COUNT-EDIT                    DELIMITED BY SIZE
051800         INTO REPORT-LINE
051900     END-STRING.
052000     WRITE REPORT-LINE.
052100     MOVE WS-DIRECTORY-COUNT TO WS-COUNT-EDIT.
052200     MOVE SPACE TO REPORT-LINE.
052300     STRING "DIRECTORY EXTENSIONS ....... " DELIMITED BY SIZE
052400         WS-COUNT-EDIT                    DELIMITED BY SIZE
052500         INTO REPORT-LINE
052600     END-STRING.
052700     WRITE REPORT-LINE.
052800     MOVE WS-STATION-COUNT TO WS-COUNT-EDIT.
052900     MOVE SPACE TO REPORT-LINE.
053000     STRING "SWITCH STATIONS ............ " DELIMITED BY SIZE
053100         WS-COUNT-EDIT                    DELIMITED BY SIZE
053200         INTO REPORT-LINE
053300     END-STRING.
053400     WRITE REPORT-LINE.
053500     MOVE WS-EXTENSION-COUNT TO WS-COUNT-EDIT.
053600     MOVE SPACE TO REPORT-LINE.
053700     STRING "EXTENSIONS CHECKED ......... " DELIMITED BY SIZE
053800         WS-COUNT-EDIT                    DELIMITED BY SIZE
053900         INTO REPORT-LINE
054000     END-STRING.
054100     WRITE REPORT-LINE.
054200     MOVE WS-FLAGGED-COUNT TO WS-COUNT-EDIT.
054300     MOVE SPACE TO REPORT-LINE.
054400     STRING "EXTENSIONS OUT OF STEP ..... " DELIMITED BY SIZE
054500         WS-COUNT-EDIT                    DELIMITED BY SIZE
054600         INTO REPORT-LINE
054700     END-STRING.
054800     WRITE REPORT-LINE.
054900 4000-EXIT.
055000     EXIT.
