000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONEVAC.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: FLOOR-WARDEN EVACUATION LISTS. JOINS ONE DIRECTORY
000900*       TO ITS phonloc.dat OFFICE LOCATIONS (LOCNREC) AND
001000*       PRINTS ONE PAGE PER BUILDING AND FLOOR TO
001100*       phonevac.lst - THE FLOOR'S DESCRIPTION, ITS FIRE
001200*       WARDEN'S NAME AND NUMBER FROM THE bldgmast.dat TABLE
001300*       (BLDGREC), THEN EVERY OCCUPANT BY ROOM AND NAME WITH
001400*       NUMBER AND EXTENSION, SO THE WARDEN CAN CALL ROUND
001500*       AFTER A DRILL. PRIVACY-FLAGGED ENTRIES ARE LISTED -
001600*       A WARDEN NEEDS EVERYONE ON THE FLOOR. A LOCATION
001700*       WHOSE FLOOR IS GONE FROM THE TABLE OR INACTIVE IS
001800*       STILL LISTED, UNDER A WARNING. THE LAST PAGE LISTS
001900*       THE ENTRIES WITH NO LOCATION ON FILE, FOR THE
002000*       DIRECTORY CLERKS TO CHASE, FOLLOWED BY THE TOTALS.
002100*       THE DIRECTORY COMES IN AS A RUN PARAMETER (DEFAULT
002200*       phone.csv).
002300*----------------------------------------------------------
002400* MOD LOG:
002500*  OCT 2026  DCG  ORIGINAL PROGRAM.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT PHONE-BOOK
003100         ASSIGN TO WS-DIRECTORY-FILE
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS PHONE-NUMBER
003500         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
003600             WITH DUPLICATES
003700         FILE STATUS IS WS-PHONE-STATUS.
003800
003900     SELECT OPTIONAL LOCATION-FILE
004000         ASSIGN TO "phonloc.dat"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS LC-PHONE-NUMBER
004400         FILE STATUS IS WS-LOC-STATUS.
004500
004600     SELECT OPTIONAL FLOOR-MASTER-FILE
004700         ASSIGN TO "bldgmast.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS BF-KEY
005100         FILE STATUS IS WS-FLOOR-STATUS.
005200
005300     SELECT SORT-WORK-FILE
005400         ASSIGN TO "phonwork.srt".
005500
005600     SELECT REPORT-FILE
005700         ASSIGN TO "phonevac.lst"
005800         ORGANIZATION IS LINE SEQUENTIAL.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  PHONE-BOOK.
006300     COPY PHONEREC.
006400
006500 FD  LOCATION-FILE.
006600     COPY LOCNREC.
006700
006800 FD  FLOOR-MASTER-FILE.
006900     COPY BLDGREC.
007000
007100 SD  SORT-WORK-FILE.
007200 01  SORT-RECORD.
007300     05  SR-BUILDING             PIC X(04).
007400     05  SR-FLOOR                PIC X(03).
007500     05  SR-ROOM                 PIC X(06).
007600     05  SR-LAST-NAME            PIC X(20).
007700     05  SR-FIRST-NAME           PIC X(20).
007800     05  SR-NUMBER               PIC X(15).
007900     05  SR-EXTENSION            PIC X(05).
008000
008100 FD  REPORT-FILE.
008200 01  REPORT-LINE                 PIC X(80).
008300
008400 WORKING-STORAGE SECTION.
008500
008600 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONEVAC".
008700 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
008800 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
008900
009000 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
009100 01  WS-LOC-STATUS               PIC X(02) VALUE "00".
009200 01  WS-FLOOR-STATUS             PIC X(02) VALUE "00".
009300 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
009400 01  WS-RUN-PARM                 PIC X(20).
009500 01  WS-TODAY                    PIC X(08).
009600
009700 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
009800     88  END-OF-PHONE-BOOK               VALUE "Y".
009900 01  WS-SORT-EOF                 PIC X(01) VALUE "N".
010000     88  END-OF-SORT-FILE                VALUE "Y".
010100 01  WS-LOC-FILE-SWITCH          PIC X(01) VALUE "N".
010200     88  LOCATION-FILE-ON-HAND           VALUE "Y".
010300 01  WS-FLOOR-FILE-SWITCH        PIC X(01) VALUE "N".
010400     88  FLOOR-TABLE-ON-HAND             VALUE "Y".
010500
010600 01  WS-HAVE-FLOOR               PIC X(01) VALUE "N".
010700 01  WS-CURRENT-BUILDING         PIC X(04).
010800 01  WS-CURRENT-FLOOR            PIC X(03).
010900 01  WS-PRINT-LAST               PIC X(20).
011000 01  WS-PRINT-FIRST              PIC X(20).
011100 01  WS-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
011200
011300 01  WS-ENTRY-COUNT              PIC 9(06) COMP VALUE ZERO.
011400 01  WS-LOCATED-COUNT            PIC 9(06) COMP VALUE ZERO.
011500 01  WS-UNLOCATED-COUNT          PIC 9(06) COMP VALUE ZERO.
011600 01  WS-FLOOR-COUNT              PIC 9(06) COMP VALUE ZERO.
011700 01  WS-UNKNOWN-FLOOR-COUNT      PIC 9(06) COMP VALUE ZERO.
011800 01  WS-FLOOR-OCCUPANT-COUNT     PIC 9(06) COMP VALUE ZERO.
011900 01  WS-COUNT-EDIT               PIC ZZZ,ZZ9.
012000
012100 01  WS-FLOOR-HEADING.
012200     05  FILLER                  PIC X(09) VALUE "BUILDING ".
012300     05  FH-BUILDING             PIC X(04).
012400     05  FILLER                  PIC X(08) VALUE "  FLOOR ".
012500     05  FH-FLOOR                PIC X(03).
012600     05  FILLER                  PIC X(02) VALUE SPACE.
012700     05  FH-DESCRIPTION          PIC X(30).
012800
012900 01  WS-WARDEN-HEADING.
013000     05  FILLER                  PIC X(13)
013100                                 VALUE "FIRE WARDEN: ".
013200     05  WH-WARDEN-NAME          PIC X(30).
013300     05  FILLER                  PIC X(02) VALUE SPACE.
013400     05  WH-WARDEN-NUMBER        PIC X(15).
013500
013600 01  WS-OCCUPANT-DETAIL.
013700     05  FILLER                  PIC X(02) VALUE SPACE.
013800     05  OD-ROOM                 PIC X(06).
013900     05  FILLER                  PIC X(02) VALUE SPACE.
014000     05  OD-NAME                 PIC X(41).
014100     05  FILLER                  PIC X(02) VALUE SPACE.
014200     05  OD-NUMBER               PIC X(15).
014300     05  FILLER                  PIC X(02) VALUE SPACE.
014400     05  OD-EXTENSION            PIC X(05).
014500
014600 PROCEDURE DIVISION.
014700
014800 0000-MAINLINE.
014900*    WORKING STORAGE PERSISTS IF THIS IS CALLED TWICE IN
015000*    ONE RUN UNIT - RESET THE RUN STATE EVERY TIME.
015100     MOVE ZERO TO WS-END-CODE.
015200     MOVE ZERO TO WS-PAGE-COUNT.
015300     MOVE ZERO TO WS-ENTRY-COUNT.
015400     MOVE ZERO TO WS-LOCATED-COUNT.
015500     MOVE ZERO TO WS-UNLOCATED-COUNT.
015600     MOVE ZERO TO WS-FLOOR-COUNT.
015700     MOVE ZERO TO WS-UNKNOWN-FLOOR-COUNT.
015800     MOVE "phone.csv" TO WS-DIRECTORY-FILE.
015900     CALL "JOBHDR" USING WS-JOB-NAME.
016000     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
016100     MOVE SPACE TO WS-RUN-PARM.
016200     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
016300     IF WS-RUN-PARM NOT = SPACE
016400         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
016500     END-IF.
016600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
016700     IF WS-END-CODE NOT = ZERO
016800         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
016900             WS-END-CODE
017000         GOBACK
017100     END-IF.
017200     SORT SORT-WORK-FILE
017300         ON ASCENDING KEY SR-BUILDING SR-FLOOR SR-ROOM
017400                          SR-LAST-NAME SR-FIRST-NAME
017500         INPUT PROCEDURE IS 2000-RELEASE-ENTRIES
017600         OUTPUT PROCEDURE IS 3000-PRINT-LISTS.
017700     PERFORM 4000-WRITE-TOTALS THRU 4000-EXIT.
017800     PERFORM 4900-CLOSE-FILES THRU 4900-EXIT.
017900     DISPLAY "PHONEVAC COMPLETE - " WS-LOCATED-COUNT
018000         " ENTRY(S) ON " WS-FLOOR-COUNT " FLOOR LIST(S), "
018100         WS-UNLOCATED-COUNT " WITH NO LOCATION - LIST IS "
018200         "phonevac.lst.".
018300     MOVE WS-ENTRY-COUNT TO WS-JOURNAL-COUNT.
018400     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
018500         WS-END-CODE.
018600     GOBACK.
018700
018800 1000-OPEN-FILES.
018900     OPEN INPUT PHONE-BOOK.
019000     IF WS-PHONE-STATUS NOT = "00"
019100         DISPLAY "UNABLE TO OPEN "
019200             FUNCTION TRIM(WS-DIRECTORY-FILE)
019300             " - FILE STATUS " WS-PHONE-STATUS
019400         MOVE 12 TO RETURN-CODE
019500         MOVE 12 TO WS-END-CODE
019600         GO TO 1000-EXIT
019700     END-IF.
019800     MOVE "N" TO WS-LOC-FILE-SWITCH.
019900     OPEN INPUT LOCATION-FILE.
020000     IF WS-LOC-STATUS = "00"
020100         MOVE "Y" TO WS-LOC-FILE-SWITCH
020200     ELSE
020300         DISPLAY "NO OFFICE LOCATIONS ON FILE (phonloc.dat) - "
020400             "EVERY ENTRY IS LISTED AS UNLOCATED."
020500     END-IF.
020600     MOVE "N" TO WS-FLOOR-FILE-SWITCH.
020700     OPEN INPUT FLOOR-MASTER-FILE.
020800     IF WS-FLOOR-STATUS = "00"
020900         MOVE "Y" TO WS-FLOOR-FILE-SWITCH
021000     ELSE
021100         DISPLAY "BUILDING TABLE bldgmast.dat NOT ON HAND"
021200             " - FLOORS PRINTED WITHOUT WARDENS."
021300     END-IF.
021400     OPEN OUTPUT REPORT-FILE.
021500 1000-EXIT.
021600     EXIT.
021700
021800 2000-RELEASE-ENTRIES.
021900     MOVE "N" TO WS-EOF-SWITCH.
022000     READ PHONE-BOOK NEXT RECORD
022100         AT END MOVE "Y" TO WS-EOF-SWITCH
022200     END-READ.
022300     PERFORM 2100-RELEASE-ONE-ENTRY THRU 2100-EXIT
022400         UNTIL END-OF-PHONE-BOOK.
022500 2000-EXIT.
022600     EXIT.
022700
022800*    AN ENTRY WITH NO LOCATION SORTS UNDER HIGH-VALUES, SO
022900*    THE UNLOCATED LIST COMES OUT LAST.
023000 2100-RELEASE-ONE-ENTRY.
023100     ADD 1 TO WS-ENTRY-COUNT.
023200     MOVE HIGH-VALUES TO SR-BUILDING.
023300     MOVE SPACE TO SR-FLOOR.
023400     MOVE SPACE TO SR-ROOM.
023500     IF LOCATION-FILE-ON-HAND
023600         MOVE PHONE-NUMBER TO LC-PHONE-NUMBER
023700         READ LOCATION-FILE
023800             INVALID KEY
023900                 CONTINUE
024000             NOT INVALID KEY
024100                 IF LC-BUILDING NOT = SPACE
024200                     MOVE LC-BUILDING TO SR-BUILDING
024300                     MOVE LC-FLOOR    TO SR-FLOOR
024400                     MOVE LC-ROOM     TO SR-ROOM
024500                 END-IF
024600         END-READ
024700     END-IF.
024800     MOVE PHONE-LAST-NAME  TO SR-LAST-NAME.
024900     MOVE PHONE-FIRST-NAME TO SR-FIRST-NAME.
025000     MOVE PHONE-NUMBER     TO SR-NUMBER.
025100     MOVE PHONE-EXTENSION  TO SR-EXTENSION.
025200     RELEASE SORT-RECORD.
025300     READ PHONE-BOOK NEXT RECORD
025400         AT END MOVE "Y" TO WS-EOF-SWITCH
025500     END-READ.
025600 2100-EXIT.
025700     EXIT.
025800
025900 3000-PRINT-LISTS.
026000     MOVE "N" TO WS-SORT-EOF.
026100     MOVE "N" TO WS-HAVE-FLOOR.
026200     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
026300         UNTIL END-OF-SORT-FILE.
026400     IF WS-HAVE-FLOOR = "Y"
026500         PERFORM 3300-END-FLOOR THRU 3300-EXIT
026600     END-IF.
026700 3000-EXIT.
026800     EXIT.
026900
027000 3100-RETURN-NEXT.
027100     RETURN SORT-WORK-FILE
027200         AT END
027300             MOVE "Y" TO WS-SORT-EOF
027400         NOT AT END
027500             PERFORM 3150-PRINT-OCCUPANT THRU 3150-EXIT
027600     END-RETURN.
027700 3100-EXIT.
027800     EXIT.
027900
028000 3150-PRINT-OCCUPANT.
028100     IF WS-HAVE-FLOOR = "N"
028200             OR SR-BUILDING NOT = WS-CURRENT-BUILDING
028300             OR SR-FLOOR NOT = WS-CURRENT-FLOOR
028400         IF WS-HAVE-FLOOR = "Y"
028500             PERFORM 3300-END-FLOOR THRU 3300-EXIT
028600         END-IF
028700         PERFORM 3200-START-FLOOR THRU 3200-EXIT
028800     END-IF.
028900     CALL "NAMEDISP" USING SR-LAST-NAME WS-PRINT-LAST.
029000     CALL "NAMEDISP" USING SR-FIRST-NAME WS-PRINT-FIRST.
029100     MOVE SPACE TO OD-NAME.
029200     STRING FUNCTION TRIM(WS-PRINT-FIRST) DELIMITED BY SIZE
029300         " "                              DELIMITED BY SIZE
029400         FUNCTION TRIM(WS-PRINT-LAST)     DELIMITED BY SIZE
029500         INTO OD-NAME
029600     END-STRING.
029700     MOVE SR-ROOM      TO OD-ROOM.
029800     MOVE SR-NUMBER    TO OD-NUMBER.
029900     MOVE SR-EXTENSION TO OD-EXTENSION.
030000     WRITE REPORT-LINE FROM WS-OCCUPANT-DETAIL.
030100     ADD 1 TO WS-FLOOR-OCCUPANT-COUNT.
030200     IF SR-BUILDING = HIGH-VALUES
030300         ADD 1 TO WS-UNLOCATED-COUNT
030400     ELSE
030500         ADD 1 TO WS-LOCATED-COUNT
030600     END-IF.
030700 3150-EXIT.
030800     EXIT.
030900
031000*    EVERY FLOOR STARTS A PAGE - EACH WARDEN GETS ONLY THEIR
031100*    OWN FLOOR.
031200 3200-START-FLOOR.
031300     MOVE SR-BUILDING TO WS-CURRENT-BUILDING.
031400     MOVE SR-FLOOR    TO WS-CURRENT-FLOOR.
031500     MOVE "Y" TO WS-HAVE-FLOOR.
031600     MOVE ZERO TO WS-FLOOR-OCCUPANT-COUNT.
031700     ADD 1 TO WS-PAGE-COUNT.
031800     IF WS-PAGE-COUNT > 1
031900         WRITE REPORT-LINE FROM SPACE
032000             BEFORE ADVANCING PAGE
032100     END-IF.
032200     MOVE SPACE TO REPORT-LINE.
032300     STRING "FLOOR-WARDEN EVACUATION LIST - "
032400                                         DELIMITED BY SIZE
032500         FUNCTION TRIM(WS-DIRECTORY-FILE) DELIMITED BY SIZE
032600         " - RUN "                       DELIMITED BY SIZE
032700         WS-TODAY                        DELIMITED BY SIZE
032800         INTO REPORT-LINE
032900     END-STRING.
033000     WRITE REPORT-LINE.
033100     WRITE REPORT-LINE FROM SPACE.
033200     IF SR-BUILDING = HIGH-VALUES
033300         MOVE "ENTRIES WITH NO OFFICE LOCATION ON FILE"
033400             TO REPORT-LINE
033500         WRITE REPORT-LINE
033600         WRITE REPORT-LINE FROM SPACE
033700         MOVE "  ROOM    NAME" TO REPORT-LINE
033800         MOVE "NUMBER           EXT" TO REPORT-LINE (56:)
033900         WRITE REPORT-LINE
034000         GO TO 3200-EXIT
034100     END-IF.
034200     ADD 1 TO WS-FLOOR-COUNT.
034300     MOVE SR-BUILDING TO FH-BUILDING.
034400     MOVE SR-FLOOR    TO FH-FLOOR.
034500     MOVE SPACE       TO FH-DESCRIPTION.
034600     MOVE SPACE       TO WH-WARDEN-NAME.
034700     MOVE SPACE       TO WH-WARDEN-NUMBER.
034800     IF FLOOR-TABLE-ON-HAND
034900         MOVE SR-BUILDING TO BF-BUILDING
035000         MOVE SR-FLOOR    TO BF-FLOOR
035100         READ FLOOR-MASTER-FILE
035200             INVALID KEY
035300                 MOVE "*** NOT ON THE BUILDING TABLE"
035400                     TO FH-DESCRIPTION
035500                 MOVE "(NONE ON FILE)" TO WH-WARDEN-NAME
035600                 ADD 1 TO WS-UNKNOWN-FLOOR-COUNT
035700             NOT INVALID KEY
035800                 MOVE BF-DESCRIPTION   TO FH-DESCRIPTION
035900                 MOVE BF-WARDEN-NAME   TO WH-WARDEN-NAME
036000                 MOVE BF-WARDEN-NUMBER TO WH-WARDEN-NUMBER
036100                 IF BF-INACTIVE
036200                     MOVE "*** FLOOR INACTIVE ON THE TABLE"
036300                         TO FH-DESCRIPTION
036400                     ADD 1 TO WS-UNKNOWN-FLOOR-COUNT
036500                 END-IF
036600         END-READ
036700     END-IF.
036800     IF WH-WARDEN-NAME = SPACE
036900         MOVE "(NONE NAMED)" TO WH-WARDEN-NAME
037000     END-IF.
037100     WRITE REPORT-LINE FROM WS-FLOOR-HEADING.
037200     WRITE REPORT-LINE FROM WS-WARDEN-HEADING.
037300     WRITE REPORT-LINE FROM SPACE.
037400     MOVE "  ROOM    NAME" TO REPORT-LINE.
037500     MOVE "NUMBER           EXT" TO REPORT-LINE (56:).
037600     WRITE REPORT-LINE.
037700 3200-EXIT.
037800     EXIT.
037900
038000 3300-END-FLOOR.
038100     MOVE WS-FLOOR-OCCUPANT-COUNT TO WS-COUNT-EDIT.
038200     WRITE REPORT-LINE FROM SPACE.
038300     MOVE SPACE TO REPORT-LINE.
038400     STRING "  "                         DELIMITED BY SIZE
038500         FUNCTION TRIM(WS-COUNT-EDIT)    DELIMITED BY SIZE
038600         " ON THIS LIST"                 DELIMITED BY SIZE
038700         INTO REPORT-LINE
038800     END-STRING.
038900     WRITE REPORT-LINE.
039000 3300-EXIT.
039100     EXIT.
039200
039300 4000-WRITE-TOTALS.
039310     IF WS-PAGE-COUNT = ZERO
039320         MOVE SPACE TO REPORT-LINE
039330         STRING "FLOOR-WARDEN EVACUATION LIST - "
039340                                         DELIMITED BY SIZE
039350             FUNCTION TRIM(WS-DIRECTORY-FILE) DELIMITED BY SIZE
039360             " - RUN "                   DELIMITED BY SIZE
039370             WS-TODAY                    DELIMITED BY SIZE
039380             INTO REPORT-LINE
039390         END-STRING
039391         WRITE REPORT-LINE
039392         MOVE "   (DIRECTORY IS EMPTY)" TO REPORT-LINE
039393         WRITE REPORT-LINE
039394     END-IF.
039400     WRITE REPORT-LINE FROM SPACE.
039500     MOVE "TOTALS" TO REPORT-LINE.
039600     WRITE REPORT-LINE.
039700     MOVE WS-ENTRY-COUNT TO WS-COUNT-EDIT.
039800     MOVE SPACE TO REPORT-LINE.
039900     STRING "  ENTRIES READ          " DELIMITED BY SIZE
040000         WS-COUNT-EDIT                 DELIMITED BY SIZE
040100         INTO REPORT-LINE
040200     END-STRING.
040300     WRITE REPORT-LINE.
040400     MOVE WS-LOCATED-COUNT TO WS-COUNT-EDIT.
040500     MOVE SPACE TO REPORT-LINE.
040600     STRING "  ON A FLOOR LIST       " DELIMITED BY SIZE
040700         WS-COUNT-EDIT                 DELIMITED BY SIZE
040800         INTO REPORT-LINE
040900     END-STRING.
041000     WRITE REPORT-LINE.
041100     MOVE WS-FLOOR-COUNT TO WS-COUNT-EDIT.
041200     MOVE SPACE TO REPORT-LINE.
041300     STRING "  FLOORS LISTED         " DELIMITED BY SIZE
041400         WS-COUNT-EDIT                 DELIMITED BY SIZE
041500         INTO REPORT-LINE
041600     END-STRING.
041700     WRITE REPORT-LINE.
041800     MOVE WS-UNKNOWN-FLOOR-COUNT TO WS-COUNT-EDIT.
041900     MOVE SPACE TO REPORT-LINE.
042000     STRING "  FLOORS OFF THE TABLE  " DELIMITED BY SIZE
042100         WS-COUNT-EDIT                 DELIMITED BY SIZE
042200         INTO REPORT-LINE
042300     END-STRING.
042400     WRITE REPORT-LINE.
042500     MOVE WS-UNLOCATED-COUNT TO WS-COUNT-EDIT.
042600     MOVE SPACE TO REPORT-LINE.
042700     STRING "  NO LOCATION ON FILE   " DELIMITED BY SIZE
042800         WS-COUNT-EDIT                 DELIMITED BY SIZE
042900         INTO REPORT-LINE
043000     END-STRING.
043100     WRITE REPORT-LINE.
043200 4000-EXIT.
043300     EXIT.
043400
043500 4900-CLOSE-FILES.
043600     CLOSE PHONE-BOOK.
043700     IF LOCATION-FILE-ON-HAND
043800         CLOSE LOCATION-FILE
043900     END-IF.
044000     IF FLOOR-TABLE-ON-HAND
044100         CLOSE FLOOR-MASTER-FILE
044200     END-IF.
044300     CLOSE REPORT-FILE.
044400 4900-EXIT.
044500     EXIT.
