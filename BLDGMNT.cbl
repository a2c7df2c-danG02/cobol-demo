000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BLDGMNT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MAINTENANCE PROGRAM FOR THE BUILDING/FLOOR TABLE
000900*       (bldgmast.dat, BLDGREC) THAT THE OFFICE-LOCATION
001000*       STEP OF IODEMO VALIDATES AGAINST. SUPPORTS ADD (OR
001100*       REACTIVATE), CHANGE, DEACTIVATE, AND LIST, THE
001200*       STATMNT SHAPE. EACH FLOOR CARRIES A DESCRIPTION, ITS
001300*       FIRE WARDEN'S NAME AND NUMBER - PRINTED AT THE HEAD
001400*       OF THE FLOOR'S PHONEVAC LIST - AND THE FIRST AND
001500*       LAST ROOM ON THE FLOOR. EVERY CHANGE IS IMAGED TO
001600*       bldgchg.dat WITH DATE, TIME, AND OPERATOR.
001700*----------------------------------------------------------
001800* MOD LOG:
001900*  OCT 2026  DCG  ORIGINAL PROGRAM.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400     SELECT OPTIONAL FLOOR-MASTER-FILE
002500         ASSIGN TO "bldgmast.dat"
002600         ORGANIZATION IS INDEXED
002700         ACCESS MODE IS DYNAMIC
002800         RECORD KEY IS BF-KEY
002900         FILE STATUS IS WS-FLOOR-STATUS.
003000
003100     SELECT OPTIONAL FLOOR-CHANGE-FILE
003200         ASSIGN TO "bldgchg.dat"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS WS-CHG-STATUS.
003500
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  FLOOR-MASTER-FILE.
003900     COPY BLDGREC.
004000
004100 FD  FLOOR-CHANGE-FILE.
004200 01  FLOOR-CHANGE-RECORD.
004300     05  BC-DATE                 PIC X(08).
004400     05  BC-TIME                 PIC X(08).
004500     05  BC-OPERATOR-ID          PIC X(08).
004600     05  BC-OLD-VALUES           PIC X(95).
004700     05  BC-NEW-VALUES           PIC X(95).
004800
004900 WORKING-STORAGE SECTION.
005000
005100 01  WS-JOB-NAME                 PIC X(08) VALUE "BLDGMNT".
005200 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
005300 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
005400
005500 01  WS-FLOOR-STATUS             PIC X(02) VALUE "00".
005600 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
005700
005800 01  WS-OPERATOR-ID              PIC X(08).
005900 01  WS-MENU-CHOICE              PIC X(01).
006000 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
006100     88  MENU-DONE                       VALUE "Y".
006200
006300 01  WS-ENTRY-BUILDING           PIC X(04).
006400 01  WS-ENTRY-FLOOR              PIC X(03).
006500 01  WS-ENTRY-DESCRIPTION        PIC X(30).
006600 01  WS-ENTRY-WARDEN-NAME        PIC X(30).
006700 01  WS-ENTRY-WARDEN-NUMBER      PIC X(15).
006800 01  WS-ENTRY-ROOM-FIRST         PIC X(06).
006900 01  WS-ENTRY-ROOM-LAST          PIC X(06).
007000 01  WS-FIELD-OK                 PIC X(01).
007100
007200 01  WS-OLD-IMAGE                PIC X(95).
007300 01  WS-NEW-IMAGE                PIC X(95).
007400
007500 01  WS-LIST-EOF                 PIC X(01).
007600 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
007700
007800 PROCEDURE DIVISION.
007900
008000 0000-MAINLINE.
008100     CALL "JOBHDR" USING WS-JOB-NAME.
008200     PERFORM 1000-GET-OPERATOR-ID THRU 1000-EXIT.
008300     PERFORM 1100-OPEN-MASTER THRU 1100-EXIT.
008400     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
008500         UNTIL MENU-DONE.
008600     CLOSE FLOOR-MASTER-FILE.
008700     DISPLAY "BLDGMNT COMPLETE.".
008800     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
008900         WS-END-CODE.
009000     GOBACK.
009100
009200 1000-GET-OPERATOR-ID.
009300     MOVE SPACE TO WS-OPERATOR-ID.
009400     DISPLAY "OPERATOR ID ? ".
009500     ACCEPT WS-OPERATOR-ID.
009600     IF WS-OPERATOR-ID = SPACE
009700         DISPLAY "OPERATOR ID MUST BE ENTERED!"
009800         GO TO 1000-GET-OPERATOR-ID
009900     END-IF.
010000 1000-EXIT.
010100     EXIT.
010200
010300 1100-OPEN-MASTER.
010400     OPEN I-O FLOOR-MASTER-FILE.
010500     IF WS-FLOOR-STATUS = "35"
010600         OPEN OUTPUT FLOOR-MASTER-FILE
010700         CLOSE FLOOR-MASTER-FILE
010800         OPEN I-O FLOOR-MASTER-FILE
010900     END-IF.
011000     IF WS-FLOOR-STATUS NOT = "00"
011100         DISPLAY "UNABLE TO OPEN bldgmast.dat - FILE STATUS "
011200             WS-FLOOR-STATUS
011300         MOVE 12 TO RETURN-CODE
011400         MOVE 12 TO WS-END-CODE
011500         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
011600             WS-END-CODE
011700         GOBACK
011800     END-IF.
011900 1100-EXIT.
012000     EXIT.
012100
012200 2000-SHOW-MENU.
012300     DISPLAY "============================================".
012400     DISPLAY " BUILDING/FLOOR TABLE MAINTENANCE".
012500     DISPLAY "  A = ADD OR REACTIVATE A FLOOR".
012600     DISPLAY "  C = CHANGE A FLOOR'S WARDEN OR ROOMS".
012700     DISPLAY "  D = DEACTIVATE A FLOOR".
012800     DISPLAY "  L = LIST ALL FLOORS".
012900     DISPLAY "  Q = QUIT".
013000     DISPLAY "============================================".
013100     DISPLAY "SELECTION ? ".
013200     ACCEPT WS-MENU-CHOICE.
013300     IF WS-MENU-CHOICE = "a" OR "c" OR "d" OR "l" OR "q"
013400         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
013500             TO WS-MENU-CHOICE
013600     END-IF.
013700     EVALUATE WS-MENU-CHOICE
013800         WHEN "A"
013900             PERFORM 3000-ADD-FLOOR THRU 3000-EXIT
014000         WHEN "C"
014100             PERFORM 4000-CHANGE-FLOOR THRU 4000-EXIT
014200         WHEN "D"
014300             PERFORM 5000-DEACTIVATE-FLOOR THRU 5000-EXIT
014400         WHEN "L"
014500             PERFORM 6000-LIST-FLOORS THRU 6000-EXIT
014600         WHEN "Q"
014700             MOVE "Y" TO WS-QUIT-SWITCH
014800         WHEN OTHER
014900             DISPLAY "PLEASE ENTER A, C, D, L, OR Q."
015000     END-EVALUATE.
015100 2000-EXIT.
015200     EXIT.
015300
015400 3000-ADD-FLOOR.
015500     PERFORM 3900-GET-FLOOR-KEY THRU 3900-EXIT.
015600     IF WS-FIELD-OK NOT = "Y"
015700         GO TO 3000-EXIT
015800     END-IF.
015900     READ FLOOR-MASTER-FILE
016000         INVALID KEY
016100             PERFORM 3100-WRITE-NEW-FLOOR THRU 3100-EXIT
016200         NOT INVALID KEY
016300             IF BF-INACTIVE
016400                 MOVE FLOOR-RECORD TO WS-OLD-IMAGE
016500                 MOVE "A" TO BF-ACTIVE-FLAG
016600                 REWRITE FLOOR-RECORD
016700                 MOVE FLOOR-RECORD TO WS-NEW-IMAGE
016800                 PERFORM 9000-LOG-CHANGE THRU 9000-EXIT
016900                 DISPLAY "FLOOR " BF-BUILDING "/" BF-FLOOR " ("
017000                     FUNCTION TRIM(BF-DESCRIPTION)
017100                     ") REACTIVATED."
017200             ELSE
017300                 DISPLAY "FLOOR " BF-BUILDING "/" BF-FLOOR " ("
017400                     FUNCTION TRIM(BF-DESCRIPTION)
017500                     ") IS ALREADY ON FILE AND ACTIVE."
017600             END-IF
017700     END-READ.
017800 3000-EXIT.
017900     EXIT.
018000
018100 3100-WRITE-NEW-FLOOR.
018200     DISPLAY "DESCRIPTION (E.G. HQ TOWER, 3RD FLOOR) ? ".
018300     MOVE SPACE TO WS-ENTRY-DESCRIPTION.
018400     ACCEPT WS-ENTRY-DESCRIPTION.
018500     MOVE SPACE              TO FLOOR-RECORD.
018600     MOVE WS-ENTRY-BUILDING  TO BF-BUILDING.
018700     MOVE WS-ENTRY-FLOOR     TO BF-FLOOR.
018800     MOVE WS-ENTRY-DESCRIPTION TO BF-DESCRIPTION.
018900     PERFORM 3200-GET-WARDEN THRU 3200-EXIT.
019000     PERFORM 3300-GET-ROOM-RANGE THRU 3300-EXIT.
019100     IF WS-FIELD-OK NOT = "Y"
019200         GO TO 3100-EXIT
019300     END-IF.
019400     MOVE "A"                TO BF-ACTIVE-FLAG.
019500     WRITE FLOOR-RECORD.
019600     IF WS-FLOOR-STATUS = "00"
019700         MOVE SPACE        TO WS-OLD-IMAGE
019800         MOVE FLOOR-RECORD TO WS-NEW-IMAGE
019900         PERFORM 9000-LOG-CHANGE THRU 9000-EXIT
020000         DISPLAY "FLOOR " BF-BUILDING "/" BF-FLOOR " ADDED."
020100     ELSE
020200         DISPLAY "FLOOR NOT SAVED - FILE STATUS "
020300             WS-FLOOR-STATUS
020400     END-IF.
020500 3100-EXIT.
020600     EXIT.
020700
020800*    BLANK KEEPS WHAT IS ON FILE, SO A CHANGE OF WARDEN
020900*    DOES NOT MEAN RE-KEYING THE WHOLE FLOOR.
021000 3200-GET-WARDEN.
021100     DISPLAY "FIRE WARDEN NAME (BLANK = KEEP) ? ".
021200     MOVE SPACE TO WS-ENTRY-WARDEN-NAME.
021300     ACCEPT WS-ENTRY-WARDEN-NAME.
021400     IF WS-ENTRY-WARDEN-NAME NOT = SPACE
021500         MOVE WS-ENTRY-WARDEN-NAME TO BF-WARDEN-NAME
021600     END-IF.
021700     DISPLAY "FIRE WARDEN NUMBER (BLANK = KEEP) ? ".
021800     MOVE SPACE TO WS-ENTRY-WARDEN-NUMBER.
021900     ACCEPT WS-ENTRY-WARDEN-NUMBER.
022000     IF WS-ENTRY-WARDEN-NUMBER NOT = SPACE
022100         MOVE WS-ENTRY-WARDEN-NUMBER TO BF-WARDEN-NUMBER
022200     END-IF.
022300 3200-EXIT.
022400     EXIT.
022500
022600*    ROOMS COMPARE AS KEYED, SO "0301" TO "0399" HOLDS "0342"
022700*    BUT NOT "342". BOTH BLANK MEANS ROOMS ARE NOT CHALLENGED.
022800 3300-GET-ROOM-RANGE.
022900     MOVE "N" TO WS-FIELD-OK.
023000     DISPLAY "FIRST ROOM ON THE FLOOR (BLANK = KEEP, "
023100         "* = ANY ROOM) ? ".
023200     MOVE SPACE TO WS-ENTRY-ROOM-FIRST.
023300     ACCEPT WS-ENTRY-ROOM-FIRST.
023400     MOVE FUNCTION UPPER-CASE(WS-ENTRY-ROOM-FIRST)
023500         TO WS-ENTRY-ROOM-FIRST.
023600     IF WS-ENTRY-ROOM-FIRST = "*"
023700         MOVE SPACE TO BF-ROOM-FIRST
023800         MOVE SPACE TO BF-ROOM-LAST
023900         MOVE "Y" TO WS-FIELD-OK
024000         GO TO 3300-EXIT
024100     END-IF.
024200     IF WS-ENTRY-ROOM-FIRST = SPACE
024300         MOVE "Y" TO WS-FIELD-OK
024400         GO TO 3300-EXIT
024500     END-IF.
024600     DISPLAY "LAST ROOM ON THE FLOOR ? ".
024700     MOVE SPACE TO WS-ENTRY-ROOM-LAST.
024800     ACCEPT WS-ENTRY-ROOM-LAST.
024900     MOVE FUNCTION UPPER-CASE(WS-ENTRY-ROOM-LAST)
025000         TO WS-ENTRY-ROOM-LAST.
025100     IF WS-ENTRY-ROOM-LAST = SPACE
025200             OR WS-ENTRY-ROOM-LAST < WS-ENTRY-ROOM-FIRST
025300         DISPLAY "THE LAST ROOM MUST BE KEYED AND NOT FALL "
025400             "BEFORE THE FIRST - NOTHING SAVED."
025500         GO TO 3300-EXIT
025600     END-IF.
025700     MOVE WS-ENTRY-ROOM-FIRST TO BF-ROOM-FIRST.
025800     MOVE WS-ENTRY-ROOM-LAST  TO BF-ROOM-LAST.
025900     MOVE "Y" TO WS-FIELD-OK.
026000 3300-EXIT.
026100     EXIT.
026200
026300 3900-GET-FLOOR-KEY.
026400     MOVE "N" TO WS-FIELD-OK.
026500     DISPLAY "BUILDING CODE ? ".
026600     MOVE SPACE TO WS-ENTRY-BUILDING.
026700     ACCEPT WS-ENTRY-BUILDING.
026800     MOVE FUNCTION UPPER-CASE(WS-ENTRY-BUILDING)
026900         TO WS-ENTRY-BUILDING.
027000     DISPLAY "FLOOR ? ".
027100     MOVE SPACE TO WS-ENTRY-FLOOR.
027200     ACCEPT WS-ENTRY-FLOOR.
027300     MOVE FUNCTION UPPER-CASE(WS-ENTRY-FLOOR) TO WS-ENTRY-FLOOR.
027400     IF WS-ENTRY-BUILDING = SPACE OR WS-ENTRY-FLOOR = SPACE
027500         DISPLAY "A BUILDING AND A FLOOR MUST BE ENTERED."
027600         GO TO 3900-EXIT
027700     END-IF.
027800     MOVE WS-ENTRY-BUILDING TO BF-BUILDING.
027900     MOVE WS-ENTRY-FLOOR    TO BF-FLOOR.
028000     MOVE "Y" TO WS-FIELD-OK.
028100 3900-EXIT.
028200     EXIT.
028300
028400 4000-CHANGE-FLOOR.
028500     PERFORM 3900-GET-FLOOR-KEY THRU 3900-EXIT.
028600     IF WS-FIELD-OK NOT = "Y"
028700         GO TO 4000-EXIT
028800     END-IF.
028900     READ FLOOR-MASTER-FILE
029000         INVALID KEY
029100             DISPLAY "FLOOR " WS-ENTRY-BUILDING "/"
029200                 WS-ENTRY-FLOOR " IS NOT ON THE TABLE."
029300             GO TO 4000-EXIT
029400     END-READ.
029500     MOVE FLOOR-RECORD TO WS-OLD-IMAGE.
029600     PERFORM 6200-SHOW-FLOOR THRU 6200-EXIT.
029700     DISPLAY "DESCRIPTION (BLANK = KEEP) ? ".
029800     MOVE SPACE TO WS-ENTRY-DESCRIPTION.
029900     ACCEPT WS-ENTRY-DESCRIPTION.
030000     IF WS-ENTRY-DESCRIPTION NOT = SPACE
030100         MOVE WS-ENTRY-DESCRIPTION TO BF-DESCRIPTION
030200     END-IF.
030300     PERFORM 3200-GET-WARDEN THRU 3200-EXIT.
030400     PERFORM 3300-GET-ROOM-RANGE THRU 3300-EXIT.
030500     IF WS-FIELD-OK NOT = "Y"
030600         GO TO 4000-EXIT
030700     END-IF.
030800     REWRITE FLOOR-RECORD.
030900     IF WS-FLOOR-STATUS = "00"
031000         MOVE FLOOR-RECORD TO WS-NEW-IMAGE
031100         PERFORM 9000-LOG-CHANGE THRU 9000-EXIT
031200         DISPLAY "FLOOR " BF-BUILDING "/" BF-FLOOR " CHANGED."
031300     ELSE
031400         DISPLAY "FLOOR NOT SAVED - FILE STATUS "
031500             WS-FLOOR-STATUS
031600     END-IF.
031700 4000-EXIT.
031800     EXIT.
031900
032000 5000-DEACTIVATE-FLOOR.
032100     PERFORM 3900-GET-FLOOR-KEY THRU 3900-EXIT.
032200     IF WS-FIELD-OK NOT = "Y"
032300         GO TO 5000-EXIT
032400     END-IF.
032500     READ FLOOR-MASTER-FILE
032600         INVALID KEY
032700             DISPLAY "FLOOR " WS-ENTRY-BUILDING "/"
032800                 WS-ENTRY-FLOOR " IS NOT ON THE TABLE."
032900         NOT INVALID KEY
033000             MOVE FLOOR-RECORD TO WS-OLD-IMAGE
033100             MOVE "I" TO BF-ACTIVE-FLAG
033200             REWRITE FLOOR-RECORD
033300             MOVE FLOOR-RECORD TO WS-NEW-IMAGE
033400             PERFORM 9000-LOG-CHANGE THRU 9000-EXIT
033500             DISPLAY "FLOOR " BF-BUILDING "/" BF-FLOOR " ("
033600                 FUNCTION TRIM(BF-DESCRIPTION) ") DEACTIVATED."
033700     END-READ.
033800 5000-EXIT.
033900     EXIT.
034000
034100 6000-LIST-FLOORS.
034200     MOVE ZERO TO WS-LIST-COUNT.
034300     MOVE "N" TO WS-LIST-EOF.
034400     MOVE LOW-VALUES TO BF-KEY.
034500     START FLOOR-MASTER-FILE KEY IS NOT LESS THAN BF-KEY
034600         INVALID KEY
034700             MOVE "Y" TO WS-LIST-EOF
034800     END-START.
034900     PERFORM 6100-LIST-NEXT THRU 6100-EXIT
035000         UNTIL WS-LIST-EOF = "Y".
035100     DISPLAY WS-LIST-COUNT " FLOOR(S) ON THE TABLE.".
035200 6000-EXIT.
035300     EXIT.
035400
035500 6100-LIST-NEXT.
035600     READ FLOOR-MASTER-FILE NEXT RECORD
035700         AT END
035800             MOVE "Y" TO WS-LIST-EOF
035900         NOT AT END
036000             PERFORM 6200-SHOW-FLOOR THRU 6200-EXIT
036100             ADD 1 TO WS-LIST-COUNT
036200     END-READ.
036300 6100-EXIT.
036400     EXIT.
036500
036600 6200-SHOW-FLOOR.
036700     DISPLAY BF-BUILDING " " BF-FLOOR " " BF-DESCRIPTION " "
036800         BF-ACTIVE-FLAG.
036900     DISPLAY "         WARDEN " BF-WARDEN-NAME " "
037000         BF-WARDEN-NUMBER.
037100     IF BF-ROOM-FIRST NOT = SPACE
037200         DISPLAY "         ROOMS " BF-ROOM-FIRST " TO "
037300             BF-ROOM-LAST
037400     END-IF.
037500 6200-EXIT.
037600     EXIT.
037700
037800 9000-LOG-CHANGE.
037900     ACCEPT BC-DATE FROM DATE YYYYMMDD.
038000     ACCEPT BC-TIME FROM TIME.
038100     MOVE WS-OPERATOR-ID TO BC-OPERATOR-ID.
038200     MOVE WS-OLD-IMAGE   TO BC-OLD-VALUES.
038300     MOVE WS-NEW-IMAGE   TO BC-NEW-VALUES.
038400     OPEN EXTEND FLOOR-CHANGE-FILE.
038500     IF WS-CHG-STATUS NOT = "00"
038600         OPEN OUTPUT FLOOR-CHANGE-FILE
038700     END-IF.
038800     WRITE FLOOR-CHANGE-RECORD.
038900     CLOSE FLOOR-CHANGE-FILE.
039000     ADD 1 TO WS-JOURNAL-COUNT.
039100 9000-EXIT.
039200     EXIT.
