000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. NUMQCHK.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED COOLING-OFF TEST FOR A NUMBER ABOUT TO BE
000900*       GIVEN TO A NEW ENTRY. A NUMBER DELETED FROM A
001000*       DIRECTORY, OR CHANGED AWAY FROM, STAYS IN QUARANTINE
001100*       FOR THE numquar.cfg HOLD PERIOD SO CALLERS STILL
001200*       DIALING THE OLD HOLDER DO NOT REACH A STRANGER, AND
001300*       THE ON-CALL AND PERSON-MASTER LINKS DO NOT QUIETLY
001400*       FOLLOW THE NUMBER TO THE NEWCOMER. THE RELEASES ARE
001500*       READ FROM THE phonchg.dat IMAGES: A DELETE IMAGE, OR
001600*       A CHANGE WHOSE NUMBER MOVED, RELEASES THE OLD NUMBER;
001700*       ANY LATER IMAGE THAT PUTS THE NUMBER BACK ON A
001800*       DIRECTORY (A TRANSFER'S ADD, A RESTORED ENTRY) ENDS
001900*       ITS QUARANTINE.
002000*         NQ-FUNCTION "C" - CHECK NQ-NEW-RECORD (PHONEREC
002100*           SHAPE) BEFORE IT IS ADDED. NQ-RESULT COMES BACK:
002200*             "N" - NOT IN QUARANTINE, OR THE NEWCOMER HAS THE
002300*                   SAME LAST AND FIRST NAME AS THE HOLDER
002400*             "W" - IN QUARANTINE AND numquar.cfg SAYS WARN
002500*             "R" - IN QUARANTINE AND numquar.cfg SAYS REFUSE
002600*           ON "W" OR "R", NQ-PRIOR-RECORD IS THE PREVIOUS
002700*           HOLDER'S LAST IMAGE, NQ-DIRECTORY WHERE IT WAS
002800*           HELD, NQ-RELEASE-DATE THE DAY IT WAS RELEASED, AND
002900*           NQ-FREE-DATE THE FIRST DAY IT MAY GO TO SOMEONE
003000*           NEW.
003100*         NQ-FUNCTION "F" / "N" - FIRST / NEXT NUMBER NOW IN
003200*           QUARANTINE, EARLIEST RELEASE FIRST, FOR THE
003300*           PHONQUAR REPORT: NQ-RESULT "Y" WITH THE SAME
003400*           FIELDS FILLED, "E" WHEN THERE ARE NO MORE.
003500*       numquar.cfg KEYWORD ROWS (KEYWORD IN COLUMNS 1-10,
003600*       VALUE IN 11-14):
003700*         DAYS      nnnn  DAYS A RELEASED NUMBER IS HELD
003800*                         (0090); 0000 TURNS THE CHECK OFF
003900*         REFUSE    Y     REFUSE THE ADD RATHER THAN WARN (N)
004000*       "TODAY" IS THE RUNDATE AS-OF DATE, SO A REPLAYED NIGHT
004100*       JUDGES AS OF THAT NIGHT. THE RELEASE TABLE IS BUILT ON
004200*       THE FIRST CALL AND KEPT FOR THE RUN UNIT; IT IS BUILT
004300*       AGAIN ONLY WHEN chgseq.dat SHOWS HISTORY ROWS WRITTEN
004400*       SINCE, SO A BATCH OF ADDS READS THE HISTORY ONCE AND
004500*       AN ONLINE DELETE IS SEEN BY THE NEXT ADD. A RELEASE
004600*       ALREADY MOVED OFF TO A PHONARCH ARCHIVE IS NOT SEEN -
004700*       KEEP THE HOLD PERIOD INSIDE phonarch.cfg'S RETENTION.
004800*----------------------------------------------------------
004900* MOD LOG:
005000*  OCT 2026  DCG  ORIGINAL PROGRAM.
005100*----------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OPTIONAL CONTROL-FILE
005600         ASSIGN TO "numquar.cfg"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS NQ-CFG-STATUS.
005900
006000     SELECT OPTIONAL CHANGE-HISTORY-FILE
006100         ASSIGN TO "phonchg.dat"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS NQ-CHG-STATUS.
006400
006500     SELECT OPTIONAL SEAL-CONTROL-FILE
006600         ASSIGN TO "chgseq.dat"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS NQ-SEQ-STATUS.
006900
007000 DATA DIVISION.
007100 FILE SECTION.
007200 FD  CONTROL-FILE.
007300 01  CONTROL-RECORD.
007400     05  QC-KEYWORD              PIC X(10).
007500     05  QC-VALUE                PIC X(04).
007600
007700 FD  CHANGE-HISTORY-FILE.
007800     COPY PHONCHG.
007900
008000 FD  SEAL-CONTROL-FILE.
008100     COPY CHGSEQ.
008200
008300 WORKING-STORAGE SECTION.
008400 01  NQ-CFG-STATUS           PIC X(02) VALUE "00".
008500 01  NQ-CHG-STATUS           PIC X(02) VALUE "00".
008600 01  NQ-SEQ-STATUS           PIC X(02) VALUE "00".
008700 01  NQ-EOF                  PIC X(01).
008800 01  NQ-HOLD-DAYS            PIC 9(04) VALUE 0090.
008900 01  NQ-REFUSE-SWITCH        PIC X(01) VALUE "N".
009000     88  NQ-REFUSE-ADDS              VALUE "Y".
009100 01  NQ-TABLE-LOADED         PIC X(01) VALUE "N".
009200 01  NQ-CURRENT-SEQUENCE     PIC 9(09) VALUE ZERO.
009300 01  NQ-LOADED-SEQUENCE      PIC 9(09) VALUE ZERO.
009400 01  NQ-LOADED-DATE          PIC X(08) VALUE SPACE.
009500 01  NQ-RD-FUNCTION          PIC X(01).
009600 01  NQ-TODAY                PIC X(08).
009700 01  NQ-RD-CATCH-UP          PIC X(01).
009800 01  NQ-DATE-NUM             PIC 9(08).
009900 01  NQ-TODAY-DAY            PIC 9(07) COMP.
010000 01  NQ-FREE-DAY             PIC 9(07) COMP.
010100 01  NQ-OLD-NUMBER           PIC X(15).
010200 01  NQ-NEW-NUMBER           PIC X(15).
010300 01  NQ-SEARCH-NUMBER        PIC X(15).
010400 01  NQ-IX                   PIC 9(04) COMP.
010500 01  NQ-JX                   PIC 9(04) COMP.
010600 01  NQ-FOUND-IX             PIC 9(04) COMP.
010700 01  NQ-LIST-IX              PIC 9(04) COMP VALUE ZERO.
010800 01  NQ-OVERFLOW             PIC 9(06) COMP VALUE ZERO.
010900
011000*    EVERY NUMBER RELEASED INSIDE THE HOLD PERIOD AND NOT
011100*    TAKEN BACK SINCE, EARLIEST RELEASE FIRST. A SLOT WHOSE
011200*    NUMBER IS TAKEN BACK (OR RELEASED AGAIN, WHICH MOVES IT
011300*    TO THE END) IS BLANKED, AND THE BLANKS ARE SQUEEZED OUT
011400*    WHEN THE TABLE FILLS.
011500 01  NQ-RELEASE-TABLE.
011600     05  NQ-USED             PIC 9(04) COMP VALUE ZERO.
011700     05  NQ-ENTRY OCCURS 2000 TIMES.
011800         10  NQ-T-NUMBER     PIC X(15).
011900         10  NQ-T-RELEASED   PIC X(08).
012000         10  NQ-T-FREE       PIC X(08).
012100         10  NQ-T-DIRECTORY  PIC X(20).
012200         10  NQ-T-PRIOR      PIC X(82).
012300
012400 LINKAGE SECTION.
012500 01  NQ-FUNCTION             PIC X(01).
012600     88  NQ-CHECK-NUMBER             VALUE "C".
012700     88  NQ-LIST-FIRST               VALUE "F".
012800     88  NQ-LIST-NEXT                VALUE "N".
012900 01  NQ-NEW-RECORD.
013000     05  NQ-NEW-NAMES        PIC X(40).
013100     05  NQ-NEW-NUMBER-IN    PIC X(15).
013200     05  FILLER              PIC X(27).
013300 01  NQ-PRIOR-RECORD         PIC X(82).
013400 01  NQ-DIRECTORY            PIC X(20).
013500 01  NQ-RELEASE-DATE         PIC X(08).
013600 01  NQ-FREE-DATE            PIC X(08).
013700 01  NQ-RESULT               PIC X(01).
013800
013900 PROCEDURE DIVISION USING NQ-FUNCTION NQ-NEW-RECORD
014000     NQ-PRIOR-RECORD NQ-DIRECTORY NQ-RELEASE-DATE
014100     NQ-FREE-DATE NQ-RESULT.
014200
014300 0000-MAINLINE.
014400     MOVE "N" TO NQ-RESULT.
014500     MOVE SPACE TO NQ-PRIOR-RECORD.
014600     MOVE SPACE TO NQ-DIRECTORY.
014700     MOVE SPACE TO NQ-RELEASE-DATE.
014800     MOVE SPACE TO NQ-FREE-DATE.
014900     IF NQ-LIST-NEXT
015000         PERFORM 3000-LIST-NEXT THRU 3000-EXIT
015100         GOBACK
015200     END-IF.
015300     PERFORM 1000-REFRESH-TABLE THRU 1000-EXIT.
015400     IF NQ-LIST-FIRST
015500         MOVE ZERO TO NQ-LIST-IX
015600         PERFORM 3000-LIST-NEXT THRU 3000-EXIT
015700     ELSE
015800         PERFORM 2000-CHECK-NUMBER THRU 2000-EXIT
015900     END-IF.
016000     GOBACK.
016100
016200*    THE TABLE STANDS WHILE NO HISTORY ROW HAS BEEN SEALED
016300*    SINCE IT WAS BUILT AND THE AS-OF DATE IS THE SAME. WITH
016400*    NO chgseq.dat (AN UNSEALED HISTORY) IT IS BUILT EVERY
016500*    CALL.
016600 1000-REFRESH-TABLE.
016700     MOVE "G" TO NQ-RD-FUNCTION.
016800     CALL "RUNDATE" USING NQ-RD-FUNCTION NQ-TODAY
016900         NQ-RD-CATCH-UP.
017000     MOVE ZERO TO NQ-CURRENT-SEQUENCE.
017100     OPEN INPUT SEAL-CONTROL-FILE.
017200     IF NQ-SEQ-STATUS = "00"
017300         READ SEAL-CONTROL-FILE
017400             NOT AT END
017500                 MOVE SQ-LAST-SEQUENCE TO NQ-CURRENT-SEQUENCE
017600         END-READ
017700     END-IF.
017800     CLOSE SEAL-CONTROL-FILE.
017900     IF NQ-TABLE-LOADED = "Y"
018000             AND NQ-CURRENT-SEQUENCE NOT = ZERO
018100             AND NQ-CURRENT-SEQUENCE = NQ-LOADED-SEQUENCE
018200             AND NQ-TODAY = NQ-LOADED-DATE
018300         GO TO 1000-EXIT
018400     END-IF.
018500     PERFORM 1100-READ-CONFIG THRU 1100-EXIT.
018600     MOVE ZERO TO NQ-USED.
018700     MOVE ZERO TO NQ-OVERFLOW.
018800     MOVE NQ-TODAY TO NQ-DATE-NUM.
018900     COMPUTE NQ-TODAY-DAY = FUNCTION INTEGER-OF-DATE(NQ-DATE-NUM).
019000     IF NQ-HOLD-DAYS NOT = ZERO
019100         MOVE "N" TO NQ-EOF
019200         OPEN INPUT CHANGE-HISTORY-FILE
019300         IF NQ-CHG-STATUS = "00"
019400             PERFORM 1200-READ-IMAGE THRU 1200-EXIT
019500                 UNTIL NQ-EOF = "Y"
019600         END-IF
019700         CLOSE CHANGE-HISTORY-FILE
019800     END-IF.
019900     IF NQ-OVERFLOW NOT = ZERO
020000         DISPLAY "NUMQCHK - QUARANTINE TABLE FULL; "
020100             NQ-OVERFLOW " LATER RELEASE(S) NOT HELD."
020200     END-IF.
020300     MOVE "Y" TO NQ-TABLE-LOADED.
020400     MOVE NQ-CURRENT-SEQUENCE TO NQ-LOADED-SEQUENCE.
020500     MOVE NQ-TODAY TO NQ-LOADED-DATE.
020600 1000-EXIT.
020700     EXIT.
020800
020900 1100-READ-CONFIG.
021000     MOVE 0090 TO NQ-HOLD-DAYS.
021100     MOVE "N" TO NQ-REFUSE-SWITCH.
021200     MOVE "N" TO NQ-EOF.
021300     OPEN INPUT CONTROL-FILE.
021400     IF NQ-CFG-STATUS = "00"
021500         PERFORM 1110-APPLY-CONFIG THRU 1110-EXIT
021600             UNTIL NQ-EOF = "Y"
021700     END-IF.
021800     CLOSE CONTROL-FILE.
021900 1100-EXIT.
022000     EXIT.
022100
022200 1110-APPLY-CONFIG.
022300     READ CONTROL-FILE
022400         AT END
022500             MOVE "Y" TO NQ-EOF
022600             GO TO 1110-EXIT
022700     END-READ.
022800     EVALUATE QC-KEYWORD
022900         WHEN "DAYS"
023000             IF QC-VALUE NUMERIC
023100                 MOVE QC-VALUE TO NQ-HOLD-DAYS
023200             END-IF
023300         WHEN "REFUSE"
023400             IF QC-VALUE (1:1) = "Y"
023500                 MOVE "Y" TO NQ-REFUSE-SWITCH
023600             ELSE
023700                 MOVE "N" TO NQ-REFUSE-SWITCH
023800             END-IF
023900         WHEN OTHER
024000             CONTINUE
024100     END-EVALUATE.
024200 1110-EXIT.
024300     EXIT.
024400
024500*    THE NUMBER IS AT THE SAME PLACE IN EVERY IMAGE VERSION,
024600*    SO ROWS FROM BEFORE THE LAYOUT STAMP READ THE SAME WAY.
024700 1200-READ-IMAGE.
024800     READ CHANGE-HISTORY-FILE
024900         AT END
025000             MOVE "Y" TO NQ-EOF
025100             GO TO 1200-EXIT
025200     END-READ.
025300     MOVE CH-OLD-VALUES (41:15) TO NQ-OLD-NUMBER.
025400     MOVE CH-NEW-VALUES (41:15) TO NQ-NEW-NUMBER.
025500     IF NQ-NEW-NUMBER NOT = SPACE
025600         MOVE NQ-NEW-NUMBER TO NQ-SEARCH-NUMBER
025700         PERFORM 1300-FIND-NUMBER THRU 1300-EXIT
025800         IF NQ-FOUND-IX NOT = ZERO
025900             MOVE SPACE TO NQ-T-NUMBER (NQ-FOUND-IX)
026000         END-IF
026100     END-IF.
026200     IF NQ-OLD-NUMBER = SPACE
026300             OR NQ-OLD-NUMBER = NQ-NEW-NUMBER
026400             OR CH-DATE NOT NUMERIC
026500         GO TO 1200-EXIT
026600     END-IF.
026700     MOVE CH-DATE TO NQ-DATE-NUM.
026800     COMPUTE NQ-FREE-DAY =
026900         FUNCTION INTEGER-OF-DATE(NQ-DATE-NUM) + NQ-HOLD-DAYS.
027000     IF NQ-FREE-DAY NOT > NQ-TODAY-DAY
027100         GO TO 1200-EXIT
027200     END-IF.
027300     MOVE NQ-OLD-NUMBER TO NQ-SEARCH-NUMBER.
027400     PERFORM 1300-FIND-NUMBER THRU 1300-EXIT.
027500     IF NQ-FOUND-IX NOT = ZERO
027600         MOVE SPACE TO NQ-T-NUMBER (NQ-FOUND-IX)
027700     END-IF.
027800     IF NQ-USED NOT < 2000
027900         PERFORM 1400-SQUEEZE-TABLE THRU 1400-EXIT
028000     END-IF.
028100     IF NQ-USED NOT < 2000
028200         ADD 1 TO NQ-OVERFLOW
028300         GO TO 1200-EXIT
028400     END-IF.
028500     ADD 1 TO NQ-USED.
028600     MOVE NQ-OLD-NUMBER TO NQ-T-NUMBER (NQ-USED).
028700     MOVE CH-DATE TO NQ-T-RELEASED (NQ-USED).
028800     COMPUTE NQ-DATE-NUM = FUNCTION DATE-OF-INTEGER(NQ-FREE-DAY).
028900     MOVE NQ-DATE-NUM TO NQ-T-FREE (NQ-USED).
029000     IF CH-DIRECTORY = SPACE
029100         MOVE "phone.csv" TO NQ-T-DIRECTORY (NQ-USED)
029200     ELSE
029300         MOVE CH-DIRECTORY TO NQ-T-DIRECTORY (NQ-USED)
029400     END-IF.
029500     MOVE CH-OLD-VALUES TO NQ-T-PRIOR (NQ-USED).
029600 1200-EXIT.
029700     EXIT.
029800
029900 1300-FIND-NUMBER.
030000     MOVE ZERO TO NQ-FOUND-IX.
030100     PERFORM 1310-TEST-SLOT THRU 1310-EXIT
030200         VARYING NQ-IX FROM 1 BY 1
030300         UNTIL NQ-IX > NQ-USED OR NQ-FOUND-IX NOT = ZERO.
030400 1300-EXIT.
030500     EXIT.
030600
030700 1310-TEST-SLOT.
030800     IF NQ-T-NUMBER (NQ-IX) = NQ-SEARCH-NUMBER
030900         MOVE NQ-IX TO NQ-FOUND-IX
031000     END-IF.
031100 1310-EXIT.
031200     EXIT.
031300
031400 1400-SQUEEZE-TABLE.
031500     MOVE ZERO TO NQ-JX.
031600     PERFORM 1410-KEEP-SLOT THRU 1410-EXIT
031700         VARYING NQ-IX FROM 1 BY 1
031800         UNTIL NQ-IX > NQ-USED.
031900     MOVE NQ-JX TO NQ-USED.
032000 1400-EXIT.
032100     EXIT.
032200
032300 1410-KEEP-SLOT.
032400     IF NQ-T-NUMBER (NQ-IX) = SPACE
032500         GO TO 1410-EXIT
032600     END-IF.
032700     ADD 1 TO NQ-JX.
032800     IF NQ-JX NOT = NQ-IX
032900         MOVE NQ-ENTRY (NQ-IX) TO NQ-ENTRY (NQ-JX)
033000     END-IF.
033100 1410-EXIT.
033200     EXIT.
033300
033400 2000-CHECK-NUMBER.
033500     MOVE NQ-NEW-NUMBER-IN TO NQ-SEARCH-NUMBER.
033600     PERFORM 1300-FIND-NUMBER THRU 1300-EXIT.
033700     IF NQ-FOUND-IX = ZERO
033800         GO TO 2000-EXIT
033900     END-IF.
034000     MOVE NQ-FOUND-IX TO NQ-IX.
034100*    THE SAME PERSON COMING BACK (A DELETE KEYED IN ERROR, A
034200*    RETURN FROM LEAVE) IS NOT SOMEONE NEW.
034300     IF NQ-T-PRIOR (NQ-IX) (1:40) = NQ-NEW-NAMES
034400         GO TO 2000-EXIT
034500     END-IF.
034600     PERFORM 2100-RETURN-ENTRY THRU 2100-EXIT.
034700     IF NQ-REFUSE-ADDS
034800         MOVE "R" TO NQ-RESULT
034900     ELSE
035000         MOVE "W" TO NQ-RESULT
035100     END-IF.
035200 2000-EXIT.
035300     EXIT.
035400
035500 2100-RETURN-ENTRY.
035600     MOVE NQ-T-PRIOR (NQ-IX)     TO NQ-PRIOR-RECORD.
035700     MOVE NQ-T-DIRECTORY (NQ-IX) TO NQ-DIRECTORY.
035800     MOVE NQ-T-RELEASED (NQ-IX)  TO NQ-RELEASE-DATE.
035900     MOVE NQ-T-FREE (NQ-IX)      TO NQ-FREE-DATE.
036000 2100-EXIT.
036100     EXIT.
036200
036300 3000-LIST-NEXT.
036400     MOVE "E" TO NQ-RESULT.
036500     ADD 1 TO NQ-LIST-IX.
036600     IF NQ-LIST-IX > NQ-USED
036700         GO TO 3000-EXIT
036800     END-IF.
036900     IF NQ-T-NUMBER (NQ-LIST-IX) = SPACE
037000         GO TO 3000-LIST-NEXT
037100     END-IF.
037200     MOVE NQ-LIST-IX TO NQ-IX.
037300     PERFORM 2100-RETURN-ENTRY THRU 2100-EXIT.
037400     MOVE "Y" TO NQ-RESULT.
037500 3000-EXIT.
037600     EXIT.
