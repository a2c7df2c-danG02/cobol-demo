000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONHCNV.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: UPGRADES OLD-FORMAT CHANGE-HISTORY AND ARCHIVE
000900*       FILES TO THE CURRENT RECORD LAYOUT. PHONEREC GREW
001000*       79 -> 81 -> 82 BYTES AND PHONCHG GAINED CH-DIRECTORY,
001100*       BUT ROWS ALREADY ON phonchg.dat, ON THE DATED
001200*       phonchg.YYYYMM ARCHIVES PHONCHGC LEAVES, AND ON THE
001300*       phonhist.dat / <PREFIX>hist.dat ARCHIVES PHONARCH
001400*       WRITES STILL HOLD THE SHORTER IMAGES. EVERY SUCH FILE
001500*       ON HAND IS FOUND AND COPIED ROW BY ROW: A ROW THAT
001600*       ALREADY CARRIES THE CURRENT LAYOUT STAMP IS COPIED
001700*       AS IT IS; AN UNSTAMPED ROW IS MATCHED AGAINST EACH
001800*       OLD LAYOUT IN TURN (NEWEST FIRST - THE IMAGE'S ENTRY
001900*       DATE MUST FALL WHERE THAT LAYOUT PUTS IT AND NOTHING
002000*       MAY FOLLOW THE LAST IMAGE), ITS IMAGES ARE WIDENED
002100*       WITH A BLANK CATEGORY AND PRIVACY FLAG, AND IT IS
002200*       STAMPED CURRENT. A ROW THAT FITS NO LAYOUT IS CARRIED
002300*       UNCHANGED AND COUNTED (ENDS 4). A FILE THAT NEEDED
002400*       WORK IS SET ASIDE AS <FILE>.precnv AND THE NEW COPY
002500*       MOVED OVER IT ONLY WHEN ROWS OUT EQUAL ROWS IN;
002600*       OTHERWISE THE FILE IS LEFT AS IT WAS (ENDS 12). THE
002700*       phonhcnv.lst REPORT SHOWS EACH FILE'S ROWS BEFORE,
002800*       BY LAYOUT, AND AFTER. A SECOND RUN FINDS EVERYTHING
002900*       STAMPED AND CHANGES NOTHING. RUN WITH NO OPERATOR
003000*       SIGNED ON, SINCE phonchg.dat IS REPLACED IN PLACE.
003100*----------------------------------------------------------
003200* MOD LOG:
003300*  OCT 2026  DCG  ORIGINAL PROGRAM.
003320*  OCT 2026  DCG  ROW AREA WIDENED 210 -> 229 FOR THE PHONCHG
003340*                 SEAL. A STAMPED ROW IS STILL COPIED AS IT
003360*                 IS, SEAL AND ALL; AN UPGRADED OLD ROW STAYS
003380*                 UNSEALED, SINCE IT PREDATES THE SEAL.
003400*----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT OPTIONAL LIST-FILE
003900         ASSIGN TO "phonhcnv.wrk"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS WS-LIST-STATUS.
004200
004300     SELECT CONVERT-IN-FILE
004400         ASSIGN TO WS-CONVERT-FILE-NAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS WS-IN-STATUS.
004700
004800     SELECT CONVERT-OUT-FILE
004900         ASSIGN TO "phonhcnv.tmp"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-OUT-STATUS.
005200
005300     SELECT REPORT-FILE
005400         ASSIGN TO "phonhcnv.lst"
005500         ORGANIZATION IS LINE SEQUENTIAL.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  LIST-FILE.
006000 01  LIST-LINE                   PIC X(40).
006100
006200 FD  CONVERT-IN-FILE.
006300 01  CI-RECORD                   PIC X(229).
006400
006500 FD  CONVERT-OUT-FILE.
006600     COPY PHONCHG.
006700 01  CO-ARCHIVE-RECORD           PIC X(82).
006800     COPY PHONHVER.
006900
007000 FD  REPORT-FILE.
007100 01  REPORT-LINE                 PIC X(120).
007200
007300 WORKING-STORAGE SECTION.
007400
007500 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONHCNV".
007600 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007700 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007800
007900 01  WS-LIST-STATUS              PIC X(02) VALUE "00".
008000 01  WS-IN-STATUS                PIC X(02) VALUE "00".
008100 01  WS-OUT-STATUS               PIC X(02) VALUE "00".
008200
008300 01  WS-LIST-EOF                 PIC X(01) VALUE "N".
008400 01  WS-IN-EOF                   PIC X(01) VALUE "N".
008500     88  END-OF-CONVERT-FILE             VALUE "Y".
008600 01  WS-WRITE-FAILED             PIC X(01) VALUE "N".
008700
008800 01  WS-CONVERT-FILE-NAME        PIC X(40).
008900 01  WS-FILE-KIND                PIC X(01).
009000     88  CHANGE-FILE                     VALUE "C".
009100     88  ARCHIVE-FILE                    VALUE "A".
009200 01  WS-COMMAND                  PIC X(100).
009300
009400 01  WS-REG-FUNCTION             PIC X(01).
009500 01  WS-REG-CHOICE               PIC X(01).
009600 01  WS-REG-DIRECTORY            PIC X(20).
009700 01  WS-REG-PREFIX               PIC X(04).
009800 01  WS-REG-DESCRIPTION          PIC X(30).
009900 01  WS-REG-RESULT               PIC X(01).
010000 01  WS-REG-DIGIT                PIC 9(02).
010100
010200 01  WS-TODAY.
010300     05  WS-TODAY-YYYY           PIC 9(04).
010400     05  WS-TODAY-MM             PIC 9(02).
010500     05  WS-TODAY-DD             PIC 9(02).
010600
010700*    THE LAYOUTS AN UNSTAMPED ROW MAY BE IN, NEWEST FIRST:
010800*    DIRECTORY FIELD LENGTH, IMAGE LENGTH, IMAGE VERSION.
010900*    A CHANGE ROW IS TRIED AGAINST ALL FOUR; AN ARCHIVE ROW
011000*    (NO DIRECTORY FIELD) AGAINST THE LAST THREE.
011100 01  WS-LAYOUT-VALUES.
011200     05  FILLER                  PIC X(06) VALUE "208203".
011300     05  FILLER                  PIC X(06) VALUE "008203".
011400     05  FILLER                  PIC X(06) VALUE "008102".
011500     05  FILLER                  PIC X(06) VALUE "007901".
011600 01  WS-LAYOUT-TABLE REDEFINES WS-LAYOUT-VALUES.
011700     05  WS-LAYOUT OCCURS 4 TIMES.
011800         10  WS-LT-DIR-LENGTH    PIC 9(02).
011900         10  WS-LT-IMAGE-LENGTH  PIC 9(02).
012000         10  WS-LT-VERSION       PIC X(02).
012100
012200 01  WS-LAYOUT-INDEX             PIC 9(02) COMP.
012300 01  WS-LAYOUT-FOUND             PIC X(01).
012400 01  WS-IMAGE-OK                 PIC X(01).
012500 01  WS-OLD-START                PIC 9(03) COMP.
012600 01  WS-NEW-START                PIC 9(03) COMP.
012700 01  WS-ROW-END                  PIC 9(03) COMP.
012800 01  WS-TAIL-LENGTH              PIC 9(03) COMP.
012900 01  WS-CHECK-START              PIC 9(03) COMP.
013000 01  WS-DATE-START               PIC 9(03) COMP.
013100 01  WS-IMAGE-LENGTH             PIC 9(02) COMP.
013200 01  WS-IMAGE-VERSION            PIC X(02).
013300 01  WS-IMAGE-IN                 PIC X(82).
013400 01  WS-IMAGE-OUT                PIC X(82).
013500
013600 01  WS-FILE-COUNTS.
013700     05  WS-FILE-IN              PIC 9(07) COMP.
013800     05  WS-FILE-V1              PIC 9(07) COMP.
013900     05  WS-FILE-V2              PIC 9(07) COMP.
014000     05  WS-FILE-V3              PIC 9(07) COMP.
014100     05  WS-FILE-STAMPED         PIC 9(07) COMP.
014200     05  WS-FILE-UNKNOWN         PIC 9(07) COMP.
014300     05  WS-FILE-OUT             PIC 9(07) COMP.
014400 01  WS-TOTAL-COUNTS.
014500     05  WS-TOTAL-IN             PIC 9(07) COMP VALUE ZERO.
014600     05  WS-TOTAL-V1             PIC 9(07) COMP VALUE ZERO.
014700     05  WS-TOTAL-V2             PIC 9(07) COMP VALUE ZERO.
014800     05  WS-TOTAL-V3             PIC 9(07) COMP VALUE ZERO.
014900     05  WS-TOTAL-STAMPED        PIC 9(07) COMP VALUE ZERO.
015000     05  WS-TOTAL-UNKNOWN        PIC 9(07) COMP VALUE ZERO.
015100     05  WS-TOTAL-OUT            PIC 9(07) COMP VALUE ZERO.
015200 01  WS-CONVERTED-COUNT          PIC 9(07) COMP VALUE ZERO.
015300 01  WS-FILES-SEEN               PIC 9(04) COMP VALUE ZERO.
015400 01  WS-FILES-CONVERTED          PIC 9(04) COMP VALUE ZERO.
015500 01  WS-RESULT                   PIC X(16).
015600
015700 01  HEADING-LINE-1.
015800     05  FILLER                  PIC X(30)
015900             VALUE "PHONHCNV".
016000     05  FILLER                  PIC X(50)
016100             VALUE "HISTORY AND ARCHIVE LAYOUT CONVERSION".
016200     05  FILLER                  PIC X(06) VALUE "DATE: ".
016300     05  HL1-MM                  PIC 99.
016400     05  FILLER                  PIC X(01) VALUE "/".
016500     05  HL1-DD                  PIC 99.
016600     05  FILLER                  PIC X(01) VALUE "/".
016700     05  HL1-YYYY                PIC 9999.
016800
016900 01  HEADING-LINE-2.
017000     05  FILLER                  PIC X(29) VALUE SPACE.
017100     05  FILLER                  PIC X(54) VALUE
017200         "  ------------------ ROWS BEFORE -------------------".
017300     05  FILLER                  PIC X(18) VALUE
017400         "  - ROWS AFTER --".
017500
017600 01  HEADING-LINE-3.
017700     05  FILLER                  PIC X(29)
017800             VALUE "FILE                 KIND".
017900     05  FILLER                  PIC X(36)
018000             VALUE "    TOTAL  79-BYTE  81-BYTE  82-BYTE".
018100     05  FILLER                  PIC X(36)
018200             VALUE "  STAMPED  UNKNOWN    TOTAL  CURRENT".
018300     05  FILLER                  PIC X(08) VALUE "  RESULT".
018400
018500 01  FILE-DETAIL-LINE.
018600     05  FD-FILE-NAME            PIC X(20).
018700     05  FILLER                  PIC X(01) VALUE SPACE.
018800     05  FD-KIND                 PIC X(07).
018900     05  FILLER                  PIC X(01) VALUE SPACE.
019000     05  FD-ROWS-IN              PIC Z(08)9.
019100     05  FD-ROWS-V1              PIC Z(08)9.
019200     05  FD-ROWS-V2              PIC Z(08)9.
019300     05  FD-ROWS-V3              PIC Z(08)9.
019400     05  FD-ROWS-STAMPED         PIC Z(08)9.
019500     05  FD-ROWS-UNKNOWN         PIC Z(08)9.
019600     05  FD-ROWS-OUT             PIC Z(08)9.
019700     05  FD-ROWS-CURRENT         PIC Z(08)9.
019800     05  FILLER                  PIC X(02) VALUE SPACE.
019900     05  FD-RESULT               PIC X(16).
020000
020100 PROCEDURE DIVISION.
020200
020300 0000-MAINLINE.
020400     CALL "JOBHDR" USING WS-JOB-NAME.
020500     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
020600     MOVE WS-TODAY-MM   TO HL1-MM.
020700     MOVE WS-TODAY-DD   TO HL1-DD.
020800     MOVE WS-TODAY-YYYY TO HL1-YYYY.
020900     OPEN OUTPUT REPORT-FILE.
021000     WRITE REPORT-LINE FROM HEADING-LINE-1.
021100     WRITE REPORT-LINE FROM SPACE.
021200     WRITE REPORT-LINE FROM HEADING-LINE-2.
021300     WRITE REPORT-LINE FROM HEADING-LINE-3.
021400     WRITE REPORT-LINE FROM SPACE.
021500     PERFORM 1000-CONVERT-CHANGE-FILES THRU 1000-EXIT.
021600     PERFORM 2000-CONVERT-ARCHIVE-FILES THRU 2000-EXIT.
021700     PERFORM 7000-WRITE-TOTALS THRU 7000-EXIT.
021800     CLOSE REPORT-FILE.
021900     DISPLAY "PHONHCNV - " WS-FILES-SEEN " FILE(S) EXAMINED, "
022000         WS-FILES-CONVERTED " CONVERTED, " WS-CONVERTED-COUNT
022100         " ROW(S) UPGRADED - REPORT IS ON phonhcnv.lst.".
022200     IF WS-TOTAL-UNKNOWN > ZERO
022300         DISPLAY "PHONHCNV - WARNING: " WS-TOTAL-UNKNOWN
022400             " ROW(S) FIT NO KNOWN LAYOUT AND WERE CARRIED "
022500             "UNCHANGED."
022600         IF WS-END-CODE < 4
022700             MOVE 4 TO RETURN-CODE
022800             MOVE 4 TO WS-END-CODE
022900         END-IF
023000     END-IF.
023100     MOVE WS-CONVERTED-COUNT TO WS-JOURNAL-COUNT.
023200     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
023300         WS-END-CODE.
023400     GOBACK.
023500
023600*    THE LIVE CHANGE FILE AND EVERY DATED MONTHLY ARCHIVE
023700*    PHONCHGC HAS LEFT ON HAND.
023800 1000-CONVERT-CHANGE-FILES.
023900     MOVE SPACE TO WS-COMMAND.
024000     STRING "ls phonchg.dat "                  DELIMITED BY SIZE
024100         "phonchg.[0-9][0-9][0-9][0-9][0-9][0-9]"
024200                                               DELIMITED BY SIZE
024300         " > phonhcnv.wrk 2>/dev/null"         DELIMITED BY SIZE
024400         INTO WS-COMMAND
024500     END-STRING.
024600     CALL "SYSTEM" USING WS-COMMAND.
024700     MOVE ZERO TO RETURN-CODE.
024800     OPEN INPUT LIST-FILE.
024900     IF WS-LIST-STATUS NOT = "00"
025000         GO TO 1000-EXIT
025100     END-IF.
025200     MOVE "N" TO WS-LIST-EOF.
025300     PERFORM 1100-CONVERT-NEXT-LISTED THRU 1100-EXIT
025400         UNTIL WS-LIST-EOF = "Y".
025500     CLOSE LIST-FILE.
025600     MOVE "rm -f phonhcnv.wrk" TO WS-COMMAND.
025700     CALL "SYSTEM" USING WS-COMMAND.
025800     MOVE ZERO TO RETURN-CODE.
025900 1000-EXIT.
026000     EXIT.
026100
026200 1100-CONVERT-NEXT-LISTED.
026300     READ LIST-FILE
026400         AT END
026500             MOVE "Y" TO WS-LIST-EOF
026600             GO TO 1100-EXIT
026700     END-READ.
026800     IF LIST-LINE = SPACE
026900         GO TO 1100-EXIT
027000     END-IF.
027100     MOVE LIST-LINE TO WS-CONVERT-FILE-NAME.
027200     MOVE "C" TO WS-FILE-KIND.
027300     PERFORM 3000-CONVERT-ONE-FILE THRU 3000-EXIT.
027400 1100-EXIT.
027500     EXIT.
027600
027700*    THE ARCHIVE HISTORY OF EVERY REGISTERED DIRECTORY -
027800*    phone.csv KEEPS ITS LEGACY phonhist.dat NAME.
027900 2000-CONVERT-ARCHIVE-FILES.
028000     MOVE 1 TO WS-REG-DIGIT.
028100     PERFORM 2100-CONVERT-DIRECTORY-ARCHIVE THRU 2100-EXIT
028200         UNTIL WS-REG-DIGIT > 9.
028300 2000-EXIT.
028400     EXIT.
028500
028600 2100-CONVERT-DIRECTORY-ARCHIVE.
028700     MOVE "C" TO WS-REG-FUNCTION.
028800     MOVE WS-REG-DIGIT (2:1) TO WS-REG-CHOICE.
028900     ADD 1 TO WS-REG-DIGIT.
029000     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
029100         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
029200         WS-REG-RESULT.
029300     IF WS-REG-RESULT NOT = "Y"
029400         GO TO 2100-EXIT
029500     END-IF.
029600     MOVE "phonhist.dat" TO WS-CONVERT-FILE-NAME.
029700     IF WS-REG-DIRECTORY NOT = "phone.csv"
029800         MOVE SPACE TO WS-CONVERT-FILE-NAME
029900         STRING FUNCTION TRIM(WS-REG-PREFIX)
030000                                            DELIMITED BY SIZE
030100             "hist.dat"                     DELIMITED BY SIZE
030200             INTO WS-CONVERT-FILE-NAME
030300         END-STRING
030400     END-IF.
030500     MOVE "A" TO WS-FILE-KIND.
030600     PERFORM 3000-CONVERT-ONE-FILE THRU 3000-EXIT.
030700 2100-EXIT.
030800     EXIT.
030900
031000 3000-CONVERT-ONE-FILE.
031100     OPEN INPUT CONVERT-IN-FILE.
031200     IF WS-IN-STATUS NOT = "00"
031300         GO TO 3000-EXIT
031400     END-IF.
031500     OPEN OUTPUT CONVERT-OUT-FILE.
031600     IF WS-OUT-STATUS NOT = "00"
031700         DISPLAY "UNABLE TO CREATE phonhcnv.tmp - FILE STATUS "
031800             WS-OUT-STATUS
031900         CLOSE CONVERT-IN-FILE
032000         MOVE 12 TO RETURN-CODE
032100         MOVE 12 TO WS-END-CODE
032200         GO TO 3000-EXIT
032300     END-IF.
032400     ADD 1 TO WS-FILES-SEEN.
032500     MOVE ZERO TO WS-FILE-IN.
032600     MOVE ZERO TO WS-FILE-V1.
032700     MOVE ZERO TO WS-FILE-V2.
032800     MOVE ZERO TO WS-FILE-V3.
032900     MOVE ZERO TO WS-FILE-STAMPED.
033000     MOVE ZERO TO WS-FILE-UNKNOWN.
033100     MOVE ZERO TO WS-FILE-OUT.
033200     MOVE "N" TO WS-WRITE-FAILED.
033300     MOVE "N" TO WS-IN-EOF.
033400     PERFORM 3100-CONVERT-NEXT-ROW THRU 3100-EXIT
033500         UNTIL END-OF-CONVERT-FILE.
033600     CLOSE CONVERT-IN-FILE.
033700     CLOSE CONVERT-OUT-FILE.
033800     PERFORM 3500-SWAP-OR-DISCARD THRU 3500-EXIT.
033900     PERFORM 6000-WRITE-FILE-LINE THRU 6000-EXIT.
034000 3000-EXIT.
034100     EXIT.
034200
034300 3100-CONVERT-NEXT-ROW.
034400     MOVE SPACE TO CI-RECORD.
034500     READ CONVERT-IN-FILE
034600         AT END
034700             MOVE "Y" TO WS-IN-EOF
034800             GO TO 3100-EXIT
034900     END-READ.
035000     ADD 1 TO WS-FILE-IN.
035100     IF CHANGE-FILE
035200         PERFORM 4000-CONVERT-CHANGE-ROW THRU 4000-EXIT
035300     ELSE
035400         PERFORM 5000-CONVERT-ARCHIVE-ROW THRU 5000-EXIT
035500     END-IF.
035600     IF WS-OUT-STATUS = "00"
035700         ADD 1 TO WS-FILE-OUT
035800     ELSE
035900         MOVE "Y" TO WS-WRITE-FAILED
036000     END-IF.
036100 3100-EXIT.
036200     EXIT.
036300
036400*    ONLY A FILE THAT ACTUALLY HELD OLD ROWS IS REPLACED, AND
036500*    ONLY WHEN EVERY ROW MADE IT ACROSS TO THE NEW COPY.
036600 3500-SWAP-OR-DISCARD.
036700     IF WS-WRITE-FAILED = "Y"
036800             OR WS-FILE-OUT NOT = WS-FILE-IN
036900         MOVE "COUNTS DISAGREE" TO WS-RESULT
037000         DISPLAY "PHONHCNV - " FUNCTION TRIM(WS-CONVERT-FILE-NAME)
037100             " - COUNTS DO NOT AGREE, FILE LEFT AS IT WAS."
037200         MOVE 12 TO RETURN-CODE
037300         MOVE 12 TO WS-END-CODE
037400         GO TO 3500-DISCARD
037500     END-IF.
037600     IF WS-FILE-V1 + WS-FILE-V2 + WS-FILE-V3 = ZERO
037700         MOVE "ALREADY CURRENT" TO WS-RESULT
037800         GO TO 3500-DISCARD
037900     END-IF.
038000     MOVE SPACE TO WS-COMMAND.
038100     STRING "cp "                             DELIMITED BY SIZE
038200         FUNCTION TRIM(WS-CONVERT-FILE-NAME)  DELIMITED BY SIZE
038300         " "                                  DELIMITED BY SIZE
038400         FUNCTION TRIM(WS-CONVERT-FILE-NAME)  DELIMITED BY SIZE
038500         ".precnv"                            DELIMITED BY SIZE
038600         INTO WS-COMMAND
038700     END-STRING.
038800     CALL "SYSTEM" USING WS-COMMAND.
038900     IF RETURN-CODE NOT = ZERO
039000         MOVE "NOT SET ASIDE" TO WS-RESULT
039100         DISPLAY "PHONHCNV - " FUNCTION TRIM(WS-CONVERT-FILE-NAME)
039200             " COULD NOT BE SET ASIDE - FILE LEFT AS IT WAS."
039300         MOVE 12 TO RETURN-CODE
039400         MOVE 12 TO WS-END-CODE
039500         GO TO 3500-DISCARD
039600     END-IF.
039700     MOVE SPACE TO WS-COMMAND.
039800     STRING "mv phonhcnv.tmp "                DELIMITED BY SIZE
039900         FUNCTION TRIM(WS-CONVERT-FILE-NAME)  DELIMITED BY SIZE
040000         INTO WS-COMMAND
040100     END-STRING.
040200     CALL "SYSTEM" USING WS-COMMAND.
040300     MOVE ZERO TO RETURN-CODE.
040400     MOVE "CONVERTED" TO WS-RESULT.
040500     ADD 1 TO WS-FILES-CONVERTED.
040600     GO TO 3500-EXIT.
040700 3500-DISCARD.
040800     MOVE "rm -f phonhcnv.tmp" TO WS-COMMAND.
040900     CALL "SYSTEM" USING WS-COMMAND.
041000     IF WS-END-CODE < 12
041100         MOVE ZERO TO RETURN-CODE
041200     END-IF.
041300 3500-EXIT.
041400     EXIT.
041500
041600 4000-CONVERT-CHANGE-ROW.
041700     IF CI-RECORD (209:2) = "03"
041800         ADD 1 TO WS-FILE-STAMPED
041900         MOVE CI-RECORD TO CHANGE-HISTORY-RECORD
042000         WRITE CHANGE-HISTORY-RECORD
042100         GO TO 4000-EXIT
042200     END-IF.
042300     MOVE "N" TO WS-LAYOUT-FOUND.
042400     MOVE 1 TO WS-LAYOUT-INDEX.
042500     IF CI-RECORD (209:2) = SPACE
042600         PERFORM 4100-TRY-CHANGE-LAYOUT THRU 4100-EXIT
042700             UNTIL WS-LAYOUT-INDEX > 4
042800                 OR WS-LAYOUT-FOUND = "Y"
042900     END-IF.
043000     IF WS-LAYOUT-FOUND NOT = "Y"
043100         ADD 1 TO WS-FILE-UNKNOWN
043200         MOVE CI-RECORD TO CHANGE-HISTORY-RECORD
043300         WRITE CHANGE-HISTORY-RECORD
043400         GO TO 4000-EXIT
043500     END-IF.
043600     MOVE SPACE TO CHANGE-HISTORY-RECORD.
043700     MOVE CI-RECORD (1:8)  TO CH-DATE.
043800     MOVE CI-RECORD (9:8)  TO CH-TIME.
043900     MOVE CI-RECORD (17:8) TO CH-OPERATOR-ID.
044000     IF WS-LT-DIR-LENGTH (WS-LAYOUT-INDEX) > ZERO
044100         MOVE CI-RECORD (25:20) TO CH-DIRECTORY
044200     END-IF.
044300     MOVE SPACE TO WS-IMAGE-IN.
044400     MOVE CI-RECORD (WS-OLD-START:WS-IMAGE-LENGTH)
044500         TO WS-IMAGE-IN.
044600     PERFORM 4500-WIDEN-IMAGE THRU 4500-EXIT.
044700     MOVE WS-IMAGE-OUT TO CH-OLD-VALUES.
044800     MOVE SPACE TO WS-IMAGE-IN.
044900     MOVE CI-RECORD (WS-NEW-START:WS-IMAGE-LENGTH)
045000         TO WS-IMAGE-IN.
045100     PERFORM 4500-WIDEN-IMAGE THRU 4500-EXIT.
045200     MOVE WS-IMAGE-OUT TO CH-NEW-VALUES.
045300     MOVE "03" TO CH-IMAGE-VERSION.
045400     PERFORM 4900-COUNT-BY-VERSION THRU 4900-EXIT.
045500     WRITE CHANGE-HISTORY-RECORD.
045600 4000-EXIT.
045700     EXIT.
045800
045900*    A LAYOUT FITS WHEN A DIRECTORY IT CLAIMS IS FILLED IN,
046000*    EACH IMAGE IS BLANK OR HAS A NUMERIC ENTRY DATE WHERE
046100*    THE LAYOUT PUTS IT, AND NOTHING FOLLOWS THE NEW IMAGE.
046200 4100-TRY-CHANGE-LAYOUT.
046300     MOVE WS-LT-IMAGE-LENGTH (WS-LAYOUT-INDEX)
046400         TO WS-IMAGE-LENGTH.
046500     MOVE WS-LT-VERSION (WS-LAYOUT-INDEX) TO WS-IMAGE-VERSION.
046600     COMPUTE WS-OLD-START =
046700         25 + WS-LT-DIR-LENGTH (WS-LAYOUT-INDEX).
046800     COMPUTE WS-NEW-START = WS-OLD-START + WS-IMAGE-LENGTH.
046900     COMPUTE WS-ROW-END = WS-NEW-START + WS-IMAGE-LENGTH - 1.
047000     IF WS-LT-DIR-LENGTH (WS-LAYOUT-INDEX) > ZERO
047100             AND CI-RECORD (25:20) = SPACE
047200         GO TO 4100-NEXT-LAYOUT
047300     END-IF.
047400     IF CI-RECORD (WS-OLD-START:WS-IMAGE-LENGTH) = SPACE
047500             AND CI-RECORD (WS-NEW-START:WS-IMAGE-LENGTH) = SPACE
047600         GO TO 4100-NEXT-LAYOUT
047700     END-IF.
047800     MOVE WS-OLD-START TO WS-CHECK-START.
047900     PERFORM 4200-CHECK-IMAGE THRU 4200-EXIT.
048000     IF WS-IMAGE-OK NOT = "Y"
048100         GO TO 4100-NEXT-LAYOUT
048200     END-IF.
048300     MOVE WS-NEW-START TO WS-CHECK-START.
048400     PERFORM 4200-CHECK-IMAGE THRU 4200-EXIT.
048500     IF WS-IMAGE-OK NOT = "Y"
048600         GO TO 4100-NEXT-LAYOUT
048700     END-IF.
048800     COMPUTE WS-TAIL-LENGTH = 229 - WS-ROW-END.
048900     IF CI-RECORD (WS-ROW-END + 1:WS-TAIL-LENGTH) NOT = SPACE
049000         GO TO 4100-NEXT-LAYOUT
049100     END-IF.
049200     MOVE "Y" TO WS-LAYOUT-FOUND.
049300     GO TO 4100-EXIT.
049400 4100-NEXT-LAYOUT.
049500     ADD 1 TO WS-LAYOUT-INDEX.
049600 4100-EXIT.
049700     EXIT.
049800
049900 4200-CHECK-IMAGE.
050000     MOVE "Y" TO WS-IMAGE-OK.
050100     IF CI-RECORD (WS-CHECK-START:WS-IMAGE-LENGTH) = SPACE
050200         GO TO 4200-EXIT
050300     END-IF.
050400     COMPUTE WS-DATE-START =
050500         WS-CHECK-START + WS-IMAGE-LENGTH - 8.
050600     IF CI-RECORD (WS-DATE-START:8) NOT NUMERIC
050700         MOVE "N" TO WS-IMAGE-OK
050800     END-IF.
050900 4200-EXIT.
051000     EXIT.
051100
051200*    BRING ONE IMAGE UP TO THE CURRENT 82-BYTE PHONEREC:
051300*    02 (81) LACKS THE PRIVACY FLAG, 01 (79) ALSO LACKS THE
051400*    CATEGORY. BOTH ARE ADDED BLANK IN FRONT OF THE OPERATOR
051500*    ID AND ENTRY DATE, WHICH MOVE ALONG UNCHANGED.
051600 4500-WIDEN-IMAGE.
051700     MOVE SPACE TO WS-IMAGE-OUT.
051800     IF WS-IMAGE-IN = SPACE
051900         GO TO 4500-EXIT
052000     END-IF.
052100     EVALUATE WS-IMAGE-VERSION
052200         WHEN "03"
052300             MOVE WS-IMAGE-IN TO WS-IMAGE-OUT
052400         WHEN "02"
052500             MOVE WS-IMAGE-IN (1:65)  TO WS-IMAGE-OUT (1:65)
052600             MOVE WS-IMAGE-IN (66:16) TO WS-IMAGE-OUT (67:16)
052700         WHEN "01"
052800             MOVE WS-IMAGE-IN (1:63)  TO WS-IMAGE-OUT (1:63)
052900             MOVE WS-IMAGE-IN (64:16) TO WS-IMAGE-OUT (67:16)
053000     END-EVALUATE.
053100 4500-EXIT.
053200     EXIT.
053300
053400 4900-COUNT-BY-VERSION.
053500     EVALUATE WS-IMAGE-VERSION
053600         WHEN "03"
053700             ADD 1 TO WS-FILE-V3
053800         WHEN "02"
053900             ADD 1 TO WS-FILE-V2
054000         WHEN "01"
054100             ADD 1 TO WS-FILE-V1
054200     END-EVALUATE.
054300 4900-EXIT.
054400     EXIT.
054500
054600*    AN ARCHIVE ROW IS A BARE PHONEREC IMAGE; THE STAMP
054700*    FOLLOWS THE 82-BYTE IMAGE (PHONHVER).
054800 5000-CONVERT-ARCHIVE-ROW.
054900     IF CI-RECORD (83:2) = "03"
055000             AND CI-RECORD (85:145) = SPACE
055100         ADD 1 TO WS-FILE-STAMPED
055200         MOVE CI-RECORD (1:84) TO HISTORY-ROW-STAMP
055300         WRITE HISTORY-ROW-STAMP
055400         GO TO 5000-EXIT
055500     END-IF.
055600     MOVE "N" TO WS-LAYOUT-FOUND.
055700     MOVE 2 TO WS-LAYOUT-INDEX.
055800     PERFORM 5100-TRY-ARCHIVE-LAYOUT THRU 5100-EXIT
055900         UNTIL WS-LAYOUT-INDEX > 4
056000             OR WS-LAYOUT-FOUND = "Y".
056100     IF WS-LAYOUT-FOUND NOT = "Y"
056200         ADD 1 TO WS-FILE-UNKNOWN
056300         MOVE CI-RECORD TO CHANGE-HISTORY-RECORD
056400         WRITE CHANGE-HISTORY-RECORD
056500         GO TO 5000-EXIT
056600     END-IF.
056700     MOVE SPACE TO WS-IMAGE-IN.
056800     MOVE CI-RECORD (1:WS-IMAGE-LENGTH) TO WS-IMAGE-IN.
056900     PERFORM 4500-WIDEN-IMAGE THRU 4500-EXIT.
057000     MOVE SPACE        TO HISTORY-ROW-STAMP.
057100     MOVE WS-IMAGE-OUT TO CO-ARCHIVE-RECORD.
057200     MOVE "03"         TO HV-LAYOUT-VERSION.
057300     PERFORM 4900-COUNT-BY-VERSION THRU 4900-EXIT.
057400     WRITE HISTORY-ROW-STAMP.
057500 5000-EXIT.
057600     EXIT.
057700
057800 5100-TRY-ARCHIVE-LAYOUT.
057900     MOVE WS-LT-IMAGE-LENGTH (WS-LAYOUT-INDEX)
058000         TO WS-IMAGE-LENGTH.
058100     MOVE WS-LT-VERSION (WS-LAYOUT-INDEX) TO WS-IMAGE-VERSION.
058200     COMPUTE WS-DATE-START = WS-IMAGE-LENGTH - 7.
058300     COMPUTE WS-TAIL-LENGTH = 229 - WS-IMAGE-LENGTH.
058400     IF CI-RECORD (WS-DATE-START:8) NUMERIC
058500             AND CI-RECORD (WS-IMAGE-LENGTH + 1:WS-TAIL-LENGTH)
058600                 = SPACE
058700         MOVE "Y" TO WS-LAYOUT-FOUND
058800     ELSE
058900         ADD 1 TO WS-LAYOUT-INDEX
059000     END-IF.
059100 5100-EXIT.
059200     EXIT.
059300
059400 6000-WRITE-FILE-LINE.
059500     MOVE SPACE TO FILE-DETAIL-LINE.
059600     MOVE WS-CONVERT-FILE-NAME TO FD-FILE-NAME.
059700     IF CHANGE-FILE
059800         MOVE "CHANGES" TO FD-KIND
059900     ELSE
060000         MOVE "ARCHIVE" TO FD-KIND
060100     END-IF.
060200     MOVE WS-FILE-IN      TO FD-ROWS-IN.
060300     MOVE WS-FILE-V1      TO FD-ROWS-V1.
060400     MOVE WS-FILE-V2      TO FD-ROWS-V2.
060500     MOVE WS-FILE-V3      TO FD-ROWS-V3.
060600     MOVE WS-FILE-STAMPED TO FD-ROWS-STAMPED.
060700     MOVE WS-FILE-UNKNOWN TO FD-ROWS-UNKNOWN.
060800     MOVE WS-FILE-OUT     TO FD-ROWS-OUT.
060900     IF WS-RESULT = "CONVERTED" OR WS-RESULT = "ALREADY CURRENT"
061000         COMPUTE FD-ROWS-CURRENT = WS-FILE-OUT - WS-FILE-UNKNOWN
061100     ELSE
061200         MOVE WS-FILE-STAMPED TO FD-ROWS-CURRENT
061300     END-IF.
061400     MOVE WS-RESULT       TO FD-RESULT.
061500     WRITE REPORT-LINE FROM FILE-DETAIL-LINE.
061600     ADD WS-FILE-IN      TO WS-TOTAL-IN.
061700     ADD WS-FILE-V1      TO WS-TOTAL-V1.
061800     ADD WS-FILE-V2      TO WS-TOTAL-V2.
061900     ADD WS-FILE-V3      TO WS-TOTAL-V3.
062000     ADD WS-FILE-STAMPED TO WS-TOTAL-STAMPED.
062100     ADD WS-FILE-UNKNOWN TO WS-TOTAL-UNKNOWN.
062200     ADD WS-FILE-OUT     TO WS-TOTAL-OUT.
062300     IF WS-RESULT = "CONVERTED"
062400         COMPUTE WS-CONVERTED-COUNT = WS-CONVERTED-COUNT
062500             + WS-FILE-V1 + WS-FILE-V2 + WS-FILE-V3
062600     END-IF.
062700 6000-EXIT.
062800     EXIT.
062900
063000 7000-WRITE-TOTALS.
063100     WRITE REPORT-LINE FROM SPACE.
063200     IF WS-FILES-SEEN = ZERO
063300         MOVE "NO CHANGE-HISTORY OR ARCHIVE FILES ON HAND."
063400             TO REPORT-LINE
063500         WRITE REPORT-LINE
063600         GO TO 7000-EXIT
063700     END-IF.
063800     MOVE SPACE TO FILE-DETAIL-LINE.
063900     MOVE "ALL FILES"      TO FD-FILE-NAME.
064000     MOVE WS-TOTAL-IN      TO FD-ROWS-IN.
064100     MOVE WS-TOTAL-V1      TO FD-ROWS-V1.
064200     MOVE WS-TOTAL-V2      TO FD-ROWS-V2.
064300     MOVE WS-TOTAL-V3      TO FD-ROWS-V3.
064400     MOVE WS-TOTAL-STAMPED TO FD-ROWS-STAMPED.
064500     MOVE WS-TOTAL-UNKNOWN TO FD-ROWS-UNKNOWN.
064600     MOVE WS-TOTAL-OUT     TO FD-ROWS-OUT.
064700     COMPUTE FD-ROWS-CURRENT =
064800         WS-TOTAL-STAMPED + WS-CONVERTED-COUNT.
064900     WRITE REPORT-LINE FROM FILE-DETAIL-LINE.
065000 7000-EXIT.
065100     EXIT.
