000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONCHKV.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: CHANGE-HISTORY SEAL VERIFIER. EVERY phonchg.dat ROW
000900*       IS SEALED BY CHGSEAL WITH A RUNNING SEQUENCE NUMBER
001000*       AND A CHECK VALUE CHAINED FROM THE ROW BEFORE IT.
001100*       THIS RUN WALKS THE DATED phonchg.YYYYMM ARCHIVES
001200*       PHONCHGC HAS LEFT ON HAND, OLDEST FIRST, AND THEN
001300*       THE LIVE FILE, AS ONE CHAIN, AND REPORTS ON
001400*       phonchkv.lst EVERY BREAK IN IT:
001500*         - A GAP (ROWS TAKEN OUT - THE SEQUENCE JUMPS),
001600*         - A ROW OUT OF ORDER OR REPEATED (IT GOES BACK),
001700*         - AN ALTERED ROW (ITS CHECK VALUE NO LONGER AGREES
001800*           WITH ITS CONTENTS AND THE ROW BEFORE IT),
001900*         - AN UNSEALED ROW AFTER SEALING BEGAN, OR A SEAL
002000*           THAT IS NOT A NUMBER.
002100*       ROWS WRITTEN BEFORE SEALING WENT IN ARE UNSEALED AND
002200*       ARE COUNTED, NOT REPORTED, UP TO THE FIRST SEALED
002300*       ROW. THE LAST ROW IS THEN HELD UP AGAINST THE
002400*       chgseq.dat CONTROL FILE, SO ROWS CUT FROM THE END OF
002500*       THE FILE ARE CAUGHT AS WELL. WHEN THE OLDEST ARCHIVES
002600*       HAVE BEEN REMOVED UNDER RETENTION THE CHAIN PICKS UP
002700*       AT THE FIRST SEQUENCE ON HAND, WHICH THE REPORT
002800*       SHOWS. ANY BREAK ENDS 8 AND IS POSTED TO THE ALERT
002900*       OUTBOX (ALRTPOST). NOTHING IS CHANGED. A ROW WHOSE
002916*       NAMES PHONERAS HAS ERASED NO LONGER AGREES WITH
002932*       ITS OWN CHECK VALUE; WHEN ITS SEQUENCE AND THE CHECK
002948*       IT NOW WORKS OUT TO ARE ON THE erasreg.dat ERASURE
002964*       REGISTER (ERASREC) IT IS LISTED AS REDACTED, NOT AS A
002980*       BREAK.
003000*----------------------------------------------------------
003100* MOD LOG:
003200*  OCT 2026  DCG  ORIGINAL PROGRAM.
003233*  OCT 2026  DCG  ROWS REDACTED UNDER ERASURE ARE TAKEN FROM
003266*                 THE erasreg.dat REGISTER, NOT REPORTED.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT OPTIONAL LIST-FILE
003800         ASSIGN TO "phonchkv.wrk"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-LIST-STATUS.
004100
004200     SELECT CHECK-FILE
004300         ASSIGN TO WS-CHECK-FILE-NAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-CHECK-STATUS.
004600
004700     SELECT OPTIONAL SEAL-CONTROL-FILE
004800         ASSIGN TO "chgseq.dat"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-CONTROL-STATUS.
005100
005116     SELECT OPTIONAL ERASURE-REGISTER-FILE
005132         ASSIGN TO "erasreg.dat"
005148         ORGANIZATION IS LINE SEQUENTIAL
005164         FILE STATUS IS WS-ERASURE-STATUS.
005180
005200     SELECT REPORT-FILE
005300         ASSIGN TO "phonchkv.lst"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  LIST-FILE.
005900 01  LIST-LINE                   PIC X(40).
006000
006100 FD  CHECK-FILE.
006200     COPY PHONCHG.
006300
006400 FD  SEAL-CONTROL-FILE.
006500     COPY CHGSEQ.
006600
006625 FD  ERASURE-REGISTER-FILE.
006650     COPY ERASREC.
006675
006700 FD  REPORT-FILE.
006800 01  REPORT-LINE                 PIC X(120).
006900
007000 WORKING-STORAGE SECTION.
007100
007200 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONCHKV".
007300 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
007400 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
007500 01  WS-ALERT-SEVERITY           PIC X(01) VALUE "E".
007600 01  WS-ALERT-DIRECTORY          PIC X(20) VALUE "phonchg.dat".
007700 01  WS-ALERT-TEXT               PIC X(60).
007800 01  WS-ALERT-RESULT             PIC X(01).
007900 01  WS-ALERT-BREAKS             PIC 9(06).
008000
008100 01  WS-LIST-STATUS              PIC X(02) VALUE "00".
008200 01  WS-CHECK-STATUS             PIC X(02) VALUE "00".
008300 01  WS-CONTROL-STATUS           PIC X(02) VALUE "00".
008350 01  WS-ERASURE-STATUS           PIC X(02) VALUE "00".
008400
008500 01  WS-LIST-EOF                 PIC X(01) VALUE "N".
008600 01  WS-CHECK-EOF                PIC X(01) VALUE "N".
008700     88  END-OF-CHECK-FILE               VALUE "Y".
008750 01  WS-ERASURE-EOF              PIC X(01) VALUE "N".
008800
008900 01  WS-CHECK-FILE-NAME          PIC X(40).
009000 01  WS-COMMAND                  PIC X(100).
009100
009200 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "C".
009300 01  WS-SEAL-CHECK               PIC X(10).
009400 01  WS-SEAL-RESULT              PIC X(01).
009500
009600*    WHERE THE CHAIN STANDS: WHETHER A SEALED ROW HAS BEEN
009700*    SEEN YET, THE SEQUENCE THE NEXT ROW SHOULD CARRY, AND
009800*    THE CHECK VALUE IT SHOULD CHAIN FROM.
009900 01  WS-CHAIN-STARTED            PIC X(01) VALUE "N".
010000     88  CHAIN-STARTED                   VALUE "Y".
010100 01  WS-EXPECTED-SEQUENCE        PIC 9(09) VALUE ZERO.
010200 01  WS-PRIOR-CHECK              PIC X(10) VALUE SPACE.
010300 01  WS-FIRST-SEQUENCE           PIC 9(09) VALUE ZERO.
010400 01  WS-LAST-SEQUENCE            PIC 9(09) VALUE ZERO.
010500 01  WS-MISSING-COUNT            PIC 9(09).
010600 01  WS-SEQUENCE-EDIT            PIC Z(08)9.
010700 01  WS-COUNT-EDIT               PIC Z(08)9.
010800 01  WS-REASON                   PIC X(60).
010900
011000 01  WS-FILE-COUNTS.
011100     05  WS-FILE-ROWS            PIC 9(07) COMP.
011200     05  WS-FILE-UNSEALED        PIC 9(07) COMP.
011300     05  WS-FILE-BREAKS          PIC 9(07) COMP.
011400     05  WS-FILE-FIRST-SEQ       PIC 9(09).
011500     05  WS-FILE-LAST-SEQ        PIC 9(09).
011600 01  WS-TOTAL-COUNTS.
011700     05  WS-FILES-SEEN           PIC 9(04) COMP VALUE ZERO.
011800     05  WS-TOTAL-ROWS           PIC 9(07) COMP VALUE ZERO.
011900     05  WS-TOTAL-UNSEALED       PIC 9(07) COMP VALUE ZERO.
012000     05  WS-TOTAL-SEALED         PIC 9(07) COMP VALUE ZERO.
012100     05  WS-TOTAL-BREAKS         PIC 9(07) COMP VALUE ZERO.
012108     05  WS-TOTAL-REDACTED       PIC 9(07) COMP VALUE ZERO.
012116
012124*    THE ERASURE REGISTER, HELD FOR THE LOOK-UP.
012132 01  WS-ERASURE-TABLE.
012140     05  WS-ERASURE-USED         PIC 9(04) COMP VALUE ZERO.
012148     05  WS-ERASURE-ENTRY OCCURS 1000 TIMES.
012156         10  WS-ER-SEQUENCE      PIC 9(09).
012164         10  WS-ER-CHECK         PIC X(10).
012172 01  WS-ERASURE-INDEX            PIC 9(04) COMP VALUE ZERO.
012180 01  WS-ERASURE-OVERFLOW         PIC 9(06) COMP VALUE ZERO.
012188 01  WS-ERASURE-FOUND            PIC X(01) VALUE "N".
012200
012300 01  WS-TODAY.
012400     05  WS-TODAY-YYYY           PIC 9(04).
012500     05  WS-TODAY-MM             PIC 9(02).
012600     05  WS-TODAY-DD             PIC 9(02).
012700
012800 01  HEADING-LINE-1.
012900     05  FILLER                  PIC X(30)
013000             VALUE "PHONCHKV".
013100     05  FILLER                  PIC X(50)
013200             VALUE "CHANGE-HISTORY SEAL VERIFICATION".
013300     05  FILLER                  PIC X(06) VALUE "DATE: ".
013400     05  HL1-MM                  PIC 99.
013500     05  FILLER                  PIC X(01) VALUE "/".
013600     05  HL1-DD                  PIC 99.
013700     05  FILLER                  PIC X(01) VALUE "/".
013800     05  HL1-YYYY                PIC 9999.
013900
014000 01  FILE-HEADING-LINE.
014100     05  FILLER                  PIC X(06) VALUE "FILE: ".
014200     05  FH-FILE-NAME            PIC X(40).
014300
014400 01  BREAK-HEADING-LINE.
014500     05  FILLER                  PIC X(30)
014600             VALUE "      ROW   SEQUENCE  DATE    ".
014700     05  FILLER                  PIC X(30)
014800             VALUE "  TIME      OPERATOR  BREAK".
014900
015000 01  BREAK-DETAIL-LINE.
015100     05  BD-ROW                  PIC Z(08)9.
015200     05  FILLER                  PIC X(02) VALUE SPACE.
015300     05  BD-SEQUENCE             PIC X(09).
015400     05  FILLER                  PIC X(02) VALUE SPACE.
015500     05  BD-DATE                 PIC X(08).
015600     05  FILLER                  PIC X(02) VALUE SPACE.
015700     05  BD-TIME                 PIC X(08).
015800     05  FILLER                  PIC X(02) VALUE SPACE.
015900     05  BD-OPERATOR             PIC X(08).
016000     05  FILLER                  PIC X(02) VALUE SPACE.
016100     05  BD-REASON               PIC X(60).
016200
016300 01  FILE-SUMMARY-LINE.
016400     05  FILLER                  PIC X(06) VALUE "ROWS: ".
016500     05  FS-ROWS                 PIC Z(06)9.
016600     05  FILLER                  PIC X(12) VALUE "  UNSEALED: ".
016700     05  FS-UNSEALED             PIC Z(06)9.
016800     05  FILLER                  PIC X(12) VALUE "  SEQUENCE: ".
016900     05  FS-FIRST-SEQ            PIC Z(08)9.
017000     05  FILLER                  PIC X(04) VALUE " TO ".
017100     05  FS-LAST-SEQ             PIC Z(08)9.
017200     05  FILLER                  PIC X(10) VALUE "  BREAKS: ".
017300     05  FS-BREAKS               PIC Z(06)9.
017400
017500 01  TOTAL-LINE.
017600     05  TL-LABEL                PIC X(40).
017700     05  TL-COUNT                PIC Z(08)9.
017800
017900 PROCEDURE DIVISION.
018000
018100 0000-MAINLINE.
018200     CALL "JOBHDR" USING WS-JOB-NAME.
018300     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
018400     MOVE WS-TODAY-MM   TO HL1-MM.
018500     MOVE WS-TODAY-DD   TO HL1-DD.
018600     MOVE WS-TODAY-YYYY TO HL1-YYYY.
018700     OPEN OUTPUT REPORT-FILE.
018800     WRITE REPORT-LINE FROM HEADING-LINE-1.
018900     WRITE REPORT-LINE FROM SPACE.
018950     PERFORM 0500-LOAD-ERASURES THRU 0500-EXIT.
019000     PERFORM 1000-CHECK-ARCHIVES THRU 1000-EXIT.
019100     MOVE "phonchg.dat" TO WS-CHECK-FILE-NAME.
019200     PERFORM 3000-CHECK-ONE-FILE THRU 3000-EXIT.
019300     PERFORM 4000-CHECK-CONTROL THRU 4000-EXIT.
019400     PERFORM 6000-WRITE-TOTALS THRU 6000-EXIT.
019500     CLOSE REPORT-FILE.
019600     IF WS-TOTAL-BREAKS > ZERO
019700         DISPLAY "PHONCHKV - HISTORY CHAIN BROKEN - "
019800             WS-TOTAL-BREAKS " BREAK(S) - SEE phonchkv.lst."
019900         MOVE 8 TO RETURN-CODE
020000         MOVE 8 TO WS-END-CODE
020100         PERFORM 6100-POST-BREAK-ALERT THRU 6100-EXIT
020200     ELSE
020300         DISPLAY "PHONCHKV - " WS-FILES-SEEN " FILE(S), "
020400             WS-TOTAL-ROWS " ROW(S) - HISTORY CHAIN INTACT."
020500     END-IF.
020600     MOVE WS-TOTAL-ROWS TO WS-JOURNAL-COUNT.
020700     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
020800         WS-END-CODE.
020900     GOBACK.
021000
021002*    A REGISTER PAST THE TABLE IS REPORTED; ITS LATER ROWS
021004*    THEN SHOW AS BREAKS AND ARE LOOKED AT BY HAND.
021006 0500-LOAD-ERASURES.
021008     OPEN INPUT ERASURE-REGISTER-FILE.
021010     IF WS-ERASURE-STATUS NOT = "00"
021011             AND WS-ERASURE-STATUS NOT = "05"
021012         GO TO 0500-EXIT
021014     END-IF.
021016     MOVE "N" TO WS-ERASURE-EOF.
021018     PERFORM 0510-LOAD-NEXT-ERASURE THRU 0510-EXIT
021020         UNTIL WS-ERASURE-EOF = "Y".
021022     CLOSE ERASURE-REGISTER-FILE.
021024     IF WS-ERASURE-OVERFLOW > ZERO
021026         DISPLAY "PHONCHKV - " WS-ERASURE-OVERFLOW " ERASURE "
021028             "ROW(S) PAST THE 1000-ROW TABLE NOT LOADED."
021030     END-IF.
021032 0500-EXIT.
021034     EXIT.
021036
021038 0510-LOAD-NEXT-ERASURE.
021040     READ ERASURE-REGISTER-FILE
021042         AT END
021044             MOVE "Y" TO WS-ERASURE-EOF
021046             GO TO 0510-EXIT
021048     END-READ.
021050     IF ER-SEQUENCE NOT NUMERIC
021052         GO TO 0510-EXIT
021054     END-IF.
021056     IF WS-ERASURE-USED >= 1000
021058         ADD 1 TO WS-ERASURE-OVERFLOW
021060         GO TO 0510-EXIT
021062     END-IF.
021064     ADD 1 TO WS-ERASURE-USED.
021066     MOVE ER-SEQUENCE TO WS-ER-SEQUENCE (WS-ERASURE-USED).
021068     MOVE ER-REDACTED-CHECK TO WS-ER-CHECK (WS-ERASURE-USED).
021070 0510-EXIT.
021072     EXIT.
021074
021100*    THE DATED ARCHIVES SORT OLDEST FIRST BY NAME, SO THE
021200*    LISTING ORDER IS THE ORDER THE ROWS WERE WRITTEN.
021300 1000-CHECK-ARCHIVES.
021400     MOVE SPACE TO WS-COMMAND.
021500     STRING "ls "                                DELIMITED BY SIZE
021600         "phonchg.[0-9][0-9][0-9][0-9][0-9][0-9]"
021700                                               DELIMITED BY SIZE
021800         " > phonchkv.wrk 2>/dev/null"         DELIMITED BY SIZE
021900         INTO WS-COMMAND
022000     END-STRING.
022100     CALL "SYSTEM" USING WS-COMMAND.
022200     MOVE ZERO TO RETURN-CODE.
022300     OPEN INPUT LIST-FILE.
022400     IF WS-LIST-STATUS NOT = "00"
022500         GO TO 1000-EXIT
022600     END-IF.
022700     MOVE "N" TO WS-LIST-EOF.
022800     PERFORM 1100-CHECK-NEXT-LISTED THRU 1100-EXIT
022900         UNTIL WS-LIST-EOF = "Y".
023000     CLOSE LIST-FILE.
023100     MOVE "rm -f phonchkv.wrk" TO WS-COMMAND.
023200     CALL "SYSTEM" USING WS-COMMAND.
023300     MOVE ZERO TO RETURN-CODE.
023400 1000-EXIT.
023500     EXIT.
023600
023700 1100-CHECK-NEXT-LISTED.
023800     READ LIST-FILE
023900         AT END
024000             MOVE "Y" TO WS-LIST-EOF
024100             GO TO 1100-EXIT
024200     END-READ.
024300     IF LIST-LINE = SPACE
024400         GO TO 1100-EXIT
024500     END-IF.
024600     MOVE LIST-LINE TO WS-CHECK-FILE-NAME.
024700     PERFORM 3000-CHECK-ONE-FILE THRU 3000-EXIT.
024800 1100-EXIT.
024900     EXIT.
025000
025100 3000-CHECK-ONE-FILE.
025200     OPEN INPUT CHECK-FILE.
025300     IF WS-CHECK-STATUS NOT = "00"
025400         GO TO 3000-EXIT
025500     END-IF.
025600     ADD 1 TO WS-FILES-SEEN.
025700     MOVE ZERO TO WS-FILE-ROWS.
025800     MOVE ZERO TO WS-FILE-UNSEALED.
025900     MOVE ZERO TO WS-FILE-BREAKS.
026000     MOVE ZERO TO WS-FILE-FIRST-SEQ.
026100     MOVE ZERO TO WS-FILE-LAST-SEQ.
026200     MOVE WS-CHECK-FILE-NAME TO FH-FILE-NAME.
026300     WRITE REPORT-LINE FROM FILE-HEADING-LINE.
026400     WRITE REPORT-LINE FROM BREAK-HEADING-LINE.
026500     MOVE "N" TO WS-CHECK-EOF.
026600     PERFORM 3100-CHECK-NEXT-ROW THRU 3100-EXIT
026700         UNTIL END-OF-CHECK-FILE.
026800     CLOSE CHECK-FILE.
026900     IF WS-FILE-BREAKS = ZERO
027000         MOVE SPACE TO REPORT-LINE
027100         MOVE "      NO BREAKS" TO REPORT-LINE
027200         WRITE REPORT-LINE
027300     END-IF.
027400     MOVE WS-FILE-ROWS      TO FS-ROWS.
027500     MOVE WS-FILE-UNSEALED  TO FS-UNSEALED.
027600     MOVE WS-FILE-FIRST-SEQ TO FS-FIRST-SEQ.
027700     MOVE WS-FILE-LAST-SEQ  TO FS-LAST-SEQ.
027800     MOVE WS-FILE-BREAKS    TO FS-BREAKS.
027900     WRITE REPORT-LINE FROM FILE-SUMMARY-LINE.
028000     WRITE REPORT-LINE FROM SPACE.
028100     ADD WS-FILE-ROWS     TO WS-TOTAL-ROWS.
028200     ADD WS-FILE-UNSEALED TO WS-TOTAL-UNSEALED.
028300 3000-EXIT.
028400     EXIT.
028500
028600*    ROWS FROM BEFORE THE SEAL ARE BLANK THERE; THEY ARE
028700*    EXPECTED ONLY AHEAD OF THE FIRST SEALED ROW.
028800 3100-CHECK-NEXT-ROW.
028900     MOVE SPACE TO CHANGE-HISTORY-RECORD.
029000     READ CHECK-FILE
029100         AT END
029200             MOVE "Y" TO WS-CHECK-EOF
029300             GO TO 3100-EXIT
029400     END-READ.
029500     ADD 1 TO WS-FILE-ROWS.
029600     IF CH-SEAL = SPACE
029700         ADD 1 TO WS-FILE-UNSEALED
029800         IF CHAIN-STARTED
029900             MOVE "UNSEALED ROW AFTER SEALING BEGAN" TO WS-REASON
030000             PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
030100         END-IF
030200         GO TO 3100-EXIT
030300     END-IF.
030400     IF CH-SEQUENCE NOT NUMERIC
030500         MOVE "SEAL DAMAGED - SEQUENCE IS NOT A NUMBER"
030600             TO WS-REASON
030700         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
030800         GO TO 3100-EXIT
030900     END-IF.
031000     ADD 1 TO WS-TOTAL-SEALED.
031100     IF WS-FILE-FIRST-SEQ = ZERO
031200         MOVE CH-SEQUENCE TO WS-FILE-FIRST-SEQ
031300     END-IF.
031400     MOVE CH-SEQUENCE TO WS-FILE-LAST-SEQ.
031500     PERFORM 3200-CHECK-SEALED-ROW THRU 3200-EXIT.
031600     MOVE "Y" TO WS-CHAIN-STARTED.
031700     MOVE CH-SEQUENCE TO WS-LAST-SEQUENCE.
031800     COMPUTE WS-EXPECTED-SEQUENCE = CH-SEQUENCE + 1.
031900     MOVE CH-CHAIN-CHECK TO WS-PRIOR-CHECK.
032000 3100-EXIT.
032100     EXIT.
032200
032300*    A ROW IN ITS PLACE IS PROVED BY WORKING ITS CHECK VALUE
032400*    OUT AGAIN FROM THE ROW BEFORE. AFTER A GAP OR A STEP
032500*    BACK THE ROW BEFORE IS NOT THE ONE IT WAS CHAINED FROM,
032600*    SO ONLY THE BREAK IN SEQUENCE IS REPORTED AND THE CHAIN
032700*    CARRIES ON FROM THIS ROW.
032800 3200-CHECK-SEALED-ROW.
032900     IF NOT CHAIN-STARTED
033000         MOVE CH-SEQUENCE TO WS-FIRST-SEQUENCE
033100         IF CH-SEQUENCE NOT = 1
033200             GO TO 3200-EXIT
033300         END-IF
033400         MOVE 1 TO WS-EXPECTED-SEQUENCE
033500     END-IF.
033600     IF CH-SEQUENCE > WS-EXPECTED-SEQUENCE
033700         COMPUTE WS-MISSING-COUNT =
033800             CH-SEQUENCE - WS-EXPECTED-SEQUENCE
033900         MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
034000         MOVE SPACE TO WS-REASON
034100         STRING "GAP - "                      DELIMITED BY SIZE
034200             FUNCTION TRIM(WS-COUNT-EDIT)     DELIMITED BY SIZE
034300             " ROW(S) MISSING BEFORE THIS ONE" DELIMITED BY SIZE
034400             INTO WS-REASON
034500         END-STRING
034600         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
034700         GO TO 3200-EXIT
034800     END-IF.
034900     IF CH-SEQUENCE < WS-EXPECTED-SEQUENCE
035000         MOVE WS-EXPECTED-SEQUENCE TO WS-SEQUENCE-EDIT
035100         MOVE SPACE TO WS-REASON
035200         STRING "OUT OF ORDER OR REPEATED - "  DELIMITED BY SIZE
035300             FUNCTION TRIM(WS-SEQUENCE-EDIT)  DELIMITED BY SIZE
035400             " WAS DUE"                       DELIMITED BY SIZE
035500             INTO WS-REASON
035600         END-STRING
035700         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
035800         GO TO 3200-EXIT
035900     END-IF.
036000     MOVE WS-PRIOR-CHECK TO WS-SEAL-CHECK.
036100     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
036200         WS-SEAL-CHECK WS-SEAL-RESULT.
036300     IF WS-SEAL-CHECK NOT = CH-CHAIN-CHECK
036314         PERFORM 3300-LOOK-UP-ERASURE THRU 3300-EXIT
036328         IF WS-ERASURE-FOUND = "Y"
036342             ADD 1 TO WS-TOTAL-REDACTED
036356             PERFORM 3950-WRITE-REDACTED THRU 3950-EXIT
036370             GO TO 3200-EXIT
036384         END-IF
036400         MOVE "ROW ALTERED - CHECK VALUE DOES NOT AGREE"
036500             TO WS-REASON
036600         PERFORM 3900-WRITE-BREAK THRU 3900-EXIT
036700     END-IF.
036800 3200-EXIT.
036900     EXIT.
037000
037005*    THE ROW WAS REDACTED BY PHONERAS IF THE CHECK IT NOW
037010*    WORKS OUT TO IS THE ONE REGISTERED FOR ITS SEQUENCE.
037015 3300-LOOK-UP-ERASURE.
037020     MOVE "N" TO WS-ERASURE-FOUND.
037025     PERFORM 3310-LOOK-AT-ERASURE THRU 3310-EXIT
037030         VARYING WS-ERASURE-INDEX FROM 1 BY 1
037035         UNTIL WS-ERASURE-INDEX > WS-ERASURE-USED
037040             OR WS-ERASURE-FOUND = "Y".
037045 3300-EXIT.
037050     EXIT.
037055
037060 3310-LOOK-AT-ERASURE.
037065     IF WS-ER-SEQUENCE (WS-ERASURE-INDEX) = CH-SEQUENCE
037070             AND WS-ER-CHECK (WS-ERASURE-INDEX) = WS-SEAL-CHECK
037075         MOVE "Y" TO WS-ERASURE-FOUND
037080     END-IF.
037085 3310-EXIT.
037090     EXIT.
037095
037100 3900-WRITE-BREAK.
037200     ADD 1 TO WS-FILE-BREAKS.
037300     ADD 1 TO WS-TOTAL-BREAKS.
037400     MOVE SPACE TO BREAK-DETAIL-LINE.
037500     MOVE WS-FILE-ROWS TO BD-ROW.
037600     IF CH-SEQUENCE NUMERIC
037700         MOVE CH-SEQUENCE TO WS-SEQUENCE-EDIT
037800         MOVE WS-SEQUENCE-EDIT TO BD-SEQUENCE
037900     ELSE
038000         MOVE CH-SEQUENCE TO BD-SEQUENCE
038100     END-IF.
038200     MOVE CH-DATE        TO BD-DATE.
038300     MOVE CH-TIME        TO BD-TIME.
038400     MOVE CH-OPERATOR-ID TO BD-OPERATOR.
038500     MOVE WS-REASON      TO BD-REASON.
038600     WRITE REPORT-LINE FROM BREAK-DETAIL-LINE.
038700 3900-EXIT.
038800     EXIT.
038806
038812 3950-WRITE-REDACTED.
038818     MOVE SPACE TO BREAK-DETAIL-LINE.
038824     MOVE WS-FILE-ROWS TO BD-ROW.
038830     MOVE CH-SEQUENCE TO WS-SEQUENCE-EDIT.
038836     MOVE WS-SEQUENCE-EDIT TO BD-SEQUENCE.
038842     MOVE CH-DATE        TO BD-DATE.
038848     MOVE CH-TIME        TO BD-TIME.
038854     MOVE CH-OPERATOR-ID TO BD-OPERATOR.
038860     MOVE "REDACTED UNDER ERASURE - CHECK ON erasreg.dat"
038866         TO BD-REASON.
038872     WRITE REPORT-LINE FROM BREAK-DETAIL-LINE.
038878 3950-EXIT.
038884     EXIT.
038900
039000*    THE CONTROL FILE HOLDS THE LAST SEQUENCE AND CHECK VALUE
039100*    CHGSEAL HANDED OUT. THE LAST ROW ON FILE MUST BE THAT
039200*    ROW, OR ROWS HAVE BEEN CUT FROM THE END.
039300 4000-CHECK-CONTROL.
039400     MOVE SPACE TO REPORT-LINE.
039500     MOVE "SEAL CONTROL FILE: chgseq.dat" TO REPORT-LINE.
039600     WRITE REPORT-LINE.
039700     MOVE SPACE TO SEAL-CONTROL-RECORD.
039800     OPEN INPUT SEAL-CONTROL-FILE.
039900     IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "05"
040000         READ SEAL-CONTROL-FILE
040100             AT END
040200                 MOVE SPACE TO SEAL-CONTROL-RECORD
040300         END-READ
040400         CLOSE SEAL-CONTROL-FILE
040500     END-IF.
040600     MOVE SPACE TO WS-REASON.
040700     IF SEAL-CONTROL-RECORD = SPACE
040800         IF CHAIN-STARTED
040900             MOVE "CONTROL FILE IS MISSING OR EMPTY" TO WS-REASON
041000         END-IF
041100         GO TO 4000-REPORT
041200     END-IF.
041300     IF SQ-LAST-SEQUENCE NOT NUMERIC
041400         MOVE "CONTROL FILE IS DAMAGED" TO WS-REASON
041500         GO TO 4000-REPORT
041600     END-IF.
041700     IF NOT CHAIN-STARTED
041800         MOVE "NO SEALED ROW ON FILE FOR THE CONTROL FILE"
041900             TO WS-REASON
042000         GO TO 4000-REPORT
042100     END-IF.
042200     IF SQ-LAST-SEQUENCE > WS-LAST-SEQUENCE
042300         COMPUTE WS-MISSING-COUNT =
042400             SQ-LAST-SEQUENCE - WS-LAST-SEQUENCE
042500         MOVE WS-MISSING-COUNT TO WS-COUNT-EDIT
042600         STRING "GAP - "                      DELIMITED BY SIZE
042700             FUNCTION TRIM(WS-COUNT-EDIT)     DELIMITED BY SIZE
042800             " ROW(S) MISSING FROM THE END"   DELIMITED BY SIZE
042900             INTO WS-REASON
043000         END-STRING
043100         GO TO 4000-REPORT
043200     END-IF.
043300     IF SQ-LAST-SEQUENCE < WS-LAST-SEQUENCE
043400         MOVE "ROWS ON FILE PAST THE CONTROL FILE'S LAST SEQUENCE"
043500             TO WS-REASON
043600         GO TO 4000-REPORT
043700     END-IF.
043800     IF SQ-LAST-CHECK NOT = WS-PRIOR-CHECK
043900         MOVE "LAST ROW'S CHECK VALUE DOES NOT AGREE"
044000             TO WS-REASON
044100     END-IF.
044200 4000-REPORT.
044300     MOVE SPACE TO BREAK-DETAIL-LINE.
044400     IF SQ-LAST-SEQUENCE NUMERIC
044500         MOVE SQ-LAST-SEQUENCE TO WS-SEQUENCE-EDIT
044600         MOVE WS-SEQUENCE-EDIT TO BD-SEQUENCE
044700     END-IF.
044800     MOVE SQ-LAST-DATE TO BD-DATE.
044900     MOVE SQ-LAST-TIME TO BD-TIME.
045000     IF WS-REASON = SPACE
045100         IF CHAIN-STARTED
045200             MOVE "AGREES WITH THE LAST ROW ON FILE" TO BD-REASON
045300         ELSE
045400             MOVE "NO ROW HAS BEEN SEALED YET" TO BD-REASON
045500         END-IF
045600     ELSE
045700         ADD 1 TO WS-TOTAL-BREAKS
045800         MOVE WS-REASON TO BD-REASON
045900     END-IF.
046000     WRITE REPORT-LINE FROM BREAK-HEADING-LINE.
046100     WRITE REPORT-LINE FROM BREAK-DETAIL-LINE.
046200     WRITE REPORT-LINE FROM SPACE.
046300 4000-EXIT.
046400     EXIT.
046500
046600 6000-WRITE-TOTALS.
046700     MOVE "FILES CHECKED" TO TL-LABEL.
046800     MOVE WS-FILES-SEEN TO TL-COUNT.
046900     WRITE REPORT-LINE FROM TOTAL-LINE.
047000     MOVE "ROWS CHECKED" TO TL-LABEL.
047100     MOVE WS-TOTAL-ROWS TO TL-COUNT.
047200     WRITE REPORT-LINE FROM TOTAL-LINE.
047300     MOVE "ROWS FROM BEFORE SEALING" TO TL-LABEL.
047400     MOVE WS-TOTAL-UNSEALED TO TL-COUNT.
047500     WRITE REPORT-LINE FROM TOTAL-LINE.
047600     MOVE "SEALED ROWS" TO TL-LABEL.
047700     MOVE WS-TOTAL-SEALED TO TL-COUNT.
047800     WRITE REPORT-LINE FROM TOTAL-LINE.
047900     MOVE "CHAIN PICKS UP AT SEQUENCE" TO TL-LABEL.
048000     MOVE WS-FIRST-SEQUENCE TO TL-COUNT.
048100     WRITE REPORT-LINE FROM TOTAL-LINE.
048125     MOVE "ROWS REDACTED UNDER ERASURE" TO TL-LABEL.
048150     MOVE WS-TOTAL-REDACTED TO TL-COUNT.
048175     WRITE REPORT-LINE FROM TOTAL-LINE.
048200     MOVE "BREAKS FOUND" TO TL-LABEL.
048300     MOVE WS-TOTAL-BREAKS TO TL-COUNT.
048400     WRITE REPORT-LINE FROM TOTAL-LINE.
048500     WRITE REPORT-LINE FROM SPACE.
048600     MOVE SPACE TO REPORT-LINE.
048700     IF WS-TOTAL-BREAKS = ZERO
048800         MOVE "*** HISTORY CHAIN INTACT ***" TO REPORT-LINE
048900     ELSE
049000         MOVE "*** HISTORY CHAIN BROKEN ***" TO REPORT-LINE
049100     END-IF.
049200     WRITE REPORT-LINE.
049300 6000-EXIT.
049400     EXIT.
049500
049600 6100-POST-BREAK-ALERT.
049700     MOVE WS-TOTAL-BREAKS TO WS-ALERT-BREAKS.
049800     MOVE SPACE TO WS-ALERT-TEXT.
049900     STRING "HISTORY CHAIN BROKEN - "   DELIMITED BY SIZE
050000         WS-ALERT-BREAKS                DELIMITED BY SIZE
050100         " BREAK(S) - SEE phonchkv.lst" DELIMITED BY SIZE
050200         INTO WS-ALERT-TEXT
050300     END-STRING.
050400     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
050500         WS-ALERT-DIRECTORY WS-ALERT-TEXT WS-ALERT-RESULT.
050600 6100-EXIT.
050700     EXIT.
