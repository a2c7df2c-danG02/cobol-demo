000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONINAG.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: WEEKLY WORK INBOX AGING REPORT. GATHERS EVERY OPEN
000900*       ITEM THROUGH THE SHARED INBXLOAD ROUTINE - THE SAME
001000*       INBOX PHONINBX SHOWS - AND HOLDS EACH ONE AGAINST
001100*       THE TARGET AGE FOR ITS WORKLIST TYPE. THE TARGETS
001200*       COME FROM phoninag.cfg, ONE ROW PER TYPE: TYPE CODE
001300*       IN COLUMNS 1-4, TARGET DAYS IN COLUMNS 6-8. A TYPE
001400*       WITH NO ROW KEEPS ITS DEFAULT:
001500*         CREQ 005   CORRECTION REQUESTS
001600*         SWPV 030   RETRO-VALIDATION ITEMS
001700*         QA   007   QA CALLBACKS
001800*         REVW 014   SAME-NAME PAIRS
001900*         VERF 030   VERIFICATIONS DUE
002000*         REJ  002   BATCH REJECTS
002100*       phoninag.lst OPENS WITH ONE LINE PER TYPE - OPEN,
002200*       TARGET, HOW MANY ARE OVER IT, AND THE OLDEST AGE,
002300*       FLAGGED "**" WHEN ANY ARE OVER - THEN LISTS EVERY
002400*       OVER-TARGET ITEM BY TYPE AND DIRECTORY, OLDEST
002500*       FIRST, WITH THE SCREEN THAT WORKS IT OFF. RUN
002600*       WEEKLY BY SCHEDDRV; ENDS 0 SO AN AGED ITEM NEVER
002700*       STOPS THE NIGHT CHAIN.
002800*----------------------------------------------------------
002900* MOD LOG:
003000*  OCT 2026  DCG  ORIGINAL PROGRAM.
003100*----------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OPTIONAL TARGET-FILE
003600         ASSIGN TO "phoninag.cfg"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-TARGET-STATUS.
003900
004000     SELECT INBOX-FILE
004100         ASSIGN TO "phoninbx.wrk"
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT SORT-WORK-FILE
004500         ASSIGN TO "phonwork.srt".
004600
004700     SELECT SORTED-INBOX-FILE
004800         ASSIGN TO "phoninbx.srt"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-SORTED-STATUS.
005100
005200     SELECT REPORT-FILE
005300         ASSIGN TO "phoninag.lst"
005400         ORGANIZATION IS LINE SEQUENTIAL.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  TARGET-FILE.
005900 01  TARGET-RECORD.
006000     05  AG-TYPE                 PIC X(04).
006100     05  FILLER                  PIC X(01).
006200     05  AG-DAYS                 PIC X(03).
006300
006400 FD  INBOX-FILE.
006500 01  INBOX-RECORD                PIC X(125).
006600
006700 SD  SORT-WORK-FILE.
006800     COPY INBXREC REPLACING
006900         INBOX-ITEM-RECORD BY SORT-RECORD
007000         IB-TYPE-SEQ       BY SR-TYPE-SEQ
007100         IB-TYPE           BY SR-TYPE
007200         IB-TYPE-NAME      BY SR-TYPE-NAME
007300         IB-DIRECTORY      BY SR-DIRECTORY
007400         IB-AGE-DAYS       BY SR-AGE-DAYS
007500         IB-OPEN-DATE      BY SR-OPEN-DATE
007600         IB-NUMBER         BY SR-NUMBER
007700         IB-DETAIL         BY SR-DETAIL
007800         IB-WORK-PROGRAM   BY SR-WORK-PROGRAM
007900         IB-CORRECTION-REQUEST BY SR-CORRECTION-REQUEST
008000         IB-RETRO-VALIDATION   BY SR-RETRO-VALIDATION
008100         IB-QA-CALLBACK        BY SR-QA-CALLBACK
008200         IB-SAME-NAME-PAIR     BY SR-SAME-NAME-PAIR
008300         IB-VERIFICATION-DUE   BY SR-VERIFICATION-DUE
008400         IB-BATCH-REJECT       BY SR-BATCH-REJECT.
008500
008600 FD  SORTED-INBOX-FILE.
008700     COPY INBXREC.
008800
008900 FD  REPORT-FILE.
009000 01  REPORT-LINE                 PIC X(80).
009100
009200 WORKING-STORAGE SECTION.
009300
009400 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONINAG".
009500 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
009600 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
009700
009800 01  WS-TARGET-STATUS            PIC X(02) VALUE "00".
009900 01  WS-SORTED-STATUS            PIC X(02) VALUE "00".
010000 01  WS-TARGET-EOF               PIC X(01).
010100 01  WS-SORTED-EOF               PIC X(01).
010200     88  END-OF-SORTED-INBOX             VALUE "Y".
010300
010400 01  WS-ITEM-COUNT               PIC 9(07) VALUE ZERO.
010500 01  WS-LOAD-RESULT              PIC X(01).
010600 01  WS-OVER-TOTAL               PIC 9(07) COMP VALUE ZERO.
010700 01  WS-TYPE-INDEX               PIC 9(02) COMP.
010800 01  WS-LAST-TYPE                PIC X(04).
010900 01  WS-LAST-DIRECTORY           PIC X(20).
011000
011100 01  WS-TODAY.
011200     05  WS-TODAY-YYYY           PIC 9(04).
011300     05  WS-TODAY-MM             PIC 9(02).
011400     05  WS-TODAY-DD             PIC 9(02).
011500
011600*    DEFAULT TARGETS, IN IB-TYPE-SEQ ORDER.
011700 01  WS-DEFAULT-TARGETS.
011800     05  FILLER                  PIC X(07) VALUE "CREQ005".
011850     05  FILLER                  PIC X(24)
011875             VALUE "CORRECTION REQUESTS".
011900     05  FILLER                  PIC X(07) VALUE "SWPV030".
011950     05  FILLER                  PIC X(24)
011975             VALUE "RETRO-VALIDATION ITEMS".
012000     05  FILLER                  PIC X(07) VALUE "QA  007".
012050     05  FILLER                  PIC X(24)
012075             VALUE "QA CALLBACKS".
012100     05  FILLER                  PIC X(07) VALUE "REVW014".
012150     05  FILLER                  PIC X(24)
012175             VALUE "SAME-NAME PAIRS".
012200     05  FILLER                  PIC X(07) VALUE "VERF030".
012250     05  FILLER                  PIC X(24)
012275             VALUE "VERIFICATIONS DUE".
012300     05  FILLER                  PIC X(07) VALUE "REJ 002".
012350     05  FILLER                  PIC X(24)
012375             VALUE "BATCH REJECTS".
012400 01  WS-DEFAULT-TABLE REDEFINES WS-DEFAULT-TARGETS.
012500     05  WS-DEFAULT-ENTRY OCCURS 6 TIMES.
012600         10  WS-DF-TYPE          PIC X(04).
012700         10  WS-DF-DAYS          PIC 9(03).
012750         10  WS-DF-NAME          PIC X(24).
012800
012900 01  WS-TYPE-TABLE.
013000     05  WS-TYPE-ENTRY OCCURS 6 TIMES.
013100         10  WS-TT-TYPE          PIC X(04).
013200         10  WS-TT-NAME          PIC X(24).
013300         10  WS-TT-TARGET        PIC 9(03).
013400         10  WS-TT-OPEN          PIC 9(07) COMP.
013500         10  WS-TT-OVER          PIC 9(07) COMP.
013600         10  WS-TT-OLDEST        PIC 9(05).
013700
013800 01  HEADING-LINE-1.
013900     05  FILLER                  PIC X(48)
014000             VALUE "WORK INBOX AGING REPORT".
014100     05  FILLER                  PIC X(14) VALUE "WEEK ENDING ".
014200     05  HL1-MM                  PIC 99.
014300     05  FILLER                  PIC X(01) VALUE "/".
014400     05  HL1-DD                  PIC 99.
014500     05  FILLER                  PIC X(01) VALUE "/".
014600     05  HL1-YYYY                PIC 9999.
014700
014800 01  SUMMARY-HEADING.
014900     05  FILLER                  PIC X(30)
015000             VALUE "  WORKLIST".
015100     05  FILLER                  PIC X(40)
015200             VALUE "    OPEN  TARGET     OVER   OLDEST".
015300
015400 01  SUMMARY-LINE.
015500     05  FILLER                  PIC X(02) VALUE SPACE.
015600     05  SL-TYPE                 PIC X(04).
015700     05  FILLER                  PIC X(01) VALUE SPACE.
015800     05  SL-NAME                 PIC X(23).
015900     05  SL-OPEN                 PIC ZZZ,ZZ9.
016000     05  FILLER                  PIC X(03) VALUE SPACE.
016100     05  SL-TARGET               PIC ZZ9.
016200     05  FILLER                  PIC X(02) VALUE SPACE.
016300     05  SL-OVER                 PIC ZZZ,ZZ9.
016400     05  FILLER                  PIC X(02) VALUE SPACE.
016500     05  SL-OLDEST               PIC ZZ,ZZ9.
016600     05  FILLER                  PIC X(01) VALUE SPACE.
016700     05  SL-FLAG                 PIC X(02).
016800
016900 01  GROUP-HEADING.
017000     05  FILLER                  PIC X(02) VALUE SPACE.
017100     05  GH-NAME                 PIC X(24).
017200     05  FILLER                  PIC X(03) VALUE " - ".
017300     05  GH-DIRECTORY            PIC X(20).
017400     05  FILLER                  PIC X(13) VALUE "  WORK OFF IN".
017500     05  FILLER                  PIC X(01) VALUE SPACE.
017600     05  GH-PROGRAM              PIC X(08).
017700
017800 01  DETAIL-HEADING.
017900     05  FILLER                  PIC X(42)
018000             VALUE "      NUMBER             AGE OPENED".
018100     05  FILLER                  PIC X(06) VALUE "DETAIL".
018200
018300 01  DETAIL-LINE.
018400     05  FILLER                  PIC X(06) VALUE SPACE.
018500     05  DL-NUMBER               PIC X(15).
018600     05  FILLER                  PIC X(02) VALUE SPACE.
018700     05  DL-AGE                  PIC ZZ,ZZ9.
018800     05  FILLER                  PIC X(01) VALUE SPACE.
018900     05  DL-OPEN-DATE            PIC X(08).
019000     05  FILLER                  PIC X(04) VALUE SPACE.
019100     05  DL-DETAIL               PIC X(38).
019200
019300 PROCEDURE DIVISION.
019400
019500 0000-MAINLINE.
019600     CALL "JOBHDR" USING WS-JOB-NAME.
019700     MOVE ZERO TO WS-END-CODE.
019800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
019900     MOVE WS-TODAY-MM   TO HL1-MM.
020000     MOVE WS-TODAY-DD   TO HL1-DD.
020100     MOVE WS-TODAY-YYYY TO HL1-YYYY.
020200     PERFORM 1000-LOAD-TARGETS THRU 1000-EXIT.
020300     CALL "INBXLOAD" USING WS-ITEM-COUNT WS-LOAD-RESULT.
020400     IF WS-LOAD-RESULT NOT = "Y"
020500         DISPLAY "PHONINAG - THE WORK INBOX COULD NOT BE "
020600             "GATHERED - NO AGING REPORT."
020700         GO TO 0000-DONE
020800     END-IF.
020900     SORT SORT-WORK-FILE
021000         ON ASCENDING KEY SR-TYPE-SEQ SR-DIRECTORY
021100         ON DESCENDING KEY SR-AGE-DAYS
021200         ON ASCENDING KEY SR-NUMBER
021300         USING INBOX-FILE
021400         GIVING SORTED-INBOX-FILE.
021500     PERFORM 2000-TALLY-THE-INBOX THRU 2000-EXIT.
021600     OPEN OUTPUT REPORT-FILE.
021700     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT.
021800     PERFORM 4000-PRINT-OVER-TARGET THRU 4000-EXIT.
021900     CLOSE REPORT-FILE.
022000 0000-DONE.
022100     DISPLAY "PHONINAG - " WS-ITEM-COUNT " OPEN ITEM(S), "
022200         WS-OVER-TOTAL " OVER TARGET AGE - REPORT IS ON "
022300         "phoninag.lst.".
022400     MOVE WS-OVER-TOTAL TO WS-JOURNAL-COUNT.
022500     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
022600         WS-END-CODE.
022700     GOBACK.
022800
022900 1000-LOAD-TARGETS.
023000     MOVE ZERO TO WS-TYPE-INDEX.
023100     PERFORM 1100-SET-DEFAULT THRU 1100-EXIT
023200         UNTIL WS-TYPE-INDEX >= 6.
023300     OPEN INPUT TARGET-FILE.
023400     IF WS-TARGET-STATUS NOT = "00"
023500         GO TO 1000-EXIT
023600     END-IF.
023700     MOVE "N" TO WS-TARGET-EOF.
023800     PERFORM 1200-READ-TARGET THRU 1200-EXIT
023900         UNTIL WS-TARGET-EOF = "Y".
024000     CLOSE TARGET-FILE.
024100 1000-EXIT.
024200     EXIT.
024300
024400 1100-SET-DEFAULT.
024500     ADD 1 TO WS-TYPE-INDEX.
024600     MOVE WS-DF-TYPE (WS-TYPE-INDEX)
024650         TO WS-TT-TYPE (WS-TYPE-INDEX).
024700     MOVE WS-DF-DAYS (WS-TYPE-INDEX)
024800         TO WS-TT-TARGET (WS-TYPE-INDEX).
024900     MOVE WS-DF-NAME (WS-TYPE-INDEX)
024950         TO WS-TT-NAME (WS-TYPE-INDEX).
025000     MOVE ZERO  TO WS-TT-OPEN (WS-TYPE-INDEX).
025100     MOVE ZERO  TO WS-TT-OVER (WS-TYPE-INDEX).
025200     MOVE ZERO  TO WS-TT-OLDEST (WS-TYPE-INDEX).
025300 1100-EXIT.
025400     EXIT.
025500
025600 1200-READ-TARGET.
025700     MOVE SPACE TO TARGET-RECORD.
025800     READ TARGET-FILE
025900         AT END
026000             MOVE "Y" TO WS-TARGET-EOF
026100             GO TO 1200-EXIT
026200     END-READ.
026300     IF AG-DAYS NOT NUMERIC
026400         GO TO 1200-EXIT
026500     END-IF.
026600     MOVE ZERO TO WS-TYPE-INDEX.
026700     PERFORM 1300-MATCH-TARGET THRU 1300-EXIT
026800         UNTIL WS-TYPE-INDEX >= 6.
026900 1200-EXIT.
027000     EXIT.
027100
027200 1300-MATCH-TARGET.
027300     ADD 1 TO WS-TYPE-INDEX.
027400     IF AG-TYPE = WS-TT-TYPE (WS-TYPE-INDEX)
027500         MOVE AG-DAYS TO WS-TT-TARGET (WS-TYPE-INDEX)
027600     END-IF.
027700 1300-EXIT.
027800     EXIT.
027900
028000 2000-TALLY-THE-INBOX.
028100     OPEN INPUT SORTED-INBOX-FILE.
028200     MOVE "N" TO WS-SORTED-EOF.
028300     PERFORM 2100-TALLY-NEXT-ITEM THRU 2100-EXIT
028400         UNTIL END-OF-SORTED-INBOX.
028500     CLOSE SORTED-INBOX-FILE.
028600 2000-EXIT.
028700     EXIT.
028800
028900 2100-TALLY-NEXT-ITEM.
029000     READ SORTED-INBOX-FILE
029100         AT END
029200             MOVE "Y" TO WS-SORTED-EOF
029300             GO TO 2100-EXIT
029400     END-READ.
029500     IF IB-TYPE-SEQ < 1 OR IB-TYPE-SEQ > 6
029600         GO TO 2100-EXIT
029700     END-IF.
029800     MOVE IB-TYPE-SEQ TO WS-TYPE-INDEX.
030000     ADD 1 TO WS-TT-OPEN (WS-TYPE-INDEX).
030100     IF IB-AGE-DAYS > WS-TT-OLDEST (WS-TYPE-INDEX)
030200         MOVE IB-AGE-DAYS TO WS-TT-OLDEST (WS-TYPE-INDEX)
030300     END-IF.
030400     IF IB-AGE-DAYS > WS-TT-TARGET (WS-TYPE-INDEX)
030500         ADD 1 TO WS-TT-OVER (WS-TYPE-INDEX)
030600         ADD 1 TO WS-OVER-TOTAL
030700     END-IF.
030800 2100-EXIT.
030900     EXIT.
031000
031100 3000-PRINT-SUMMARY.
031200     WRITE REPORT-LINE FROM HEADING-LINE-1.
031300     WRITE REPORT-LINE FROM SPACE.
031400     WRITE REPORT-LINE FROM SUMMARY-HEADING.
031500     MOVE ZERO TO WS-TYPE-INDEX.
031600     PERFORM 3100-PRINT-TYPE THRU 3100-EXIT
031700         UNTIL WS-TYPE-INDEX >= 6.
031800     WRITE REPORT-LINE FROM SPACE.
031900     IF WS-OVER-TOTAL = ZERO
032000         MOVE "NOTHING IS OVER ITS TARGET AGE." TO REPORT-LINE
032100         WRITE REPORT-LINE
032200     END-IF.
032300 3000-EXIT.
032400     EXIT.
032500
032600 3100-PRINT-TYPE.
032700     ADD 1 TO WS-TYPE-INDEX.
032800     MOVE WS-TT-TYPE (WS-TYPE-INDEX)   TO SL-TYPE.
032900     MOVE WS-TT-NAME (WS-TYPE-INDEX)   TO SL-NAME.
033000     MOVE WS-TT-OPEN (WS-TYPE-INDEX)   TO SL-OPEN.
033100     MOVE WS-TT-TARGET (WS-TYPE-INDEX) TO SL-TARGET.
033200     MOVE WS-TT-OVER (WS-TYPE-INDEX)   TO SL-OVER.
033300     MOVE WS-TT-OLDEST (WS-TYPE-INDEX) TO SL-OLDEST.
033400     MOVE SPACE TO SL-FLAG.
033500     IF WS-TT-OVER (WS-TYPE-INDEX) > ZERO
033600         MOVE "**" TO SL-FLAG
033700     END-IF.
033800     WRITE REPORT-LINE FROM SUMMARY-LINE.
033900 3100-EXIT.
034000     EXIT.
034100
034200 4000-PRINT-OVER-TARGET.
034300     IF WS-OVER-TOTAL = ZERO
034400         GO TO 4000-EXIT
034500     END-IF.
034600     WRITE REPORT-LINE FROM SPACE BEFORE ADVANCING PAGE.
034700     WRITE REPORT-LINE FROM HEADING-LINE-1.
034800     WRITE REPORT-LINE FROM SPACE.
034900     MOVE "ITEMS OVER THEIR TARGET AGE, OLDEST FIRST"
035000         TO REPORT-LINE.
035100     WRITE REPORT-LINE.
035200     MOVE SPACE TO WS-LAST-TYPE.
035300     MOVE SPACE TO WS-LAST-DIRECTORY.
035400     OPEN INPUT SORTED-INBOX-FILE.
035500     MOVE "N" TO WS-SORTED-EOF.
035600     PERFORM 4100-PRINT-NEXT-ITEM THRU 4100-EXIT
035700         UNTIL END-OF-SORTED-INBOX.
035800     CLOSE SORTED-INBOX-FILE.
035900 4000-EXIT.
036000     EXIT.
036100
036200 4100-PRINT-NEXT-ITEM.
036300     READ SORTED-INBOX-FILE
036400         AT END
036500             MOVE "Y" TO WS-SORTED-EOF
036600             GO TO 4100-EXIT
036700     END-READ.
036800     IF IB-TYPE-SEQ < 1 OR IB-TYPE-SEQ > 6
036900         GO TO 4100-EXIT
037000     END-IF.
037100     MOVE IB-TYPE-SEQ TO WS-TYPE-INDEX.
037200     IF IB-AGE-DAYS NOT > WS-TT-TARGET (WS-TYPE-INDEX)
037300         GO TO 4100-EXIT
037400     END-IF.
037500     IF IB-TYPE NOT = WS-LAST-TYPE
037600             OR IB-DIRECTORY NOT = WS-LAST-DIRECTORY
037700         MOVE IB-TYPE         TO WS-LAST-TYPE
037800         MOVE IB-DIRECTORY    TO WS-LAST-DIRECTORY
037900         MOVE IB-TYPE-NAME    TO GH-NAME
038000         MOVE IB-DIRECTORY    TO GH-DIRECTORY
038100         MOVE IB-WORK-PROGRAM TO GH-PROGRAM
038200         WRITE REPORT-LINE FROM SPACE
038300         WRITE REPORT-LINE FROM GROUP-HEADING
038400         WRITE REPORT-LINE FROM DETAIL-HEADING
038500     END-IF.
038600     MOVE IB-NUMBER    TO DL-NUMBER.
038700     MOVE IB-AGE-DAYS  TO DL-AGE.
038800     MOVE IB-OPEN-DATE TO DL-OPEN-DATE.
038900     MOVE IB-DETAIL    TO DL-DETAIL.
039000     WRITE REPORT-LINE FROM DETAIL-LINE.
039100 4100-EXIT.
039200     EXIT.
