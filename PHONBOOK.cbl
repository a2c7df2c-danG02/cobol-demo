001800*       THE BODY IS BUILT ON phonbook.tmp FIRST SO THE
001900*       INDEX CAN KNOW EACH SECTION'S PAGE, THEN THE
002000*       FINISHED BOOK GOES TO phonbook.lst.
002014*       EACH LISTING CELL COMES FROM THE SHARED BOOKCELL
002028*       ROUTINE, THE SAME ONE PHONPRUF'S PROOF SHEETS SHOW.
002042*       THE FRONT MATTER CARRIES THE PROOF POSITION FROM THE
002056*       phonprf.dat TRACKING FILE: HOW MANY PRINTED LISTINGS
002070*       ARE STILL OUT ON PROOF, AND HOW MANY WERE NEVER
002084*       PROOFED IN THE FORM NOW PRINTING, FOR THE BOOK YEAR.
002088*       THE BOOK YEAR IS THE RUN PARAMETER (4 DIGITS, THE
002092*       SAME ONE PHONPRUF TAKES), DEFAULT THE RUN YEAR.
002100*----------------------------------------------------------
002200* MOD LOG:
002300*  SEP 2026  DCG  ORIGINAL PROGRAM.
002325*  OCT 2026  DCG  CELLS BUILT BY THE SHARED BOOKCELL ROUTINE;
002350*                 FRONT MATTER PRINTS THE PROOFS OUTSTANDING
002375*                 AND NOT-PROOFED COUNTS FROM phonprf.dat.
002385*  OCT 2026  DCG  PROOF POSITION TAKEN FOR THE BOOK YEAR RUN
002390*                 PARAMETER, AS PHONPRUF DOES, NOT ALWAYS THE
002395*                 RUN YEAR.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004300             WITH DUPLICATES
004400         FILE STATUS IS WS-VENDOR-STATUS.
004500
004512     SELECT OPTIONAL PROOF-FILE
004524         ASSIGN TO "phonprf.dat"
004536         ORGANIZATION IS INDEXED
004548         ACCESS MODE IS RANDOM
004560         RECORD KEY IS PRF-KEY
004572         FILE STATUS IS WS-PROOF-STATUS.
004584
004600     SELECT SORT-WORK-FILE
004700         ASSIGN TO "phonwork.srt".
004800
007200         PHONE-OPERATOR-ID   BY VN-OPERATOR-ID
007300         PHONE-ENTRY-DATE    BY VN-ENTRY-DATE.
007400
007425 FD  PROOF-FILE.
007450     COPY PROOFREC.
007475
007500 SD  SORT-WORK-FILE.
007600 01  SORT-RECORD.
007700     05  SR-LAST-NAME            PIC X(20).
009500
009600 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
009700 01  WS-VENDOR-STATUS            PIC X(02) VALUE "00".
009750 01  WS-PROOF-STATUS             PIC X(02) VALUE "00".
009800
009900 01  WS-PHONE-EOF                PIC X(01).
010000 01  WS-VENDOR-EOF               PIC X(01).
010400
010500 01  WS-ENTRY-COUNT              PIC 9(06) COMP VALUE ZERO.
010600 01  WS-SUPPRESSED-COUNT         PIC 9(06) COMP VALUE ZERO.
010620 01  WS-OUTSTANDING-COUNT        PIC 9(06) COMP VALUE ZERO.
010640 01  WS-UNPROOFED-COUNT          PIC 9(06) COMP VALUE ZERO.
010660 01  WS-PROOF-AVAILABLE          PIC X(01) VALUE "N".
010680 01  WS-TODAY-DATE               PIC X(08).
010685 01  WS-RUN-PARM                 PIC X(20).
010690 01  WS-BOOK-YEAR                PIC X(04).
010700
011300 01  WS-CURRENT-LETTER           PIC X(01) VALUE SPACE.
011400 01  WS-ENTRY-LETTER             PIC X(01).
011500 01  WS-PAGE-START-LETTER        PIC X(01) VALUE SPACE.
014900     05  FILLER                  PIC X(05) VALUE "PAGE ".
015000     05  PH-PAGE-NO              PIC ZZZ9.
015100
015108 01  WS-PROOF-LINE.
015116     05  FILLER                  PIC X(20)
015124             VALUE "PROOFS OUTSTANDING: ".
015132     05  PL-OUTSTANDING          PIC ZZZZZ9.
015140     05  FILLER                  PIC X(16)
015148             VALUE "   NOT PROOFED: ".
015156     05  PL-UNPROOFED            PIC ZZZZZ9.
015164     05  FILLER                  PIC X(14)
015172             VALUE "   BOOK YEAR: ".
015180     05  PL-BOOK-YEAR            PIC X(04).
015188
015200 01  WS-INDEX-LINE.
015300     05  FILLER                  PIC X(03) VALUE SPACE.
015400     05  IX-LETTER               PIC X(01).
016100
016200 0000-MAINLINE.
016300     CALL "JOBHDR" USING WS-JOB-NAME.
016316     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
016318     MOVE WS-TODAY-DATE (1:4) TO WS-BOOK-YEAR.
016320     MOVE SPACE TO WS-RUN-PARM.
016322     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
016324     IF WS-RUN-PARM (1:4) IS NUMERIC
016326             AND WS-RUN-PARM (5:1) = SPACE
016328         MOVE WS-RUN-PARM (1:4) TO WS-BOOK-YEAR
016330     END-IF.
016332     OPEN INPUT PROOF-FILE.
016348     IF WS-PROOF-STATUS = "00"
016364         MOVE "Y" TO WS-PROOF-AVAILABLE
016380     END-IF.
016400     SORT SORT-WORK-FILE
016500         ON ASCENDING KEY SR-LAST-NAME SR-FIRST-NAME
016600         INPUT PROCEDURE IS 1000-RELEASE-BOTH-BOOKS
016700         OUTPUT PROCEDURE IS 2000-BUILD-BODY.
016725     IF WS-PROOF-AVAILABLE = "Y"
016750         CLOSE PROOF-FILE
016775     END-IF.
016800     PERFORM 5000-ASSEMBLE-BOOK THRU 5000-EXIT.
016900     DISPLAY "PHONBOOK - " WS-ENTRY-COUNT " ENTRY(S) ON "
017000         WS-PAGE-COUNT " PAGE(S), " WS-SUPPRESSED-COUNT
026700         PERFORM 2300-START-SECTION THRU 2300-EXIT
026800     END-IF.
026900     PERFORM 3000-BUILD-ENTRY-CELL THRU 3000-EXIT.
026950     PERFORM 3100-CHECK-PROOF THRU 3100-EXIT.
027000     PERFORM 3900-ADD-CELL THRU 3900-EXIT.
027100     ADD 1 TO WS-ENTRY-COUNT.
027200 2200-EXIT.
029400     EXIT.
029500
029600 3000-BUILD-ENTRY-CELL.
029700     CALL "BOOKCELL" USING SR-LAST-NAME SR-FIRST-NAME
029800         SR-NUMBER SR-COUNTRY-CODE SR-EXTENSION SR-SOURCE-TAG
029900         WS-CELL-WORK.
031200 3000-EXIT.
031300     EXIT.
031303
031306*    A LISTING IS CONFIRMED ONLY WHEN ITS PROOF FOR THE BOOK
031309*    YEAR SHOWED THE CELL NOW PRINTING AND CAME BACK; A
031312*    PROOF STILL OUT IS OUTSTANDING, AND A LISTING WITH NO
031315*    SUCH PROOF AT ALL IS NOT PROOFED.
031318 3100-CHECK-PROOF.
031321     IF WS-PROOF-AVAILABLE NOT = "Y"
031324         ADD 1 TO WS-UNPROOFED-COUNT
031327         GO TO 3100-EXIT
031330     END-IF.
031333     MOVE SR-SOURCE-TAG TO PRF-SOURCE-TAG.
031336     MOVE SR-NUMBER     TO PRF-PHONE-NUMBER.
031339     READ PROOF-FILE
031342         INVALID KEY
031345             ADD 1 TO WS-UNPROOFED-COUNT
031348             GO TO 3100-EXIT
031351     END-READ.
031354     IF PRF-BOOK-YEAR NOT = WS-BOOK-YEAR
031357             OR PRF-LISTING NOT = WS-CELL-WORK
031360         ADD 1 TO WS-UNPROOFED-COUNT
031363         GO TO 3100-EXIT
031366     END-IF.
031369     IF PRF-OUTSTANDING
031372         ADD 1 TO WS-OUTSTANDING-COUNT
031375     END-IF.
031378 3100-EXIT.
031381     EXIT.
031400
031500 3900-ADD-CELL.
031600     IF WS-CELL-USED = ZERO
036600 4100-EXIT.
036700     EXIT.
036800
036900*    THE FINISHED BOOK: TITLE, THE PROOF POSITION, THE
037000*    FRONT INDEX OF LETTER SECTIONS, THEN THE BODY PAGES
037100*    COPIED FROM THE SIDE FILE.
037200 5000-ASSEMBLE-BOOK.
037300     OPEN OUTPUT BOOK-FILE.
037400     MOVE SPACE TO BOOK-LINE.
037800     MOVE "            PERSONAL (/P) AND BUSINESS (/B)"
037900         TO BOOK-LINE.
038000     WRITE BOOK-LINE.
038016     WRITE BOOK-LINE FROM SPACE.
038032     MOVE WS-OUTSTANDING-COUNT  TO PL-OUTSTANDING.
038048     MOVE WS-UNPROOFED-COUNT    TO PL-UNPROOFED.
038064     MOVE WS-BOOK-YEAR          TO PL-BOOK-YEAR.
038080     WRITE BOOK-LINE FROM WS-PROOF-LINE.
038100     WRITE BOOK-LINE FROM SPACE.
038200     MOVE "SECTIONS:" TO BOOK-LINE.
038300     WRITE BOOK-LINE.
