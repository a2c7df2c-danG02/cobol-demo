000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONDIST.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: E-MAIL DISTRIBUTION-LIST EXTRACT. JOINS ONE
000900*       DIRECTORY TO ITS phonchan.dat CONTACT CHANNELS
001000*       (CHANREC) AND WRITES ONE DISTRIBUTION LIST PER
001100*       PHONE-CATEGORY - A LIST ROW NAMING THE CATEGORY
001200*       (WITH ITS catmast.dat DESCRIPTION WHEN ON HAND),
001300*       A MEMBER ROW FOR EACH E-MAIL ADDRESS, AND AN END
001400*       ROW WITH THE LIST'S COUNT - CLOSED BY A TRAILER
001500*       ROW THE WAY PHONEXPT CLOSES ITS EXPORT. ENTRIES
001600*       WITH NO CATEGORY GO ON A "--" LIST. AN ADDRESS
001700*       HELD BY TWO ENTRIES OF THE SAME CATEGORY IS LISTED
001800*       ONCE. PRIVACY-FLAGGED ENTRIES ARE LEFT OUT AND
001900*       COUNTED IN THE TRAILER, EXACTLY AS PHONEXPT
002000*       SUPPRESSES THEM. FAX AND PAGER CHANNELS ARE NOT
002100*       MAILING ADDRESSES AND ARE PASSED OVER.
002200*       THE DIRECTORY COMES IN AS A RUN PARAMETER (DEFAULT
002300*       phone.csv, WHICH WRITES phondist.csv); ANY OTHER
002400*       REGISTERED DIRECTORY WRITES PREFIX + "dist.csv".
002500*----------------------------------------------------------
002600* MOD LOG:
002700*  OCT 2026  DCG  ORIGINAL PROGRAM.
002800*----------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT PHONE-BOOK
003300         ASSIGN TO WS-DIRECTORY-FILE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS PHONE-NUMBER
003700         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
003800             WITH DUPLICATES
003900         FILE STATUS IS WS-PHONE-STATUS.
004000
004100     SELECT OPTIONAL CHANNEL-FILE
004200         ASSIGN TO "phonchan.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS CHN-PHONE-NUMBER
004600         FILE STATUS IS WS-CHAN-STATUS.
004700
004800     SELECT OPTIONAL CATEGORY-FILE
004900         ASSIGN TO "catmast.dat"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CAT-CODE
005300         FILE STATUS IS WS-CAT-STATUS.
005400
005500     SELECT SORT-WORK-FILE
005600         ASSIGN TO "phonwork.srt".
005700
005800     SELECT DIST-FILE
005900         ASSIGN TO WS-DIST-FILE-NAME
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS WS-DIST-STATUS.
006200
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  PHONE-BOOK.
006600     COPY PHONEREC.
006700
006800 FD  CHANNEL-FILE.
006900     COPY CHANREC.
007000
007100 FD  CATEGORY-FILE.
007200     COPY CATREC.
007300
007400 SD  SORT-WORK-FILE.
007500 01  SORT-RECORD.
007600     05  SR-CATEGORY             PIC X(02).
007700     05  SR-EMAIL-KEY            PIC X(50).
007800     05  SR-EMAIL                PIC X(50).
007900     05  SR-LAST-NAME            PIC X(20).
008000     05  SR-FIRST-NAME           PIC X(20).
008100
008200 FD  DIST-FILE.
008300 01  DIST-LINE                   PIC X(132).
008400
008500 WORKING-STORAGE SECTION.
008600
008700 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONDIST".
008800 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
008900 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
009000
009100 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
009200 01  WS-CHAN-STATUS              PIC X(02) VALUE "00".
009300 01  WS-CAT-STATUS               PIC X(02) VALUE "00".
009400 01  WS-DIST-STATUS              PIC X(02) VALUE "00".
009500 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
009600 01  WS-RUN-PARM                 PIC X(20).
009700 01  WS-DIST-FILE-NAME           PIC X(20)
009800                                 VALUE "phondist.csv".
009900 01  WS-REG-FUNCTION             PIC X(01).
010000 01  WS-REG-CHOICE               PIC X(01).
010100 01  WS-REG-DIRECTORY            PIC X(20).
010200 01  WS-REG-PREFIX               PIC X(04).
010300 01  WS-REG-DESCRIPTION          PIC X(30).
010400 01  WS-REG-RESULT               PIC X(01).
010500
010600 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
010700     88  END-OF-PHONE-BOOK               VALUE "Y".
010800 01  WS-SORT-EOF                 PIC X(01) VALUE "N".
010900     88  END-OF-SORT-FILE                VALUE "Y".
011000 01  WS-CAT-FILE-SWITCH          PIC X(01) VALUE "N".
011100     88  CATEGORY-TABLE-ON-HAND          VALUE "Y".
011200 01  WS-OPEN-FAILED              PIC X(01) VALUE "N".
011300
011400 01  WS-CHAN-SLOT                PIC 9(01) COMP.
011500 01  WS-CURRENT-CATEGORY         PIC X(02).
011600 01  WS-PREV-EMAIL-KEY           PIC X(50).
011700 01  WS-HAVE-LIST                PIC X(01) VALUE "N".
011800 01  WS-PRINT-LAST               PIC X(20).
011900 01  WS-PRINT-FIRST              PIC X(20).
012000 01  WS-LIST-DESCRIPTION         PIC X(30).
012100
012200 01  WS-MEMBER-COUNT             PIC 9(06) COMP VALUE ZERO.
012300 01  WS-LIST-MEMBER-COUNT        PIC 9(06) COMP VALUE ZERO.
012400 01  WS-LIST-COUNT               PIC 9(06) COMP VALUE ZERO.
012500 01  WS-SUPPRESSED-COUNT         PIC 9(06) COMP VALUE ZERO.
012600 01  WS-NO-EMAIL-COUNT           PIC 9(06) COMP VALUE ZERO.
012700 01  WS-COUNT-DISP               PIC Z(05)9.
012800 01  WS-COUNT-DISP-2             PIC Z(05)9.
012900 01  WS-COUNT-DISP-3             PIC Z(05)9.
013000 01  WS-EMAIL-FOUND              PIC X(01).
013100
013200 PROCEDURE DIVISION.
013300
013400 0000-MAINLINE.
013500*    WORKING STORAGE PERSISTS IF THIS IS CALLED TWICE IN
013600*    ONE RUN UNIT - RESET THE RUN STATE EVERY TIME.
013700     MOVE ZERO TO WS-END-CODE.
013800     MOVE ZERO TO WS-MEMBER-COUNT.
013900     MOVE ZERO TO WS-LIST-COUNT.
014000     MOVE ZERO TO WS-SUPPRESSED-COUNT.
014100     MOVE ZERO TO WS-NO-EMAIL-COUNT.
014200     MOVE "N" TO WS-OPEN-FAILED.
014300     MOVE "phone.csv" TO WS-DIRECTORY-FILE.
014400     MOVE "phondist.csv" TO WS-DIST-FILE-NAME.
014500     CALL "JOBHDR" USING WS-JOB-NAME.
014600     MOVE SPACE TO WS-RUN-PARM.
014700     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
014800     IF WS-RUN-PARM NOT = SPACE
014900         MOVE WS-RUN-PARM TO WS-DIRECTORY-FILE
015000     END-IF.
015100     IF WS-DIRECTORY-FILE NOT = "phone.csv"
015200         PERFORM 5000-SET-COMPANION-NAMES THRU 5000-EXIT
015300     END-IF.
015400     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
015500     IF WS-OPEN-FAILED = "Y"
015600         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
015700             WS-END-CODE
015800         GOBACK
015900     END-IF.
016000     SORT SORT-WORK-FILE
016100         ON ASCENDING KEY SR-CATEGORY SR-EMAIL-KEY
016200         INPUT PROCEDURE IS 2000-RELEASE-ADDRESSES
016300         OUTPUT PROCEDURE IS 3000-WRITE-LISTS.
016400     PERFORM 4000-CLOSE-FILES THRU 4000-EXIT.
016500     DISPLAY "PHONDIST COMPLETE - " WS-MEMBER-COUNT
016600         " ADDRESS(ES) ON " WS-LIST-COUNT " LIST(S) IN "
016700         FUNCTION TRIM(WS-DIST-FILE-NAME) ", "
016800         WS-SUPPRESSED-COUNT " PRIVATE ENTRY(S) LEFT OUT, "
016900         WS-NO-EMAIL-COUNT " ENTRY(S) WITH NO E-MAIL.".
017000     MOVE WS-MEMBER-COUNT TO WS-JOURNAL-COUNT.
017100     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
017200         WS-END-CODE.
017300     GOBACK.
017400
017500 1000-OPEN-FILES.
017600     OPEN INPUT PHONE-BOOK.
017700     IF WS-PHONE-STATUS NOT = "00"
017800         DISPLAY "UNABLE TO OPEN "
017900             FUNCTION TRIM(WS-DIRECTORY-FILE)
018000             " - FILE STATUS " WS-PHONE-STATUS
018100         MOVE 12 TO RETURN-CODE
018200         MOVE 12 TO WS-END-CODE
018300         MOVE "Y" TO WS-OPEN-FAILED
018400         GO TO 1000-EXIT
018500     END-IF.
018600     OPEN INPUT CHANNEL-FILE.
018700     IF WS-CHAN-STATUS NOT = "00"
018800         DISPLAY "NO CONTACT CHANNELS ON FILE (phonchan.dat) - "
018900             "NO DISTRIBUTION LISTS WRITTEN."
019000         CLOSE PHONE-BOOK
019100         MOVE 4 TO RETURN-CODE
019200         MOVE 4 TO WS-END-CODE
019300         MOVE "Y" TO WS-OPEN-FAILED
019400         GO TO 1000-EXIT
019500     END-IF.
019600     MOVE "N" TO WS-CAT-FILE-SWITCH.
019700     OPEN INPUT CATEGORY-FILE.
019800     IF WS-CAT-STATUS = "00"
019900         MOVE "Y" TO WS-CAT-FILE-SWITCH
020000     ELSE
020100         DISPLAY "CATEGORY TABLE catmast.dat NOT ON HAND"
020200             " - LISTS CARRY THE CODE ONLY."
020300     END-IF.
020400     OPEN OUTPUT DIST-FILE.
020500 1000-EXIT.
020600     EXIT.
020700
020800 2000-RELEASE-ADDRESSES.
020900     MOVE "N" TO WS-EOF-SWITCH.
021000     READ PHONE-BOOK NEXT RECORD
021100         AT END MOVE "Y" TO WS-EOF-SWITCH
021200     END-READ.
021300     PERFORM 2100-RELEASE-ONE-ENTRY THRU 2100-EXIT
021400         UNTIL END-OF-PHONE-BOOK.
021500 2000-EXIT.
021600     EXIT.
021700
021800 2100-RELEASE-ONE-ENTRY.
021900     IF PHONE-PRIVACY-FLAG = "Y"
022000         ADD 1 TO WS-SUPPRESSED-COUNT
022100         GO TO 2100-READ-NEXT
022200     END-IF.
022300     MOVE "N" TO WS-EMAIL-FOUND.
022400     MOVE PHONE-NUMBER TO CHN-PHONE-NUMBER.
022500     READ CHANNEL-FILE
022600         INVALID KEY
022700             CONTINUE
022800         NOT INVALID KEY
022900             PERFORM 2200-RELEASE-ONE-SLOT THRU 2200-EXIT
023000                 VARYING WS-CHAN-SLOT FROM 1 BY 1
023100                 UNTIL WS-CHAN-SLOT > 4
023200     END-READ.
023300     IF WS-EMAIL-FOUND = "N"
023400         ADD 1 TO WS-NO-EMAIL-COUNT
023500     END-IF.
023600 2100-READ-NEXT.
023700     READ PHONE-BOOK NEXT RECORD
023800         AT END MOVE "Y" TO WS-EOF-SWITCH
023900     END-READ.
024000 2100-EXIT.
024100     EXIT.
024200
024300 2200-RELEASE-ONE-SLOT.
024400     IF NOT CHN-EMAIL (WS-CHAN-SLOT)
024500         GO TO 2200-EXIT
024600     END-IF.
024700     MOVE "Y" TO WS-EMAIL-FOUND.
024800     MOVE PHONE-CATEGORY TO SR-CATEGORY.
024900     IF SR-CATEGORY = SPACE
025000         MOVE "--" TO SR-CATEGORY
025100     END-IF.
025200     MOVE CHN-VALUE (WS-CHAN-SLOT) TO SR-EMAIL.
025300     MOVE FUNCTION LOWER-CASE(CHN-VALUE (WS-CHAN-SLOT))
025400         TO SR-EMAIL-KEY.
025500     MOVE PHONE-LAST-NAME  TO SR-LAST-NAME.
025600     MOVE PHONE-FIRST-NAME TO SR-FIRST-NAME.
025700     RELEASE SORT-RECORD.
025800 2200-EXIT.
025900     EXIT.
026000
026100 3000-WRITE-LISTS.
026200     MOVE "N" TO WS-SORT-EOF.
026300     MOVE "N" TO WS-HAVE-LIST.
026400     MOVE SPACE TO WS-CURRENT-CATEGORY.
026500     MOVE SPACE TO WS-PREV-EMAIL-KEY.
026600     MOVE "ROW_TYPE,CATEGORY_OR_EMAIL,DESCRIPTION_OR_NAME"
026700         TO DIST-LINE.
026800     WRITE DIST-LINE.
026900     PERFORM 3100-RETURN-NEXT THRU 3100-EXIT
027000         UNTIL END-OF-SORT-FILE.
027100     IF WS-HAVE-LIST = "Y"
027200         PERFORM 3300-END-LIST THRU 3300-EXIT
027300     END-IF.
027400     PERFORM 3500-WRITE-TRAILER THRU 3500-EXIT.
027500 3000-EXIT.
027600     EXIT.
027700
027800 3100-RETURN-NEXT.
027900     RETURN SORT-WORK-FILE
028000         AT END
028100             MOVE "Y" TO WS-SORT-EOF
028200         NOT AT END
028300             PERFORM 3150-PLACE-MEMBER THRU 3150-EXIT
028400     END-RETURN.
028500 3100-EXIT.
028600     EXIT.
028700
028800 3150-PLACE-MEMBER.
028900     IF WS-HAVE-LIST = "Y"
029000             AND SR-CATEGORY = WS-CURRENT-CATEGORY
029100             AND SR-EMAIL-KEY = WS-PREV-EMAIL-KEY
029200         GO TO 3150-EXIT
029300     END-IF.
029400     IF WS-HAVE-LIST = "N"
029500             OR SR-CATEGORY NOT = WS-CURRENT-CATEGORY
029600         IF WS-HAVE-LIST = "Y"
029700             PERFORM 3300-END-LIST THRU 3300-EXIT
029800         END-IF
029900         PERFORM 3200-START-LIST THRU 3200-EXIT
030000     END-IF.
030100     CALL "NAMEDISP" USING SR-LAST-NAME WS-PRINT-LAST.
030200     CALL "NAMEDISP" USING SR-FIRST-NAME WS-PRINT-FIRST.
030300     MOVE SPACE TO DIST-LINE.
030400     STRING "MEMBER,"                      DELIMITED BY SIZE
030500         FUNCTION TRIM(SR-EMAIL)           DELIMITED BY SIZE
030600         ","                               DELIMITED BY SIZE
030700         FUNCTION TRIM(WS-PRINT-FIRST)     DELIMITED BY SIZE
030800         " "                               DELIMITED BY SIZE
030900         FUNCTION TRIM(WS-PRINT-LAST)      DELIMITED BY SIZE
031000         INTO DIST-LINE
031100     END-STRING.
031200     WRITE DIST-LINE.
031300     ADD 1 TO WS-MEMBER-COUNT.
031400     ADD 1 TO WS-LIST-MEMBER-COUNT.
031500     MOVE SR-EMAIL-KEY TO WS-PREV-EMAIL-KEY.
031600 3150-EXIT.
031700     EXIT.
031800
031900 3200-START-LIST.
032000     MOVE SR-CATEGORY TO WS-CURRENT-CATEGORY.
032100     MOVE "Y" TO WS-HAVE-LIST.
032200     MOVE ZERO TO WS-LIST-MEMBER-COUNT.
032300     ADD 1 TO WS-LIST-COUNT.
032400     MOVE SPACE TO WS-LIST-DESCRIPTION.
032500     IF WS-CURRENT-CATEGORY = "--"
032600         MOVE "NO CATEGORY" TO WS-LIST-DESCRIPTION
032700     ELSE
032800         IF CATEGORY-TABLE-ON-HAND
032900             MOVE WS-CURRENT-CATEGORY TO CAT-CODE
033000             READ CATEGORY-FILE
033100                 INVALID KEY
033200                     MOVE "NOT ON CATEGORY TABLE"
033300                         TO WS-LIST-DESCRIPTION
033400                 NOT INVALID KEY
033500                     MOVE CAT-DESCRIPTION
033600                         TO WS-LIST-DESCRIPTION
033700             END-READ
033800         END-IF
033900     END-IF.
034000     MOVE SPACE TO DIST-LINE.
034100     STRING "LIST,"                        DELIMITED BY SIZE
034200         WS-CURRENT-CATEGORY               DELIMITED BY SIZE
034300         ","                               DELIMITED BY SIZE
034400         FUNCTION TRIM(WS-LIST-DESCRIPTION) DELIMITED BY SIZE
034500         INTO DIST-LINE
034600     END-STRING.
034700     WRITE DIST-LINE.
034800 3200-EXIT.
034900     EXIT.
035000
035100 3300-END-LIST.
035200     MOVE WS-LIST-MEMBER-COUNT TO WS-COUNT-DISP.
035300     MOVE SPACE TO DIST-LINE.
035400     STRING "END,"                         DELIMITED BY SIZE
035500         WS-CURRENT-CATEGORY               DELIMITED BY SIZE
035600         ","                               DELIMITED BY SIZE
035700         FUNCTION TRIM(WS-COUNT-DISP)      DELIMITED BY SIZE
035800         INTO DIST-LINE
035900     END-STRING.
036000     WRITE DIST-LINE.
036100 3300-EXIT.
036200     EXIT.
036300
036400*    THE TRAILER PROVES THE HAND-OFF: ADDRESSES LISTED,
036500*    LISTS WRITTEN, AND ENTRIES SUPPRESSED BY THE PRIVACY
036600*    FLAG - THE PHONEXPT TRAILER WITH A LIST COUNT ADDED.
036700 3500-WRITE-TRAILER.
036800     MOVE WS-MEMBER-COUNT     TO WS-COUNT-DISP.
036900     MOVE WS-LIST-COUNT       TO WS-COUNT-DISP-2.
037000     MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISP-3.
037100     MOVE SPACE TO DIST-LINE.
037200     STRING "TRAILER,"                     DELIMITED BY SIZE
037300         FUNCTION TRIM(WS-COUNT-DISP)      DELIMITED BY SIZE
037400         ",LISTS="                         DELIMITED BY SIZE
037500         FUNCTION TRIM(WS-COUNT-DISP-2)    DELIMITED BY SIZE
037600         ",SUPPRESSED="                    DELIMITED BY SIZE
037700         FUNCTION TRIM(WS-COUNT-DISP-3)    DELIMITED BY SIZE
037800         INTO DIST-LINE
037900     END-STRING.
038000     WRITE DIST-LINE.
038100 3500-EXIT.
038200     EXIT.
038300
038400 4000-CLOSE-FILES.
038500     CLOSE PHONE-BOOK.
038600     CLOSE CHANNEL-FILE.
038700     IF CATEGORY-TABLE-ON-HAND
038800         CLOSE CATEGORY-FILE
038900     END-IF.
039000     CLOSE DIST-FILE.
039100 4000-EXIT.
039200     EXIT.
039300
039400*    phone.csv KEEPS THE phondist.csv NAME; EVERY OTHER
039500*    REGISTERED DIRECTORY WRITES PREFIX + "dist.csv".
039600 5000-SET-COMPANION-NAMES.
039700     MOVE "D" TO WS-REG-FUNCTION.
039800     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
039900     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
040000         WS-REG-DIRECTORY WS-REG-PREFIX
040100         WS-REG-DESCRIPTION WS-REG-RESULT.
040200     IF WS-REG-RESULT = "Y"
040300         MOVE SPACE TO WS-DIST-FILE-NAME
040400         STRING FUNCTION TRIM(WS-REG-PREFIX)
040500                                            DELIMITED BY SIZE
040600             "dist.csv"                     DELIMITED BY SIZE
040700             INTO WS-DIST-FILE-NAME
040800         END-STRING
040900     END-IF.
041000 5000-EXIT.
041100     EXIT.
