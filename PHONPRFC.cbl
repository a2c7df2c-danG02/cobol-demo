000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONPRFC.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: BOOK PROOF RETURNS ENTRY. AS THE SHEETS PHONPRUF
000900*       SENT OUT COME BACK, A CLERK KEYS THE PROOF REFERENCE
001000*       PRINTED ON EACH (DIRECTORY TAG P OR B, THEN THE
001100*       NUMBER) AND RECORDS IT AGAINST THE phonprf.dat
001200*       TRACKING FILE (PROOFREC):
001300*         A = APPROVED AS SHOWN - THE RETURN DATE, OUTCOME
001400*             AND CLERK ARE STAMPED
001500*         C = CORRECTED - THE OUTCOME IS STAMPED AND THE
001600*             MARKED-UP DETAILS GO TO THAT DIRECTORY'S NIGHT
001700*             TRANSACTION FILE AS A NORMAL CHANGE (A NEW
001800*             NUMBER AS A DELETE PLUS AN ADD) FOR IOBATCH TO
001900*             VALIDATE AND APPLY, THE WAY PHONVENT FEEDS A
002000*             CHANGED NUMBER
002100*       THE LIVE DIRECTORY IS NEVER TOUCHED DIRECTLY. ONCE
002200*       THE CORRECTIONS HAVE LOADED, A REPEAT PHONPRUF RUN
002300*       PROOFS THE CORRECTED LISTINGS AGAIN.
002400*----------------------------------------------------------
002500* MOD LOG:
002600*  OCT 2026  DCG  ORIGINAL PROGRAM.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT PROOF-FILE
003200         ASSIGN TO "phonprf.dat"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS PRF-KEY
003600         FILE STATUS IS WS-PROOF-STATUS.
003700
003800     SELECT PHONE-BOOK
003900         ASSIGN TO WS-DIRECTORY-FILE
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS PHONE-NUMBER
004300         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
004400             WITH DUPLICATES
004500         FILE STATUS IS WS-PHONE-STATUS.
004600
004700     SELECT OPTIONAL TRANSACTION-FILE
004800         ASSIGN TO WS-TRANS-FILE-NAME
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-TRANS-STATUS.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PROOF-FILE.
005500     COPY PROOFREC.
005600
005700 FD  PHONE-BOOK.
005800     COPY PHONEREC.
005900
006000 FD  TRANSACTION-FILE.
006100     COPY PHONTRN.
006200
006300 WORKING-STORAGE SECTION.
006400
006500 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONPRFC".
006600 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
006700 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
006800
006900 01  WS-PROOF-STATUS             PIC X(02) VALUE "00".
007000 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
007100 01  WS-TRANS-STATUS             PIC X(02) VALUE "00".
007200
007300 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
007400 01  WS-TRANS-FILE-NAME          PIC X(20)
007500                                 VALUE "phonetrn.dat".
007600 01  WS-REG-FUNCTION             PIC X(01).
007700 01  WS-REG-CHOICE               PIC X(01).
007800 01  WS-REG-DIRECTORY            PIC X(20).
007900 01  WS-REG-PREFIX               PIC X(04).
008000 01  WS-REG-DESCRIPTION          PIC X(30).
008100 01  WS-REG-RESULT               PIC X(01).
008200
008300 01  WS-OPERATOR-ID              PIC X(08).
008400 01  WS-TODAY-DATE               PIC X(08).
008500 01  YES-NO                      PIC X(01).
008600 01  WS-ANSWER                   PIC X(01).
008700 01  WS-PROOF-REFERENCE          PIC X(16).
008800 01  WS-FIND-NUMBER              PIC X(15).
008900 01  WS-STATUS-NAME              PIC X(11).
009000 01  WS-ENTRY-FOUND              PIC X(01).
009100
009200 01  WS-ENTRY-LAST               PIC X(20).
009300 01  WS-ENTRY-FIRST              PIC X(20).
009400 01  WS-ENTRY-NUMBER             PIC X(15).
009500 01  WS-ENTRY-COUNTRY            PIC X(03).
009600 01  WS-ENTRY-EXTENSION          PIC X(05).
009700 01  WS-ENTRY-CATEGORY           PIC X(02).
009800
009900 01  WS-APPROVED-COUNT           PIC 9(05) COMP VALUE ZERO.
010000 01  WS-CORRECTED-COUNT          PIC 9(05) COMP VALUE ZERO.
010100
010200 PROCEDURE DIVISION.
010300
010400 0000-MAINLINE.
010500     CALL "JOBHDR" USING WS-JOB-NAME.
010600     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
010700     PERFORM 0100-GET-OPERATOR-ID THRU 0100-EXIT.
010800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
010900     MOVE "Y" TO YES-NO.
011000     PERFORM 2000-RECORD-ONE-PROOF THRU 2000-EXIT
011100         UNTIL YES-NO = "N".
011200     CLOSE PROOF-FILE.
011300     DISPLAY "PHONPRFC - " WS-APPROVED-COUNT " APPROVED, "
011400         WS-CORRECTED-COUNT " CORRECTED.".
011500     COMPUTE WS-JOURNAL-COUNT = WS-APPROVED-COUNT
011600         + WS-CORRECTED-COUNT.
011700     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
011800         WS-END-CODE.
011900     GOBACK.
012000
012100 0100-GET-OPERATOR-ID.
012200     MOVE SPACE TO WS-OPERATOR-ID.
012300     DISPLAY "OPERATOR ID ? ".
012400     ACCEPT WS-OPERATOR-ID.
012500     IF WS-OPERATOR-ID = SPACE
012600         DISPLAY "OPERATOR ID MUST BE ENTERED!"
012700         GO TO 0100-GET-OPERATOR-ID
012800     END-IF.
012900 0100-EXIT.
013000     EXIT.
013100
013200 1000-OPEN-FILES.
013300     OPEN I-O PROOF-FILE.
013400     IF WS-PROOF-STATUS NOT = "00"
013500         DISPLAY "NO PROOF RUN ON FILE - phonprf.dat FILE STATUS "
013600             WS-PROOF-STATUS
013700         MOVE 12 TO RETURN-CODE
013800         MOVE 12 TO WS-END-CODE
013900         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
014000             WS-END-CODE
014100         GOBACK
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500
014600 2000-RECORD-ONE-PROOF.
014700     MOVE SPACE TO WS-PROOF-REFERENCE.
014800     DISPLAY "PROOF REFERENCE (BLANK = DONE) ? ".
014900     ACCEPT WS-PROOF-REFERENCE.
015000     IF WS-PROOF-REFERENCE = SPACE
015100         MOVE "N" TO YES-NO
015200         GO TO 2000-EXIT
015300     END-IF.
015400     IF WS-PROOF-REFERENCE (1:1) = "p"
015500             OR WS-PROOF-REFERENCE (1:1) = "b"
015600         MOVE FUNCTION UPPER-CASE(WS-PROOF-REFERENCE (1:1))
015700             TO WS-PROOF-REFERENCE (1:1)
015800     END-IF.
015900     MOVE WS-PROOF-REFERENCE TO PRF-KEY.
016000     READ PROOF-FILE
016100         INVALID KEY
016200             DISPLAY "NO PROOF ON FILE FOR THAT REFERENCE."
016300             GO TO 2000-EXIT
016400     END-READ.
016500     MOVE PRF-PHONE-NUMBER TO WS-FIND-NUMBER.
016600     DISPLAY "  " PRF-LISTING.
016700     PERFORM 2200-NAME-STATUS THRU 2200-EXIT.
016800     DISPLAY "  CATEGORY " PRF-CATEGORY " - PROOFED "
016900         PRF-PROOF-DATE " FOR BOOK YEAR " PRF-BOOK-YEAR
017000         " - " WS-STATUS-NAME.
017100     IF NOT PRF-OUTSTANDING
017200         DISPLAY "  ALREADY RECORDED " PRF-RETURNED-DATE " BY "
017300             PRF-RECORDED-BY " - RECORD IT AGAIN (Y/N) ? "
017400         ACCEPT WS-ANSWER
017500         IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
017600             GO TO 2000-EXIT
017700         END-IF
017800     END-IF.
017900     PERFORM 2100-ASK-OUTCOME THRU 2100-EXIT.
018000     EVALUATE WS-ANSWER
018100         WHEN "A"
018200             PERFORM 3000-STAMP-PROOF THRU 3000-EXIT
018300             ADD 1 TO WS-APPROVED-COUNT
018400         WHEN "C"
018500             PERFORM 4000-FEED-CORRECTION THRU 4000-EXIT
018600         WHEN OTHER
018700             CONTINUE
018800     END-EVALUATE.
018900 2000-EXIT.
019000     EXIT.
019100
019200 2100-ASK-OUTCOME.
019300     DISPLAY "OUTCOME - A=APPROVED AS SHOWN, C=CORRECTED, "
019400         "S=SKIP ? ".
019500     ACCEPT WS-ANSWER.
019600     IF WS-ANSWER = "a" OR WS-ANSWER = "c" OR WS-ANSWER = "s"
019700         MOVE FUNCTION UPPER-CASE(WS-ANSWER) TO WS-ANSWER
019800     END-IF.
019900     IF WS-ANSWER NOT = "A" AND WS-ANSWER NOT = "C"
020000             AND WS-ANSWER NOT = "S"
020100         DISPLAY "PLEASE ANSWER A, C, OR S."
020200         GO TO 2100-ASK-OUTCOME
020300     END-IF.
020400 2100-EXIT.
020500     EXIT.
020600
020700 2200-NAME-STATUS.
020800     EVALUATE TRUE
020900         WHEN PRF-OUTSTANDING
021000             MOVE "OUTSTANDING" TO WS-STATUS-NAME
021100         WHEN PRF-APPROVED
021200             MOVE "APPROVED"    TO WS-STATUS-NAME
021300         WHEN PRF-CORRECTED
021400             MOVE "CORRECTED"   TO WS-STATUS-NAME
021500         WHEN OTHER
021600             MOVE "UNKNOWN"     TO WS-STATUS-NAME
021700     END-EVALUATE.
021800 2200-EXIT.
021900     EXIT.
022000
022100 3000-STAMP-PROOF.
022200     MOVE WS-ANSWER      TO PRF-STATUS.
022300     MOVE WS-TODAY-DATE  TO PRF-RETURNED-DATE.
022400     MOVE WS-OPERATOR-ID TO PRF-RECORDED-BY.
022500     REWRITE PROOF-RECORD.
022600     DISPLAY "  PROOF STAMPED " WS-TODAY-DATE
022700         " OUTCOME " WS-ANSWER ".".
022800 3000-EXIT.
022900     EXIT.
023000
023100*    A CORRECTED PROOF FEEDS THE NORMAL CHANGE PATH: THE
023200*    MARKED-UP DETAILS GO TO THE NIGHT FILE OF THE LISTING'S
023300*    OWN DIRECTORY FOR IOBATCH'S FULL VALIDATION, NOT
023400*    STRAIGHT ONTO THE DIRECTORY.
023500 4000-FEED-CORRECTION.
023600     PERFORM 4500-READ-ENTRY THRU 4500-EXIT.
023700     IF WS-ENTRY-FOUND NOT = "Y"
023800         DISPLAY "  THE ENTRY IS NO LONGER ON "
023900             FUNCTION TRIM(WS-DIRECTORY-FILE)
024000             " - NOTHING TO CORRECT."
024100         GO TO 4000-EXIT
024200     END-IF.
024300     DISPLAY "NEW NUMBER (BLANK = SAME NUMBER, OTHER "
024400         "FIELDS CHANGED) ? ".
024500     ACCEPT WS-ENTRY-NUMBER.
024600     DISPLAY "NEW LAST NAME (BLANK = KEEP) ? ".
024700     ACCEPT WS-ENTRY-LAST.
024800     DISPLAY "NEW FIRST NAME (BLANK = KEEP) ? ".
024900     ACCEPT WS-ENTRY-FIRST.
025000     DISPLAY "NEW COUNTRY CODE (BLANK = KEEP) ? ".
025100     ACCEPT WS-ENTRY-COUNTRY.
025200     DISPLAY "NEW EXTENSION (BLANK = KEEP) ? ".
025300     ACCEPT WS-ENTRY-EXTENSION.
025400     DISPLAY "NEW CATEGORY (BLANK = KEEP) ? ".
025500     ACCEPT WS-ENTRY-CATEGORY.
025600*    A NEW NUMBER IS A DELETE OF THE OLD PLUS AN ADD OF
025700*    THE NEW, THE SAME SHAPE A MANUAL KEY CHANGE TAKES
025800*    THROUGH THE NIGHT FILE.
025900     IF WS-ENTRY-NUMBER NOT = SPACE
026000             AND WS-ENTRY-NUMBER NOT = WS-FIND-NUMBER
026100         PERFORM 4100-BUILD-DELETE-TRANS THRU 4100-EXIT
026200         PERFORM 4200-BUILD-ADD-TRANS THRU 4200-EXIT
026300     ELSE
026400         PERFORM 4300-BUILD-CHANGE-TRANS THRU 4300-EXIT
026500     END-IF.
026600     MOVE "C" TO WS-ANSWER.
026700     PERFORM 3000-STAMP-PROOF THRU 3000-EXIT.
026800     ADD 1 TO WS-CORRECTED-COUNT.
026900 4000-EXIT.
027000     EXIT.
027100
027200 4100-BUILD-DELETE-TRANS.
027300     MOVE SPACE          TO TRANSACTION-RECORD.
027400     MOVE "D"            TO TR-ACTION-CODE.
027500     MOVE WS-FIND-NUMBER TO TR-NUMBER.
027600     PERFORM 6000-WRITE-TRANSACTION THRU 6000-EXIT.
027700 4100-EXIT.
027800     EXIT.
027900
028000 4200-BUILD-ADD-TRANS.
028100     MOVE SPACE TO TRANSACTION-RECORD.
028200     MOVE "A"   TO TR-ACTION-CODE.
028300     MOVE WS-ENTRY-NUMBER TO TR-NUMBER.
028400     PERFORM 4400-FILL-FROM-RECORD THRU 4400-EXIT.
028500     PERFORM 6000-WRITE-TRANSACTION THRU 6000-EXIT.
028600 4200-EXIT.
028700     EXIT.
028800
028900 4300-BUILD-CHANGE-TRANS.
029000     MOVE SPACE TO TRANSACTION-RECORD.
029100     MOVE "C"   TO TR-ACTION-CODE.
029200     MOVE WS-FIND-NUMBER TO TR-NUMBER.
029300     PERFORM 4400-FILL-FROM-RECORD THRU 4400-EXIT.
029400     PERFORM 6000-WRITE-TRANSACTION THRU 6000-EXIT.
029500 4300-EXIT.
029600     EXIT.
029700
029800 4400-FILL-FROM-RECORD.
029900     IF WS-ENTRY-LAST = SPACE
030000         MOVE PHONE-LAST-NAME TO TR-LAST-NAME
030100     ELSE
030200         MOVE WS-ENTRY-LAST TO TR-LAST-NAME
030300     END-IF.
030400     IF WS-ENTRY-FIRST = SPACE
030500         MOVE PHONE-FIRST-NAME TO TR-FIRST-NAME
030600     ELSE
030700         MOVE WS-ENTRY-FIRST TO TR-FIRST-NAME
030800     END-IF.
030900     IF WS-ENTRY-COUNTRY = SPACE
031000         MOVE PHONE-COUNTRY-CODE TO TR-COUNTRY-CODE
031100     ELSE
031200         MOVE WS-ENTRY-COUNTRY TO TR-COUNTRY-CODE
031300     END-IF.
031400     IF WS-ENTRY-EXTENSION = SPACE
031500         MOVE PHONE-EXTENSION TO TR-EXTENSION
031600     ELSE
031700         MOVE WS-ENTRY-EXTENSION TO TR-EXTENSION
031800     END-IF.
031900     IF WS-ENTRY-CATEGORY = SPACE
032000         MOVE PHONE-CATEGORY TO TR-CATEGORY
032100     ELSE
032200         MOVE WS-ENTRY-CATEGORY TO TR-CATEGORY
032300     END-IF.
032400 4400-EXIT.
032500     EXIT.
032600
032700*    THE LISTING'S CURRENT RECORD, FROM THE DIRECTORY THE
032800*    PROOF WAS DRAWN FROM, AND THAT DIRECTORY'S NIGHT FILE -
032900*    THE REGISTRY PREFIX PLUS "trn.dat", EXCEPT phone.csv'S
033000*    LEGACY phonetrn.dat.
033100 4500-READ-ENTRY.
033200     MOVE "N" TO WS-ENTRY-FOUND.
033300     MOVE PRF-DIRECTORY TO WS-DIRECTORY-FILE.
033400     MOVE "phonetrn.dat" TO WS-TRANS-FILE-NAME.
033500     IF WS-DIRECTORY-FILE NOT = "phone.csv"
033600         MOVE "D" TO WS-REG-FUNCTION
033700         MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY
033800         CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
033900             WS-REG-DIRECTORY WS-REG-PREFIX
034000             WS-REG-DESCRIPTION WS-REG-RESULT
034100         IF WS-REG-RESULT NOT = "Y"
034200             DISPLAY "  " FUNCTION TRIM(WS-DIRECTORY-FILE)
034300                 " IS NOT ON THE DIRECTORY REGISTRY."
034400             GO TO 4500-EXIT
034500         END-IF
034600         MOVE SPACE TO WS-TRANS-FILE-NAME
034700         STRING FUNCTION TRIM(WS-REG-PREFIX)
034800                                            DELIMITED BY SIZE
034900             "trn.dat"                      DELIMITED BY SIZE
035000             INTO WS-TRANS-FILE-NAME
035100         END-STRING
035200     END-IF.
035300     OPEN INPUT PHONE-BOOK.
035400     IF WS-PHONE-STATUS NOT = "00"
035500         DISPLAY "  UNABLE TO OPEN "
035600             FUNCTION TRIM(WS-DIRECTORY-FILE)
035700             " - FILE STATUS " WS-PHONE-STATUS
035800         GO TO 4500-EXIT
035900     END-IF.
036000     MOVE WS-FIND-NUMBER TO PHONE-NUMBER.
036100     READ PHONE-BOOK
036200         INVALID KEY
036300             CONTINUE
036400         NOT INVALID KEY
036500             MOVE "Y" TO WS-ENTRY-FOUND
036600     END-READ.
036700     CLOSE PHONE-BOOK.
036800 4500-EXIT.
036900     EXIT.
037000
037100 6000-WRITE-TRANSACTION.
037200     MOVE WS-OPERATOR-ID TO TR-KEYED-BY.
037300     OPEN EXTEND TRANSACTION-FILE.
037400     IF WS-TRANS-STATUS NOT = "00"
037500         OPEN OUTPUT TRANSACTION-FILE
037600     END-IF.
037700     WRITE TRANSACTION-RECORD.
037800     CLOSE TRANSACTION-FILE.
037900     DISPLAY "  " TR-ACTION-CODE " TRANSACTION QUEUED FOR "
038000         "TONIGHT'S LOAD ON " FUNCTION TRIM(WS-TRANS-FILE-NAME)
038100         ".".
038200 6000-EXIT.
038300     EXIT.
