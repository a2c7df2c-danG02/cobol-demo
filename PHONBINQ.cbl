002000*       THE DEPARTMENT, AND PRIVACY-FLAGGED RECORDS THEN
002100*       COME BACK NOTFOUND SO THE FLAG SUPPRESSES THE
002200*       NUMBER THE SAME WAY IT DOES ON EVERY EXPORT.
002212*       AN "L" REQUEST MAY ADD A FIRST NAME IN COLUMNS
002224*       24-43; IT IS MATCHED THROUGH NAMEMTCH (BOB FINDS
002236*       ROBERT). WHEN THE EXACT LAST-NAME LOOKUP FINDS
002248*       NOTHING THE WHOLE DIRECTORY IS SCANNED WITH THE
002260*       NAMEMTCH PARTIAL/NICKNAME/PHONETIC RULES, AND A FOUND
002272*       ROW FOR AN "L" REQUEST ENDS WITH ITS MATCH TYPES
002284*       (E, OR E/K WHEN A FIRST NAME WAS GIVEN).
002300*----------------------------------------------------------
002400* MOD LOG:
002500*  SEP 2026  DCG  ORIGINAL PROGRAM.
002514*  OCT 2026  DCG  AN IN-HOUSE RUN NOW NAMES ITS REQUESTER
002528*                 WITH AN ID= RUN TOKEN; A PRIVACY-FLAGGED
002542*                 ENTRY IS ANSWERED ONLY WHEN ONE IS GIVEN
002556*                 (OTHERWISE WITHHELD) AND EACH ONE
002570*                 ANSWERED IS LOGGED TO privlog.dat
002584*                 (PRVLREC).
002586*  OCT 2026  DCG  AN "L" REQUEST MAY CARRY A FIRST NAME IN
002588*                 COLUMNS 24-43, JUDGED THROUGH NAMEMTCH SO A
002590*                 NICKNAME FINDS THE FORMAL NAME (TYPE K);
002592*                 AN EMPTY EXACT LOOKUP FALLS BACK TO A
002594*                 PARTIAL/PHONETIC SCAN, AND A FOUND ROW
002596*                 ENDS WITH ITS LAST/FIRST MATCH TYPES.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
004400     SELECT ANSWER-FILE
004500         ASSIGN TO "phonbans.dat"
004600         ORGANIZATION IS LINE SEQUENTIAL.
004616
004632     SELECT OPTIONAL PRIVACY-LOG-FILE
004648         ASSIGN TO "privlog.dat"
004664         ORGANIZATION IS LINE SEQUENTIAL
004680         FILE STATUS IS WS-PRIVLOG-STATUS.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005200     05  BQ-TYPE                 PIC X(01).
005300     05  FILLER                  PIC X(01).
005400     05  BQ-VALUE                PIC X(20).
005433     05  FILLER                  PIC X(01).
005466     05  BQ-FIRST-NAME           PIC X(20).
005500
005600 FD  PHONE-BOOK.
005700     COPY PHONEREC.
005800
005900 FD  ANSWER-FILE.
006000 01  ANSWER-LINE                 PIC X(120).
006025
006050 FD  PRIVACY-LOG-FILE.
006075     COPY PRVLREC.
006100
006200 WORKING-STORAGE SECTION.
006300
007200 01  WS-RUN-PARM                 PIC X(40).
007300 01  WS-PARM-TOKEN-1             PIC X(20).
007400 01  WS-PARM-TOKEN-2             PIC X(20).
007433 01  WS-PARM-TOKEN-3             PIC X(20).
007466 01  WS-PARM-TOKEN               PIC X(20).
007500 01  WS-EXTERNAL-SWITCH          PIC X(01) VALUE "N".
007600     88  EXTERNAL-REQUESTER              VALUE "Y".
007625 01  WS-VIEWER-ID                PIC X(08) VALUE SPACE.
007650
007675 01  WS-PRIVLOG-STATUS           PIC X(02) VALUE "00".
007700
007800 01  WS-REQ-EOF                  PIC X(01) VALUE "N".
007900     88  END-OF-REQUESTS                 VALUE "Y".
008000 01  WS-SCAN-EOF                 PIC X(01).
008100
008200 01  WS-FIND-NAME                PIC X(20).
008214 01  WS-FIND-FIRST-NAME          PIC X(20).
008228 01  WS-MATCH-TYPE               PIC X(01).
008242 01  WS-FIRST-MATCH              PIC X(01).
008256 01  WS-MATCH-TAG                PIC X(03) VALUE SPACE.
008270 01  WS-SAVE-TAG                 PIC X(03).
008284 01  WS-ANSWER-POINTER           PIC 9(03) COMP VALUE ZERO.
008300 01  WS-MATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
008400 01  WS-MATCH-DISP               PIC ZZZZ9.
008500 01  WS-DISPLAY-NUMBER           PIC X(30).
009100 01  WS-FOUND-COUNT              PIC 9(06) COMP VALUE ZERO.
009200 01  WS-NOTFOUND-COUNT           PIC 9(06) COMP VALUE ZERO.
009300 01  WS-MULTIPLE-COUNT           PIC 9(06) COMP VALUE ZERO.
009350 01  WS-WITHHELD-COUNT           PIC 9(06) COMP VALUE ZERO.
009400
009500 PROCEDURE DIVISION.
009600
010800     DISPLAY "PHONBINQ - " WS-ANSWERED-COUNT " REQUEST(S): "
010900         WS-FOUND-COUNT " FOUND, "
011000         WS-NOTFOUND-COUNT " NOT FOUND, "
011100         WS-MULTIPLE-COUNT " MULTIPLE, "
011150         WS-WITHHELD-COUNT " WITHHELD - ANSWERS ON "
011200         "phonbans.dat.".
011300     MOVE WS-ANSWERED-COUNT TO WS-JOURNAL-COUNT.
011400     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
012000     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
012100     MOVE SPACE TO WS-PARM-TOKEN-1.
012200     MOVE SPACE TO WS-PARM-TOKEN-2.
012250     MOVE SPACE TO WS-PARM-TOKEN-3.
012300     UNSTRING WS-RUN-PARM DELIMITED BY ALL " "
012400         INTO WS-PARM-TOKEN-1 WS-PARM-TOKEN-2
012450             WS-PARM-TOKEN-3
012500     END-UNSTRING.
012600     MOVE WS-PARM-TOKEN-1 TO WS-PARM-TOKEN.
012700     PERFORM 1100-APPLY-PARM-TOKEN THRU 1100-EXIT.
012800     MOVE WS-PARM-TOKEN-2 TO WS-PARM-TOKEN.
012900     PERFORM 1100-APPLY-PARM-TOKEN THRU 1100-EXIT.
013000     MOVE WS-PARM-TOKEN-3 TO WS-PARM-TOKEN.
013100     PERFORM 1100-APPLY-PARM-TOKEN THRU 1100-EXIT.
014000     OPEN INPUT REQUEST-FILE.
014100     IF WS-REQ-STATUS NOT = "00"
014200         DISPLAY "NO REQUEST FILE phonbreq.dat ON HAND."
016100     OPEN OUTPUT ANSWER-FILE.
016200 1000-EXIT.
016300     EXIT.
016305
016310*    A RUN TOKEN IS "EXTERNAL", "ID=" AND THE REQUESTER'S
016315*    ID, OR THE DIRECTORY FILE NAME - IN ANY ORDER.
016320 1100-APPLY-PARM-TOKEN.
016325     EVALUATE TRUE
016330         WHEN WS-PARM-TOKEN = SPACE
016335             CONTINUE
016340         WHEN WS-PARM-TOKEN = "EXTERNAL"
016345             MOVE "Y" TO WS-EXTERNAL-SWITCH
016350         WHEN WS-PARM-TOKEN (1:3) = "ID="
016355             MOVE FUNCTION UPPER-CASE(WS-PARM-TOKEN (4:8))
016360                 TO WS-VIEWER-ID
016365         WHEN OTHER
016370             MOVE WS-PARM-TOKEN TO WS-DIRECTORY-FILE
016375     END-EVALUATE.
016380 1100-EXIT.
016385     EXIT.
016400
016500 2000-ANSWER-NEXT.
016600     ADD 1 TO WS-ANSWERED-COUNT.
016700     EVALUATE BQ-TYPE
016800         WHEN "N"
016850             MOVE SPACE TO WS-MATCH-TAG
016900             PERFORM 3000-ANSWER-BY-NUMBER THRU 3000-EXIT
017000         WHEN "L"
017100             PERFORM 4000-ANSWER-BY-NAME THRU 4000-EXIT
019600
019700*    THE SAME ALTERNATE-KEY PATH PHONINQ USES: START EQUAL
019800*    ON PHONE-LAST-NAME AND READ THE RUN OF DUPLICATES.
019833*    WHEN NOTHING MATCHES THERE, THE WHOLE FILE IS RATED
019866*    THROUGH NAMEMTCH AS PHONINQ'S LOOSE SEARCH DOES.
019900 4000-ANSWER-BY-NAME.
020000     MOVE BQ-VALUE TO WS-FIND-NAME.
020100     MOVE FUNCTION UPPER-CASE(WS-FIND-NAME) TO WS-FIND-NAME.
020133     MOVE FUNCTION UPPER-CASE(BQ-FIRST-NAME)
020166         TO WS-FIND-FIRST-NAME.
020200     MOVE ZERO TO WS-MATCH-COUNT.
020300     MOVE "N" TO WS-SCAN-EOF.
020400     MOVE WS-FIND-NAME TO PHONE-LAST-NAME.
020800     END-START.
020900     PERFORM 4100-SCAN-NEXT THRU 4100-EXIT
021000         UNTIL WS-SCAN-EOF = "Y".
021025     IF WS-MATCH-COUNT = ZERO
021050         PERFORM 4300-LOOSE-SCAN THRU 4300-EXIT
021075     END-IF.
021100     EVALUATE TRUE
021200         WHEN WS-MATCH-COUNT = ZERO
021300             PERFORM 5100-WRITE-NOTFOUND THRU 5100-EXIT
021400         WHEN WS-MATCH-COUNT = 1
021500             MOVE WS-SAVE-RECORD TO PHONE-RECORD
021550             MOVE WS-SAVE-TAG TO WS-MATCH-TAG
021600             PERFORM 5000-WRITE-FOUND THRU 5000-EXIT
021700         WHEN OTHER
021800             PERFORM 5200-WRITE-MULTIPLE THRU 5200-EXIT
022600             MOVE "Y" TO WS-SCAN-EOF
022700         NOT AT END
022800             IF PHONE-LAST-NAME = WS-FIND-NAME
022833                 MOVE "E" TO WS-MATCH-TYPE
022866                 PERFORM 4200-COUNT-A-MATCH THRU 4200-EXIT
023600             ELSE
023700                 MOVE "Y" TO WS-SCAN-EOF
023800             END-IF
023900     END-READ.
024000 4100-EXIT.
024100     EXIT.
024101
024102*    THE FIRST NAME, WHEN THE REQUEST CARRIES ONE, MUST ALSO
024103*    MATCH (NICKNAMES ALLOWED) FOR THE RECORD TO COUNT.
024104 4200-COUNT-A-MATCH.
024105     IF EXTERNAL-REQUESTER
024106             AND PHONE-PRIVACY-FLAG = "Y"
024107         GO TO 4200-EXIT
024108     END-IF.
024109     MOVE SPACE TO WS-MATCH-TAG.
024110     IF WS-FIND-FIRST-NAME = SPACE
024111         MOVE WS-MATCH-TYPE TO WS-MATCH-TAG
024112     ELSE
024113         CALL "NAMEMTCH" USING WS-FIND-FIRST-NAME
024114             PHONE-FIRST-NAME WS-FIRST-MATCH
024115         IF WS-FIRST-MATCH = "N"
024116             GO TO 4200-EXIT
024117         END-IF
024118         STRING WS-MATCH-TYPE "/" WS-FIRST-MATCH
024119             DELIMITED BY SIZE INTO WS-MATCH-TAG
024120         END-STRING
024121     END-IF.
024122     ADD 1 TO WS-MATCH-COUNT.
024123     MOVE PHONE-RECORD TO WS-SAVE-RECORD.
024124     MOVE WS-MATCH-TAG TO WS-SAVE-TAG.
024125 4200-EXIT.
024126     EXIT.
024127
024128 4300-LOOSE-SCAN.
024129     MOVE "N" TO WS-SCAN-EOF.
024130     MOVE LOW-VALUES TO PHONE-NUMBER.
024131     START PHONE-BOOK KEY IS NOT LESS THAN PHONE-NUMBER
024132         INVALID KEY
024133             MOVE "Y" TO WS-SCAN-EOF
024134     END-START.
024135     PERFORM 4400-LOOSE-NEXT THRU 4400-EXIT
024136         UNTIL WS-SCAN-EOF = "Y".
024137 4300-EXIT.
024138     EXIT.
024139
024140 4400-LOOSE-NEXT.
024141     READ PHONE-BOOK NEXT RECORD
024142         AT END
024143             MOVE "Y" TO WS-SCAN-EOF
024144             GO TO 4400-EXIT
024145     END-READ.
024146     CALL "NAMEMTCH" USING WS-FIND-NAME PHONE-LAST-NAME
024147         WS-MATCH-TYPE.
024148     IF WS-MATCH-TYPE NOT = "N"
024149         PERFORM 4200-COUNT-A-MATCH THRU 4200-EXIT
024150     END-IF.
024151 4400-EXIT.
024152     EXIT.
024200
024300 5000-WRITE-FOUND.
024312     IF PHONE-PRIVACY-FLAG = "Y"
024324         IF WS-VIEWER-ID = SPACE
024336             PERFORM 5400-WRITE-WITHHELD THRU 5400-EXIT
024348             GO TO 5000-EXIT
024360         END-IF
024372         PERFORM 5500-LOG-PRIVATE-VIEW THRU 5500-EXIT
024384     END-IF.
024400     ADD 1 TO WS-FOUND-COUNT.
024500     CALL "NAMEDISP" USING PHONE-LAST-NAME WS-PRINT-LAST.
024600     CALL "NAMEDISP" USING PHONE-FIRST-NAME WS-PRINT-FIRST.
024700     CALL "PHONFMT" USING PHONE-NUMBER PHONE-COUNTRY-CODE
024800         PHONE-EXTENSION WS-DISPLAY-NUMBER.
024900     MOVE SPACE TO ANSWER-LINE.
024950     MOVE 1 TO WS-ANSWER-POINTER.
025000     STRING BQ-TYPE                         DELIMITED BY SIZE
025100         ","                                DELIMITED BY SIZE
025200         FUNCTION TRIM(BQ-VALUE)            DELIMITED BY SIZE
025600         FUNCTION TRIM(WS-PRINT-FIRST)      DELIMITED BY SIZE
025700         ","                                DELIMITED BY SIZE
025800         FUNCTION TRIM(WS-DISPLAY-NUMBER)   DELIMITED BY SIZE
025900         INTO ANSWER-LINE WITH POINTER WS-ANSWER-POINTER
026000     END-STRING.
026014     IF WS-MATCH-TAG NOT = SPACE
026028         STRING ","                         DELIMITED BY SIZE
026042             FUNCTION TRIM(WS-MATCH-TAG)    DELIMITED BY SIZE
026056             INTO ANSWER-LINE WITH POINTER WS-ANSWER-POINTER
026070         END-STRING
026084     END-IF.
026100     WRITE ANSWER-LINE.
026200 5000-EXIT.
026300     EXIT.
030300     WRITE ANSWER-LINE.
030400 5300-EXIT.
030500     EXIT.
030600
030700 5400-WRITE-WITHHELD.
030800     ADD 1 TO WS-WITHHELD-COUNT.
030900     MOVE SPACE TO ANSWER-LINE.
031000     STRING BQ-TYPE                         DELIMITED BY SIZE
031100         ","                                DELIMITED BY SIZE
031200         FUNCTION TRIM(BQ-VALUE)            DELIMITED BY SIZE
031300         ",WITHHELD - PRIVATE ENTRY, RUN WITH ID="
031400                                            DELIMITED BY SIZE
031500         INTO ANSWER-LINE
031600     END-STRING.
031700     WRITE ANSWER-LINE.
031800 5400-EXIT.
031900     EXIT.
032000
032100*    EVERY PRIVATE ENTRY ANSWERED LEAVES A ROW ON
032200*    privlog.dat FOR PHONPRVR'S WEEKLY ACCESS REPORT, THE
032300*    SAME ROW PHONINQ WRITES AT THE SCREEN.
032400 5500-LOG-PRIVATE-VIEW.
032500     MOVE SPACE               TO PRIVACY-ACCESS-RECORD.
032600     ACCEPT PV-DATE FROM DATE YYYYMMDD.
032700     ACCEPT PV-TIME FROM TIME.
032800     MOVE WS-VIEWER-ID        TO PV-VIEWER-ID.
032900     MOVE WS-JOB-NAME         TO PV-PROGRAM.
033000     MOVE WS-DIRECTORY-FILE   TO PV-DIRECTORY.
033100     MOVE PHONE-NUMBER        TO PV-NUMBER.
033200     MOVE BQ-TYPE             TO PV-SEARCH-TYPE.
033300     MOVE BQ-VALUE            TO PV-SEARCH-VALUE.
033400     OPEN EXTEND PRIVACY-LOG-FILE.
033500     IF WS-PRIVLOG-STATUS NOT = "00" AND NOT = "05"
033600         OPEN OUTPUT PRIVACY-LOG-FILE
033700     END-IF.
033800     WRITE PRIVACY-ACCESS-RECORD.
033900     CLOSE PRIVACY-LOG-FILE.
034000 5500-EXIT.
034100     EXIT.
