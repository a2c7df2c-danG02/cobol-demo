001100*       IS SAFE TO LEAVE RUNNING ON ANY DESK. SEARCHES BY
001200*       LAST NAME (KEYED ON THE ALTERNATE INDEX, WITH THE
001300*       PARTIAL/PHONETIC FALLBACK WHEN AN EXACT MATCH COMES
001400*       UP EMPTY, AND AN OPTIONAL FIRST NAME MATCHED WITH
001450*       NICKNAMES ALLOWED) OR BY NUMBER, AND SHOWS RESULTS
001500*       WITH THE SHARED NAMEDISP AND PHONFMT PRESENTATION. NO
001600*       OPERATOR SIGN-ON IS ASKED FOR; REACHABLE FROM
001700*       PHONEMNU OR RUNNABLE ON ITS OWN.
001800*----------------------------------------------------------
002068*                 DISPLAY), CAPPED AT 50 MATCHES AND
002070*                 WARNED WHEN THE FRAGMENT IS TOO SHORT
002072*                 TO BE SELECTIVE.
002074*  OCT 2026  DCG  A RECORD SHOWN NOW ALSO LISTS ITS E-MAIL,
002076*                 FAX, AND PAGER CHANNELS FROM THE
002078*                 phonchan.dat COMPANION FILE (CHANREC);
002080*                 A MISSING FILE SIMPLY SHOWS NONE.
002083*  OCT 2026  DCG  A PRIVACY-FLAGGED ENTRY IS NOW SHOWN ONLY
002086*                 TO A NAMED VIEWER (THE MENU SIGN-ON, ELSE
002089*                 AN ID ASKED FOR ONCE PER SESSION) AND
002092*                 EACH SHOWING IS LOGGED TO privlog.dat
002095*                 (PRVLREC) WITH THE SEARCH THAT FOUND IT.
002096*  OCT 2026  DCG  A CORRECTION HELD FOR A SECOND
002097*                 SUPERVISOR NOW SHOWS AS HELD.
002117*  OCT 2026  DCG  A RECORD SHOWN NOW ALSO LISTS ITS DATED
002137*                 NOTES FROM THE phonnote.dat COMPANION FILE
002157*                 (NOTEREC), OLDEST FIRST.
002161*  OCT 2026  DCG  A NAME LOOKUP NOW TAKES AN OPTIONAL FIRST
002165*                 NAME, MATCHED THROUGH NAMEMTCH SO BOB FINDS
002169*                 ROBERT (NICKNAME MATCH TYPE K), AND EACH
002173*                 HIT CARRIES ITS LAST/FIRST MATCH TYPES.
002177*----------------------------------------------------------
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
003230         ORGANIZATION IS LINE SEQUENTIAL
003240         FILE STATUS IS WS-CREQ-STATUS.

003250     SELECT OPTIONAL CHANNEL-FILE
003260         ASSIGN TO "phonchan.dat"
003270         ORGANIZATION IS INDEXED
003280         ACCESS MODE IS RANDOM
003290         RECORD KEY IS CHN-PHONE-NUMBER
003300         FILE STATUS IS WS-CHAN-STATUS.
003316
003332     SELECT OPTIONAL PRIVACY-LOG-FILE
003348         ASSIGN TO "privlog.dat"
003364         ORGANIZATION IS LINE SEQUENTIAL
003380         FILE STATUS IS WS-PRIVLOG-STATUS.
003382
003384     SELECT OPTIONAL NOTE-FILE
003386         ASSIGN TO "phonnote.dat"
003388         ORGANIZATION IS INDEXED
003390         ACCESS MODE IS DYNAMIC
003392         RECORD KEY IS NT-KEY
003394         FILE STATUS IS WS-NOTE-STATUS.

003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  PHONE-BOOK.
003710 FD  REQUEST-FILE.
003720     COPY CREQREC.

003730 FD  CHANNEL-FILE.
003740     COPY CHANREC.
003780
003820 FD  PRIVACY-LOG-FILE.
003860     COPY PRVLREC.
003870
003880 FD  NOTE-FILE.
003890     COPY NOTEREC.

003900 WORKING-STORAGE SECTION.

004100 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONINQ".
005000     88  LOOKUP-DONE                     VALUE "Y".

005200 01  WS-FIND-LAST-NAME           PIC X(20).
005250 01  WS-FIND-FIRST-NAME          PIC X(20).
005300 01  WS-FIND-NUMBER              PIC X(15).
005400 01  WS-FOUND-SWITCH             PIC X(01).
005500 01  WS-SCAN-EOF                 PIC X(01).
005600 01  WS-MATCH-TYPE               PIC X(01).
005633 01  WS-FIRST-MATCH              PIC X(01).
005666 01  WS-MATCH-TAG                PIC X(05) VALUE SPACE.
005700 01  YES-NO                      PIC X(01).

005900 01  WS-PRINT-LAST               PIC X(20).
006201 01  WS-FRAG-HIT                 PIC X(01).
006202 01  WS-FRAG-MATCH-COUNT         PIC 9(03) COMP VALUE ZERO.
006203 01  WS-FRAG-MATCH-CAP           PIC 9(03) COMP VALUE 050.
006204
006205 01  WS-CHAN-STATUS              PIC X(02) VALUE "00".
006206 01  WS-CHAN-FILE-SWITCH         PIC X(01) VALUE "N".
006207     88  CHANNELS-ON-HAND                VALUE "Y".
006208 01  WS-CHAN-SLOT                PIC 9(01) COMP.
006209 01  WS-CHAN-LABEL               PIC X(07).
006211 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
006213 01  WS-NOTE-FILE-SWITCH         PIC X(01) VALUE "N".
006215     88  NOTES-ON-HAND                   VALUE "Y".
006217 01  WS-NOTE-EOF                 PIC X(01).
006219
006229 01  WS-PRIVLOG-STATUS           PIC X(02) VALUE "00".
006239 01  WS-VIEWER-ID                PIC X(08) VALUE SPACE.
006249 01  WS-SEARCH-TYPE              PIC X(01) VALUE SPACE.
006259 01  WS-SEARCH-VALUE             PIC X(20) VALUE SPACE.
006269 01  WS-SES-FUNCTION             PIC X(01).
006279 01  WS-SES-AUTHORITY            PIC X(01).
006289 01  WS-SES-RESULT               PIC X(01).

006300 PROCEDURE DIVISION.

006540*    BETWEEN CALLS - RESET THE SESSION STATE EVERY TIME.
006560     MOVE "N" TO WS-QUIT-SWITCH.
006570     MOVE "N" TO WS-HAVE-SHOWN.
006575     MOVE SPACE TO WS-VIEWER-ID.
006580     MOVE "phone.csv" TO WS-DIRECTORY-FILE.
006600     CALL "JOBHDR" USING WS-JOB-NAME.
006700     PERFORM 0100-GET-DIRECTORY-CHOICE THRU 0100-EXIT.
007221             WS-END-CODE
007300         GOBACK
007400     END-IF.
007410     MOVE "N" TO WS-CHAN-FILE-SWITCH.
007420     OPEN INPUT CHANNEL-FILE.
007430     IF WS-CHAN-STATUS = "00"
007440         MOVE "Y" TO WS-CHAN-FILE-SWITCH
007450     END-IF.
007458     MOVE "N" TO WS-NOTE-FILE-SWITCH.
007466     OPEN INPUT NOTE-FILE.
007474     IF WS-NOTE-STATUS = "00"
007482         MOVE "Y" TO WS-NOTE-FILE-SWITCH
007490     END-IF.
007500     PERFORM 1000-LOOKUP-MENU THRU 1000-EXIT
007600         UNTIL LOOKUP-DONE.
007700     CLOSE PHONE-BOOK.
007710     IF CHANNELS-ON-HAND
007720         CLOSE CHANNEL-FILE
007730     END-IF.
007747     IF NOTES-ON-HAND
007764         CLOSE NOTE-FILE
007781     END-IF.
007800     DISPLAY "PHONINQ COMPLETE.".
007820     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
007821         WS-END-CODE.
010600         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
010700             TO WS-MENU-CHOICE
010800     END-IF.
010850     MOVE SPACE TO WS-MATCH-TAG.
010900     EVALUATE WS-MENU-CHOICE
011000         WHEN "L"
011100             PERFORM 2000-FIND-BY-NAME THRU 2000-EXIT
012700     END-IF.
012800     MOVE FUNCTION UPPER-CASE(WS-FIND-LAST-NAME)
012900         TO WS-FIND-LAST-NAME.
012904     MOVE SPACE TO WS-FIND-FIRST-NAME.
012908     DISPLAY "FIRST NAME (BLANK FOR ANY) ? ".
012912     ACCEPT WS-FIND-FIRST-NAME.
012916     MOVE FUNCTION UPPER-CASE(WS-FIND-FIRST-NAME)
012920         TO WS-FIND-FIRST-NAME.
012924     DISPLAY "MATCH TYPES (LAST/FIRST): E=EXACT P=PARTIAL "
012928         "K=NICKNAME S=SOUNDS ALIKE".
012933     MOVE "L" TO WS-SEARCH-TYPE.
012966     MOVE WS-FIND-LAST-NAME TO WS-SEARCH-VALUE.
013000     MOVE "N" TO WS-FOUND-SWITCH.
013100     MOVE "N" TO WS-SCAN-EOF.
013200     MOVE WS-FIND-LAST-NAME TO PHONE-LAST-NAME.
014900             MOVE "Y" TO WS-SCAN-EOF
015000         NOT AT END
015100             IF PHONE-LAST-NAME = WS-FIND-LAST-NAME
015200                 MOVE "E" TO WS-MATCH-TYPE
015300                 PERFORM 2150-CHECK-FIRST-NAME THRU 2150-EXIT
015320                 IF WS-FIRST-MATCH NOT = "N"
015340                     PERFORM 2200-SHOW-RECORD THRU 2200-EXIT
015360                     MOVE "Y" TO WS-FOUND-SWITCH
015380                 END-IF
015400             ELSE
015500                 MOVE "Y" TO WS-SCAN-EOF
015600             END-IF
015700     END-READ.
015800 2100-EXIT.
015900     EXIT.
015910
015920*    THE FIRST NAME, WHEN ONE WAS GIVEN, IS JUDGED LOOSELY SO
015930*    A NICKNAME FINDS THE FORMAL NAME ON FILE; THE TAG SHOWN
015940*    WITH THE HIT CARRIES BOTH MATCH TYPES.
015950 2150-CHECK-FIRST-NAME.
015960     MOVE SPACE TO WS-FIRST-MATCH.
015970     MOVE SPACE TO WS-MATCH-TAG.
015980     IF WS-FIND-FIRST-NAME = SPACE
015990         STRING "(" WS-MATCH-TYPE ")" DELIMITED BY SIZE
016000             INTO WS-MATCH-TAG
016010         GO TO 2150-EXIT
016020     END-IF.
016030     CALL "NAMEMTCH" USING WS-FIND-FIRST-NAME
016040         PHONE-FIRST-NAME WS-FIRST-MATCH.
016050     STRING "(" WS-MATCH-TYPE "/" WS-FIRST-MATCH ")"
016060         DELIMITED BY SIZE INTO WS-MATCH-TAG.
016070 2150-EXIT.
016080     EXIT.

016100 2200-SHOW-RECORD.
016110     IF PHONE-PRIVACY-FLAG = "Y"
016120         PERFORM 2600-GET-VIEWER-ID THRU 2600-EXIT
016130         IF WS-VIEWER-ID = SPACE
016140             DISPLAY "PRIVACY-FLAGGED ENTRY WITHHELD - AN ID "
016150                 "IS NEEDED TO SEE IT."
016160             GO TO 2200-EXIT
016170         END-IF
016180         PERFORM 2700-LOG-PRIVATE-VIEW THRU 2700-EXIT
016190     END-IF.
016200     CALL "NAMEDISP" USING PHONE-LAST-NAME WS-PRINT-LAST.
016300     CALL "NAMEDISP" USING PHONE-FIRST-NAME WS-PRINT-FIRST.
016400     CALL "PHONFMT" USING PHONE-NUMBER PHONE-COUNTRY-CODE
016500         PHONE-EXTENSION WS-DISPLAY-NUMBER.
016600     DISPLAY WS-PRINT-LAST " " WS-PRINT-FIRST " "
016700         WS-DISPLAY-NUMBER " " WS-MATCH-TAG.
016710     MOVE PHONE-NUMBER TO WS-LAST-SHOWN-NUMBER.
016720     MOVE "Y" TO WS-HAVE-SHOWN.
016730     IF CHANNELS-ON-HAND
016740         MOVE PHONE-NUMBER TO CHN-PHONE-NUMBER
016750         READ CHANNEL-FILE
016760             INVALID KEY
016770                 CONTINUE
016780             NOT INVALID KEY
016790                 PERFORM 2250-SHOW-CHANNEL THRU 2250-EXIT
016791                     VARYING WS-CHAN-SLOT FROM 1 BY 1
016792                     UNTIL WS-CHAN-SLOT > 4
016793         END-READ
016794     END-IF.
016795     IF NOTES-ON-HAND
016796         PERFORM 2260-SHOW-NOTES THRU 2260-EXIT
016797     END-IF.
016800 2200-EXIT.
016900     EXIT.

016910 2250-SHOW-CHANNEL.
016920     IF CHN-SLOT (WS-CHAN-SLOT) = SPACE
016930         GO TO 2250-EXIT
016940     END-IF.
016950     EVALUATE TRUE
016960         WHEN CHN-EMAIL (WS-CHAN-SLOT)
016970             MOVE "E-MAIL" TO WS-CHAN-LABEL
016980         WHEN CHN-FAX (WS-CHAN-SLOT)
016990             MOVE "FAX" TO WS-CHAN-LABEL
017000         WHEN OTHER
017010             MOVE "PAGER" TO WS-CHAN-LABEL
017020     END-EVALUATE.
017030     DISPLAY "    " WS-CHAN-LABEL ": "
017040         FUNCTION TRIM(CHN-VALUE (WS-CHAN-SLOT)).
017050 2250-EXIT.
017060     EXIT.
017061
017062*    EVERY NOTE KEYED AGAINST THE NUMBER, OLDEST FIRST.
017063 2260-SHOW-NOTES.
017064     MOVE PHONE-NUMBER TO NT-PHONE-NUMBER.
017065     MOVE LOW-VALUES TO NT-DATE.
017066     MOVE LOW-VALUES TO NT-TIME.
017067     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
017068         INVALID KEY
017069             GO TO 2260-EXIT
017070     END-START.
017071     MOVE "N" TO WS-NOTE-EOF.
017072     PERFORM 2270-SHOW-NEXT-NOTE THRU 2270-EXIT
017073         UNTIL WS-NOTE-EOF = "Y".
017074 2260-EXIT.
017075     EXIT.
017076
017077 2270-SHOW-NEXT-NOTE.
017078     READ NOTE-FILE NEXT RECORD
017079         AT END
017080             MOVE "Y" TO WS-NOTE-EOF
017081             GO TO 2270-EXIT
017082     END-READ.
017083     IF NT-PHONE-NUMBER NOT = PHONE-NUMBER
017084         MOVE "Y" TO WS-NOTE-EOF
017085         GO TO 2270-EXIT
017086     END-IF.
017087     DISPLAY "    NOTE " NT-DATE " " NT-OPERATOR-ID ": "
017088         FUNCTION TRIM(NT-TEXT).
017089 2270-EXIT.
017090     EXIT.

017100 2300-OFFER-LOOSE-SEARCH.
017200     DISPLAY "TRY A PARTIAL/PHONETIC SEARCH (Y/N) ? ".
017300     ACCEPT YES-NO.
017700     IF YES-NO NOT = "Y"
017800         GO TO 2300-EXIT
017900     END-IF.
017950     MOVE "S" TO WS-SEARCH-TYPE.
018000     MOVE "N" TO WS-FOUND-SWITCH.
018100     MOVE "N" TO WS-SCAN-EOF.
018200     MOVE LOW-VALUES TO PHONE-NUMBER.
020000             CALL "NAMEMTCH" USING WS-FIND-LAST-NAME
020100                 PHONE-LAST-NAME WS-MATCH-TYPE
020200             IF WS-MATCH-TYPE NOT = "N"
020220                 PERFORM 2150-CHECK-FIRST-NAME THRU 2150-EXIT
020240             END-IF
020260             IF WS-MATCH-TYPE NOT = "N"
020280                     AND WS-FIRST-MATCH NOT = "N"
020300                 PERFORM 2200-SHOW-RECORD THRU 2200-EXIT
020400                 MOVE "Y" TO WS-FOUND-SWITCH
020500             END-IF
020700 2400-EXIT.
020800     EXIT.

020804*    AN ENTRY FLAGGED PRIVATE IS ONLY SHOWN TO A NAMED
020808*    VIEWER - THE MENU'S SIGN-ON WHEN ONE IS LIVE, ELSE AN
020812*    ID ASKED FOR ONCE PER LOOKUP SESSION.
020816 2600-GET-VIEWER-ID.
020820     IF WS-VIEWER-ID NOT = SPACE
020824         GO TO 2600-EXIT
020828     END-IF.
020832     MOVE "G" TO WS-SES-FUNCTION.
020836     CALL "OPERSES" USING WS-SES-FUNCTION WS-VIEWER-ID
020840         WS-SES-AUTHORITY WS-SES-RESULT.
020844     IF WS-SES-RESULT = "Y"
020848         GO TO 2600-EXIT
020852     END-IF.
020856     MOVE SPACE TO WS-VIEWER-ID.
020860     DISPLAY "PRIVACY-FLAGGED ENTRY - YOUR INITIALS/ID ? ".
020864     ACCEPT WS-VIEWER-ID.
020868     MOVE FUNCTION UPPER-CASE(WS-VIEWER-ID) TO WS-VIEWER-ID.
020872 2600-EXIT.
020876     EXIT.
020880
020884*    EVERY SHOWING OF A PRIVATE ENTRY LEAVES A ROW ON
020888*    privlog.dat FOR PHONPRVR'S WEEKLY ACCESS REPORT.
020892 2700-LOG-PRIVATE-VIEW.
020896     MOVE SPACE               TO PRIVACY-ACCESS-RECORD.
020900     ACCEPT PV-DATE FROM DATE YYYYMMDD.
020904     ACCEPT PV-TIME FROM TIME.
020908     MOVE WS-VIEWER-ID        TO PV-VIEWER-ID.
020912     MOVE WS-JOB-NAME         TO PV-PROGRAM.
020916     MOVE WS-DIRECTORY-FILE   TO PV-DIRECTORY.
020920     MOVE PHONE-NUMBER        TO PV-NUMBER.
020924     MOVE WS-SEARCH-TYPE      TO PV-SEARCH-TYPE.
020928     MOVE WS-SEARCH-VALUE     TO PV-SEARCH-VALUE.
020932     OPEN EXTEND PRIVACY-LOG-FILE.
020936     IF WS-PRIVLOG-STATUS NOT = "00" AND NOT = "05"
020940         OPEN OUTPUT PRIVACY-LOG-FILE
020944     END-IF.
020948     WRITE PRIVACY-ACCESS-RECORD.
020952     CLOSE PRIVACY-LOG-FILE.
020956 2700-EXIT.
020960     EXIT.
020964
021000 3000-FIND-BY-NUMBER.
021100     DISPLAY "NUMBER (DIGITS ONLY) ? ".
021200     ACCEPT WS-FIND-NUMBER.
021300     IF WS-FIND-NUMBER = SPACE
021400         GO TO 3000-EXIT
021500     END-IF.
021533     MOVE "N" TO WS-SEARCH-TYPE.
021566     MOVE WS-FIND-NUMBER TO WS-SEARCH-VALUE.
021600     MOVE WS-FIND-NUMBER TO PHONE-NUMBER.
021700     READ PHONE-BOOK
021800         INVALID KEY
029600             WHEN CQ-REFUSED
029700                 DISPLAY CQ-DATE " " CQ-NUMBER
029800                     " REFUSED - " CQ-DISPOSITION
029825             WHEN CQ-HELD
029850                 DISPLAY CQ-DATE " " CQ-NUMBER
029875                     " HELD FOR A SECOND SUPERVISOR"
029900             WHEN OTHER
030000                 DISPLAY CQ-DATE " " CQ-NUMBER
030100                     " STILL WAITING FOR REVIEW"
031410             GO TO 6000-EXIT
031420         END-IF
031430     END-IF.
031433     MOVE "P" TO WS-SEARCH-TYPE.
031436     MOVE WS-FRAGMENT TO WS-SEARCH-VALUE.
031440     COMPUTE WS-FRAG-LIMIT = 15 - WS-FRAG-LENGTH + 1.
031450     MOVE ZERO TO WS-FRAG-MATCH-COUNT.
031460     MOVE "N" TO WS-SCAN-EOF.
