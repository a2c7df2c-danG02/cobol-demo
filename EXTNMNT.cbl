000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXTNMNT.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MAINTENANCE PROGRAM FOR THE EXTENSION AND DID
000900*       INVENTORY extninv.dat (EXTNREC). PHONE-EXTENSION ON
001000*       THE DIRECTORY IS TYPED IN FREE-HAND, SO NOTHING SAID
001100*       WHICH EXTENSIONS IN OUR BLOCKS WERE STILL FREE. A
001200*       BLOCK IS LOADED HERE AS A RANGE - FIRST AND LAST
001300*       EXTENSION, SAME NUMBER OF DIGITS, AT MOST 1000 AT A
001400*       TIME - WITH AN OPTIONAL FIRST DID NUMBER THAT
001500*       COUNTS UP ALONGSIDE THE EXTENSIONS; EVERY NEW ROW
001600*       STARTS FREE AND A ROW ALREADY ON FILE IS LEFT AS IT
001700*       IS. ONE EXTENSION CAN THEN BE FREED, RESERVED, OR
001800*       QUARANTINED, ITS DID AND NOTE CHANGED, OR DROPPED
001900*       FROM THE INVENTORY. "ASSIGNED" IS NOT SET HERE - IT
002000*       IS CLAIMED BY ADDING THE DIRECTORY ENTRY IN IODEMO,
002100*       AND AN ASSIGNED EXTENSION CANNOT BE DROPPED. A
002200*       QUARANTINED EXTENSION STAYS OUT OF IODEMO'S OFFER
002300*       UNTIL IT IS FREED HERE.
002400*----------------------------------------------------------
002500* MOD LOG:
002600*  OCT 2026  DCG  ORIGINAL PROGRAM.
002700*----------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OPTIONAL EXTENSION-FILE
003200         ASSIGN TO "extninv.dat"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS DYNAMIC
003500         RECORD KEY IS EI-EXTENSION
003600         FILE STATUS IS WS-EXTN-STATUS.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  EXTENSION-FILE.
004100     COPY EXTNREC.
004200
004300 WORKING-STORAGE SECTION.
004400
004500 01  WS-JOB-NAME                 PIC X(08) VALUE "EXTNMNT".
004600 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
004700 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
004800
004900 01  WS-EXTN-STATUS              PIC X(02) VALUE "00".
005000
005100 01  WS-OPERATOR-ID              PIC X(08).
005200 01  WS-MENU-CHOICE              PIC X(01).
005300 01  WS-QUIT-SWITCH              PIC X(01) VALUE "N".
005400     88  MENU-DONE                       VALUE "Y".
005500 01  WS-TODAY                    PIC X(08).
005600
005700 01  WS-ENTRY-EXTENSION          PIC X(05).
005800 01  WS-ENTRY-LAST               PIC X(05).
005900 01  WS-ENTRY-DID                PIC X(15).
006000 01  WS-ENTRY-STATUS             PIC X(01).
006100 01  WS-ENTRY-NOTE               PIC X(30).
006200 01  WS-ANSWER                   PIC X(01).
006300 01  WS-FIELD-OK                 PIC X(01).
006400
006500 01  WS-CHECK-VALUE              PIC X(15).
006600 01  WS-CHECK-LENGTH             PIC 9(02).
006700 01  WS-FIRST-LENGTH             PIC 9(02).
006800 01  WS-DID-LENGTH               PIC 9(02).
006900 01  WS-DID-START                PIC 9(02).
007000 01  WS-EXT-START                PIC 9(02).
007100
007200 01  WS-FIRST-NUM                PIC 9(05).
007300 01  WS-LAST-NUM                 PIC 9(05).
007400 01  WS-EXT-NUM                  PIC 9(06).
007500 01  WS-EXT-DIGITS REDEFINES WS-EXT-NUM
007600                                 PIC X(06).
007700 01  WS-RANGE-SIZE               PIC 9(05).
007800 01  WS-FIRST-DID-NUM            PIC 9(15).
007900 01  WS-DID-NUM                  PIC 9(15).
008000 01  WS-DID-DIGITS REDEFINES WS-DID-NUM
008100                                 PIC X(15).
008200
008300 01  WS-ADDED-COUNT              PIC 9(05) COMP VALUE ZERO.
008400 01  WS-ON-FILE-COUNT            PIC 9(05) COMP VALUE ZERO.
008500
008600 01  WS-STATUS-WORD              PIC X(11).
008700 01  WS-LIST-EOF                 PIC X(01).
008800 01  WS-LIST-COUNT               PIC 9(05) COMP VALUE ZERO.
008900 01  WS-FREE-COUNT               PIC 9(05) COMP VALUE ZERO.
009000 01  WS-ASSIGNED-COUNT           PIC 9(05) COMP VALUE ZERO.
009100 01  WS-RESERVED-COUNT           PIC 9(05) COMP VALUE ZERO.
009200 01  WS-QUARANTINED-COUNT        PIC 9(05) COMP VALUE ZERO.
009300
009400 PROCEDURE DIVISION.
009500
009600 0000-MAINLINE.
009700     CALL "JOBHDR" USING WS-JOB-NAME.
009800     ACCEPT WS-TODAY FROM DATE YYYYMMDD.
009900     PERFORM 0100-GET-OPERATOR-ID THRU 0100-EXIT.
010000     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
010100     PERFORM 2000-SHOW-MENU THRU 2000-EXIT
010200         UNTIL MENU-DONE.
010300     CLOSE EXTENSION-FILE.
010400     DISPLAY "EXTNMNT COMPLETE.".
010500     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
010600         WS-END-CODE.
010700     GOBACK.
010800
010900 0100-GET-OPERATOR-ID.
011000     MOVE SPACE TO WS-OPERATOR-ID.
011100     DISPLAY "OPERATOR ID ? ".
011200     ACCEPT WS-OPERATOR-ID.
011300     IF WS-OPERATOR-ID = SPACE
011400         DISPLAY "OPERATOR ID MUST BE ENTERED!"
011500         GO TO 0100-GET-OPERATOR-ID
011600     END-IF.
011700 0100-EXIT.
011800     EXIT.
011900
012000 1000-OPEN-FILES.
012100     OPEN I-O EXTENSION-FILE.
012200     IF WS-EXTN-STATUS = "35"
012300         OPEN OUTPUT EXTENSION-FILE
012400         CLOSE EXTENSION-FILE
012500         OPEN I-O EXTENSION-FILE
012600     END-IF.
012700     IF WS-EXTN-STATUS NOT = "00"
012800         DISPLAY "UNABLE TO OPEN extninv.dat - FILE STATUS "
012900             WS-EXTN-STATUS
013000         MOVE 12 TO RETURN-CODE
013100         MOVE 12 TO WS-END-CODE
013200         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
013300             WS-END-CODE
013400         GOBACK
013500     END-IF.
013600 1000-EXIT.
013700     EXIT.
013800
013900 2000-SHOW-MENU.
014000     DISPLAY "============================================".
014100     DISPLAY " EXTENSION AND DID INVENTORY MAINTENANCE".
014200     DISPLAY "  R = ADD A RANGE OF EXTENSIONS".
014300     DISPLAY "  S = SET THE STATUS OF ONE EXTENSION".
014400     DISPLAY "  D = DROP AN EXTENSION FROM THE INVENTORY".
014500     DISPLAY "  L = LIST THE INVENTORY".
014600     DISPLAY "  Q = QUIT".
014700     DISPLAY "============================================".
014800     DISPLAY "SELECTION ? ".
014900     ACCEPT WS-MENU-CHOICE.
015000     IF WS-MENU-CHOICE = "r" OR "s" OR "d" OR "l" OR "q"
015100         MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
015200             TO WS-MENU-CHOICE
015300     END-IF.
015400     EVALUATE WS-MENU-CHOICE
015500         WHEN "R"
015600             PERFORM 3000-ADD-RANGE THRU 3000-EXIT
015700         WHEN "S"
015800             PERFORM 4000-SET-STATUS THRU 4000-EXIT
015900         WHEN "D"
016000             PERFORM 5000-DROP-EXTENSION THRU 5000-EXIT
016100         WHEN "L"
016200             PERFORM 6000-LIST-INVENTORY THRU 6000-EXIT
016300         WHEN "Q"
016400             MOVE "Y" TO WS-QUIT-SWITCH
016500         WHEN OTHER
016600             DISPLAY "PLEASE ENTER R, S, D, L, OR Q."
016700     END-EVALUATE.
016800 2000-EXIT.
016900     EXIT.
017000
017100*    A RANGE IS TWO EXTENSIONS OF THE SAME NUMBER OF DIGITS;
017200*    THE OPTIONAL FIRST DID COUNTS UP WITH THEM, SO 2000-2099
017300*    ON 3125552000 GIVES 2000 = 3125552000 ... 2099 =
017400*    3125552099.
017500 3000-ADD-RANGE.
017600     DISPLAY "FIRST EXTENSION OF THE RANGE ? ".
017700     MOVE SPACE TO WS-ENTRY-EXTENSION.
017800     ACCEPT WS-ENTRY-EXTENSION.
017900     IF WS-ENTRY-EXTENSION = SPACE
018000         GO TO 3000-EXIT
018100     END-IF.
018200     MOVE WS-ENTRY-EXTENSION TO WS-CHECK-VALUE.
018300     PERFORM 3900-CHECK-DIGITS THRU 3900-EXIT.
018400     IF WS-FIELD-OK NOT = "Y"
018500         DISPLAY "AN EXTENSION IS DIGITS ONLY - NOTHING ADDED."
018600         GO TO 3000-EXIT
018700     END-IF.
018800     MOVE WS-CHECK-LENGTH TO WS-FIRST-LENGTH.
018900     MOVE WS-ENTRY-EXTENSION (1:WS-FIRST-LENGTH)
019000         TO WS-FIRST-NUM.
019100     DISPLAY "LAST EXTENSION OF THE RANGE ? ".
019200     MOVE SPACE TO WS-ENTRY-LAST.
019300     ACCEPT WS-ENTRY-LAST.
019400     MOVE WS-ENTRY-LAST TO WS-CHECK-VALUE.
019500     PERFORM 3900-CHECK-DIGITS THRU 3900-EXIT.
019600     IF WS-FIELD-OK NOT = "Y"
019700             OR WS-CHECK-LENGTH NOT = WS-FIRST-LENGTH
019800         DISPLAY "THE LAST EXTENSION MUST BE DIGITS ONLY, AS "
019900             "LONG AS THE FIRST - NOTHING ADDED."
020000         GO TO 3000-EXIT
020100     END-IF.
020200     MOVE WS-ENTRY-LAST (1:WS-FIRST-LENGTH) TO WS-LAST-NUM.
020300     IF WS-LAST-NUM < WS-FIRST-NUM
020400         DISPLAY "THE LAST EXTENSION IS BELOW THE FIRST - "
020500             "NOTHING ADDED."
020600         GO TO 3000-EXIT
020700     END-IF.
020800     COMPUTE WS-RANGE-SIZE = WS-LAST-NUM - WS-FIRST-NUM + 1.
020900     IF WS-RANGE-SIZE > 1000
021000         DISPLAY "AT MOST 1000 EXTENSIONS AT A TIME - NOTHING "
021100             "ADDED."
021200         GO TO 3000-EXIT
021300     END-IF.
021400     DISPLAY "DID NUMBER OF THE FIRST EXTENSION "
021500         "(BLANK = NONE) ? ".
021600     MOVE SPACE TO WS-ENTRY-DID.
021700     ACCEPT WS-ENTRY-DID.
021800     MOVE ZERO TO WS-DID-LENGTH.
021900     IF WS-ENTRY-DID NOT = SPACE
022000         PERFORM 3800-CHECK-DID THRU 3800-EXIT
022100         IF WS-FIELD-OK NOT = "Y"
022200             GO TO 3000-EXIT
022300         END-IF
022400         MOVE WS-ENTRY-DID (1:WS-DID-LENGTH)
022500             TO WS-FIRST-DID-NUM
022600     END-IF.
022700     DISPLAY "ADD " WS-RANGE-SIZE " EXTENSION(S) "
022800         WS-ENTRY-EXTENSION " TO " WS-ENTRY-LAST
022900         " AS FREE (Y/N) ? ".
023000     ACCEPT WS-ANSWER.
023100     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
023200         DISPLAY "NOTHING ADDED."
023300         GO TO 3000-EXIT
023400     END-IF.
023500     MOVE ZERO TO WS-ADDED-COUNT.
023600     MOVE ZERO TO WS-ON-FILE-COUNT.
023700     COMPUTE WS-EXT-START = 7 - WS-FIRST-LENGTH.
023800     COMPUTE WS-DID-START = 16 - WS-DID-LENGTH.
023900     PERFORM 3100-ADD-ONE-EXTENSION THRU 3100-EXIT
024000         VARYING WS-EXT-NUM FROM WS-FIRST-NUM BY 1
024100         UNTIL WS-EXT-NUM > WS-LAST-NUM.
024200     DISPLAY WS-ADDED-COUNT " EXTENSION(S) ADDED AS FREE, "
024300         WS-ON-FILE-COUNT " ALREADY ON FILE AND LEFT AS THEY "
024400         "WERE.".
024500     ADD WS-ADDED-COUNT TO WS-JOURNAL-COUNT.
024600 3000-EXIT.
024700     EXIT.
024800
024900 3100-ADD-ONE-EXTENSION.
025000     MOVE SPACE TO EXTENSION-RECORD.
025100     MOVE WS-EXT-DIGITS (WS-EXT-START:WS-FIRST-LENGTH)
025200         TO EI-EXTENSION.
025300     IF WS-DID-LENGTH > ZERO
025400         COMPUTE WS-DID-NUM = WS-FIRST-DID-NUM
025500             + WS-EXT-NUM - WS-FIRST-NUM
025600         MOVE WS-DID-DIGITS (WS-DID-START:WS-DID-LENGTH)
025700             TO EI-DID-NUMBER
025800     END-IF.
025900     MOVE "F"            TO EI-STATUS.
026000     MOVE WS-TODAY       TO EI-STATUS-DATE.
026100     MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR.
026200     WRITE EXTENSION-RECORD
026300         INVALID KEY
026400             ADD 1 TO WS-ON-FILE-COUNT
026500         NOT INVALID KEY
026600             ADD 1 TO WS-ADDED-COUNT
026700     END-WRITE.
026800 3100-EXIT.
026900     EXIT.
027000
027100*    A DID IS A FULL DIRECTORY-STYLE NUMBER: 10 TO 15
027200*    DIGITS, NOTHING ELSE.
027300 3800-CHECK-DID.
027400     MOVE WS-ENTRY-DID TO WS-CHECK-VALUE.
027500     PERFORM 3900-CHECK-DIGITS THRU 3900-EXIT.
027600     IF WS-FIELD-OK NOT = "Y" OR WS-CHECK-LENGTH < 10
027700         DISPLAY "A DID NUMBER IS 10 TO 15 DIGITS - NOTHING "
027800             "SAVED."
027900         MOVE "N" TO WS-FIELD-OK
028000         GO TO 3800-EXIT
028100     END-IF.
028200     MOVE WS-CHECK-LENGTH TO WS-DID-LENGTH.
028300 3800-EXIT.
028400     EXIT.
028500
028600 3900-CHECK-DIGITS.
028700     MOVE "N" TO WS-FIELD-OK.
028800     MOVE ZERO TO WS-CHECK-LENGTH.
028900     INSPECT WS-CHECK-VALUE TALLYING WS-CHECK-LENGTH
029000         FOR CHARACTERS BEFORE INITIAL SPACE.
029100     IF WS-CHECK-LENGTH = ZERO
029200         GO TO 3900-EXIT
029300     END-IF.
029400     IF WS-CHECK-VALUE (1:WS-CHECK-LENGTH) NOT NUMERIC
029500         GO TO 3900-EXIT
029600     END-IF.
029700     IF WS-CHECK-LENGTH < 15
029800         IF WS-CHECK-VALUE (WS-CHECK-LENGTH + 1:) NOT = SPACE
029900             GO TO 3900-EXIT
030000         END-IF
030100     END-IF.
030200     MOVE "Y" TO WS-FIELD-OK.
030300 3900-EXIT.
030400     EXIT.
030500
030600*    FREE, RESERVED, AND QUARANTINED ARE SET HERE; FREEING
030700*    AN ASSIGNED EXTENSION TAKES A SECOND ANSWER, SINCE THE
030800*    DIRECTORY ENTRY STILL CARRIES IT.
030900 4000-SET-STATUS.
031000     DISPLAY "EXTENSION ? ".
031100     MOVE SPACE TO WS-ENTRY-EXTENSION.
031200     ACCEPT WS-ENTRY-EXTENSION.
031300     IF WS-ENTRY-EXTENSION = SPACE
031400         GO TO 4000-EXIT
031500     END-IF.
031600     MOVE WS-ENTRY-EXTENSION TO EI-EXTENSION.
031700     READ EXTENSION-FILE
031800         INVALID KEY
031900             DISPLAY WS-ENTRY-EXTENSION " IS NOT IN THE "
032000                 "INVENTORY - ADD ITS BLOCK WITH R."
032100             GO TO 4000-EXIT
032200     END-READ.
032300     PERFORM 6200-SHOW-EXTENSION THRU 6200-EXIT.
032400     DISPLAY "NEW STATUS - F(REE), R(ESERVED), "
032500         "Q(UARANTINED), BLANK = KEEP ? ".
032600     MOVE SPACE TO WS-ENTRY-STATUS.
032700     ACCEPT WS-ENTRY-STATUS.
032800     IF WS-ENTRY-STATUS = "f" OR "r" OR "q" OR "a"
032900         MOVE FUNCTION UPPER-CASE(WS-ENTRY-STATUS)
033000             TO WS-ENTRY-STATUS
033100     END-IF.
033200     EVALUATE WS-ENTRY-STATUS
033300         WHEN SPACE
033400             CONTINUE
033500         WHEN "A"
033600             DISPLAY "AN EXTENSION IS ASSIGNED BY ADDING ITS "
033700                 "DIRECTORY ENTRY IN IODEMO - NOTHING SAVED."
033800             GO TO 4000-EXIT
033900         WHEN "F"
034000         WHEN "R"
034100         WHEN "Q"
034200             IF EI-ASSIGNED
034300                 DISPLAY "STILL ASSIGNED TO " EI-PHONE-NUMBER
034400                     " ON " FUNCTION TRIM(EI-DIRECTORY)
034500                     " - CHANGE IT ANYWAY (Y/N) ? "
034600                 ACCEPT WS-ANSWER
034700                 IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
034800                     DISPLAY "NOTHING SAVED."
034900                     GO TO 4000-EXIT
035000                 END-IF
035100             END-IF
035200             IF WS-ENTRY-STATUS NOT = EI-STATUS
035300                 MOVE WS-ENTRY-STATUS TO EI-STATUS
035400                 MOVE SPACE           TO EI-PHONE-NUMBER
035500                 MOVE SPACE           TO EI-DIRECTORY
035600                 MOVE WS-TODAY        TO EI-STATUS-DATE
035700             END-IF
035800         WHEN OTHER
035900             DISPLAY "PLEASE ENTER F, R, Q, OR BLANK - NOTHING "
036000                 "SAVED."
036100             GO TO 4000-EXIT
036200     END-EVALUATE.
036300     DISPLAY "DID NUMBER (BLANK = KEEP, * = NONE) ? ".
036400     MOVE SPACE TO WS-ENTRY-DID.
036500     ACCEPT WS-ENTRY-DID.
036600     EVALUATE WS-ENTRY-DID
036700         WHEN SPACE
036800             CONTINUE
036900         WHEN "*"
037000             MOVE SPACE TO EI-DID-NUMBER
037100         WHEN OTHER
037200             PERFORM 3800-CHECK-DID THRU 3800-EXIT
037300             IF WS-FIELD-OK NOT = "Y"
037400                 GO TO 4000-EXIT
037500             END-IF
037600             MOVE WS-ENTRY-DID TO EI-DID-NUMBER
037700     END-EVALUATE.
037800     DISPLAY "NOTE (BLANK = KEEP, * = NONE) ? ".
037900     MOVE SPACE TO WS-ENTRY-NOTE.
038000     ACCEPT WS-ENTRY-NOTE.
038100     EVALUATE WS-ENTRY-NOTE
038200         WHEN SPACE
038300             CONTINUE
038400         WHEN "*"
038500             MOVE SPACE TO EI-NOTE
038600         WHEN OTHER
038700             MOVE WS-ENTRY-NOTE TO EI-NOTE
038800     END-EVALUATE.
038900     MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR.
039000     REWRITE EXTENSION-RECORD.
039100     IF WS-EXTN-STATUS = "00"
039200         ADD 1 TO WS-JOURNAL-COUNT
039300         DISPLAY "EXTENSION CHANGED."
039400         PERFORM 6200-SHOW-EXTENSION THRU 6200-EXIT
039500     ELSE
039600         DISPLAY "EXTENSION NOT CHANGED - FILE STATUS "
039700             WS-EXTN-STATUS
039800     END-IF.
039900 4000-EXIT.
040000     EXIT.
040100
040200 5000-DROP-EXTENSION.
040300     DISPLAY "EXTENSION ? ".
040400     MOVE SPACE TO WS-ENTRY-EXTENSION.
040500     ACCEPT WS-ENTRY-EXTENSION.
040600     MOVE WS-ENTRY-EXTENSION TO EI-EXTENSION.
040700     READ EXTENSION-FILE
040800         INVALID KEY
040900             DISPLAY WS-ENTRY-EXTENSION " IS NOT IN THE "
041000                 "INVENTORY."
041100             GO TO 5000-EXIT
041200     END-READ.
041300     IF EI-ASSIGNED
041400         DISPLAY WS-ENTRY-EXTENSION " IS ASSIGNED TO "
041500             EI-PHONE-NUMBER " ON " FUNCTION TRIM(EI-DIRECTORY)
041600             " - FREE IT FIRST. NOT DROPPED."
041700         GO TO 5000-EXIT
041800     END-IF.
041900     DELETE EXTENSION-FILE RECORD.
042000     ADD 1 TO WS-JOURNAL-COUNT.
042100     DISPLAY "EXTENSION " WS-ENTRY-EXTENSION
042200         " DROPPED FROM THE INVENTORY.".
042300 5000-EXIT.
042400     EXIT.
042500
042600 6000-LIST-INVENTORY.
042700     DISPLAY "START AT EXTENSION (BLANK = FIRST) ? ".
042800     MOVE SPACE TO WS-ENTRY-EXTENSION.
042900     ACCEPT WS-ENTRY-EXTENSION.
043000     MOVE ZERO TO WS-LIST-COUNT.
043100     MOVE ZERO TO WS-FREE-COUNT.
043200     MOVE ZERO TO WS-ASSIGNED-COUNT.
043300     MOVE ZERO TO WS-RESERVED-COUNT.
043400     MOVE ZERO TO WS-QUARANTINED-COUNT.
043500     MOVE "N" TO WS-LIST-EOF.
043600     IF WS-ENTRY-EXTENSION = SPACE
043700         MOVE LOW-VALUES TO EI-EXTENSION
043800     ELSE
043900         MOVE WS-ENTRY-EXTENSION TO EI-EXTENSION
044000     END-IF.
044100     START EXTENSION-FILE KEY IS NOT LESS THAN EI-EXTENSION
044200         INVALID KEY
044300             MOVE "Y" TO WS-LIST-EOF
044400     END-START.
044500     PERFORM 6100-LIST-NEXT THRU 6100-EXIT
044600         UNTIL WS-LIST-EOF = "Y".
044700     DISPLAY WS-LIST-COUNT " EXTENSION(S) LISTED - "
044800         WS-FREE-COUNT " FREE, " WS-ASSIGNED-COUNT
044900         " ASSIGNED, " WS-RESERVED-COUNT " RESERVED, "
045000         WS-QUARANTINED-COUNT " QUARANTINED.".
045100 6000-EXIT.
045200     EXIT.
045300
045400 6100-LIST-NEXT.
045500     READ EXTENSION-FILE NEXT RECORD
045600         AT END
045700             MOVE "Y" TO WS-LIST-EOF
045800             GO TO 6100-EXIT
045900     END-READ.
046000     ADD 1 TO WS-LIST-COUNT.
046100     EVALUATE TRUE
046200         WHEN EI-FREE
046300             ADD 1 TO WS-FREE-COUNT
046400         WHEN EI-ASSIGNED
046500             ADD 1 TO WS-ASSIGNED-COUNT
046600         WHEN EI-RESERVED
046700             ADD 1 TO WS-RESERVED-COUNT
046800         WHEN EI-QUARANTINED
046900             ADD 1 TO WS-QUARANTINED-COUNT
047000     END-EVALUATE.
047100     PERFORM 6200-SHOW-EXTENSION THRU 6200-EXIT.
047200 6100-EXIT.
047300     EXIT.
047400
047500 6200-SHOW-EXTENSION.
047600     PERFORM 6300-SET-STATUS-WORD THRU 6300-EXIT.
047700     DISPLAY EI-EXTENSION "  DID " EI-DID-NUMBER "  "
047800         WS-STATUS-WORD " SINCE " EI-STATUS-DATE
047900         " BY " EI-LAST-OPERATOR.
048000     IF EI-ASSIGNED
048100         DISPLAY "       TO " EI-PHONE-NUMBER " ON "
048200             FUNCTION TRIM(EI-DIRECTORY)
048300     END-IF.
048400     IF EI-NOTE NOT = SPACE
048500         DISPLAY "       NOTE " EI-NOTE
048600     END-IF.
048700 6200-EXIT.
048800     EXIT.
048900
049000 6300-SET-STATUS-WORD.
049100     EVALUATE TRUE
049200         WHEN EI-FREE
049300             MOVE "FREE"        TO WS-STATUS-WORD
049400         WHEN EI-ASSIGNED
049500             MOVE "ASSIGNED"    TO WS-STATUS-WORD
049600         WHEN EI-RESERVED
049700             MOVE "RESERVED"    TO WS-STATUS-WORD
049800         WHEN EI-QUARANTINED
049900             MOVE "QUARANTINED" TO WS-STATUS-WORD
050000         WHEN OTHER
050100             MOVE "UNKNOWN"     TO WS-STATUS-WORD
050200     END-EVALUATE.
050300 6300-EXIT.
050400     EXIT.
