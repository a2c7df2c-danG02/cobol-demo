002130*                 REGISTRY THROUGH THE SHARED DIRREG
002140*                 ROUTINE; phone.csv KEEPS ITS LEGACY
002150*                 phonhist.dat NAME.
002160*  OCT 2026  DCG  ARCHIVE ROWS WITHOUT THE CURRENT PHONHVER
002170*                 LAYOUT STAMP ARE COUNTED AND PASSED OVER
002180*                 (ENDS 4) INSTEAD OF DECODED SKEWED; THE
002190*                 REINSTATE IMAGE CARRIES CH-IMAGE-VERSION.
002192*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002194*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002196*                 CHECK VALUE) JUST BEFORE THE WRITE.
002213*  OCT 2026  DCG  AN ARCHIVED RECORD IS SHOWN WITH THE DATED
002230*                 NOTES STILL ON phonnote.dat UNDER ITS
002247*                 NUMBER - PHONARCH LEAVES THEM IN PLACE, SO
002264*                 THEY COME BACK WITH A REINSTATE.
002281*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-CHG-STATUS.

004828     SELECT OPTIONAL NOTE-FILE
004856         ASSIGN TO "phonnote.dat"
004884         ORGANIZATION IS INDEXED
004912         ACCESS MODE IS DYNAMIC
004940         RECORD KEY IS NT-KEY
004968         FILE STATUS IS WS-NOTE-STATUS.

005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  HISTORY-FILE.
006001         PHONE-PRIVACY-FLAG  BY HR-PRIVACY-FLAG
006100         PHONE-OPERATOR-ID   BY HR-OPERATOR-ID
006200         PHONE-ENTRY-DATE    BY HR-ENTRY-DATE.
006300     COPY PHONHVER.

006400 FD  NEW-HISTORY-FILE.
006500 01  NEW-HISTORY-RECORD          PIC X(84).

006700 FD  PHONE-BOOK.
006800     COPY PHONEREC.
007000 FD  CHANGE-HISTORY-FILE.
007100     COPY PHONCHG.

007166 FD  NOTE-FILE.
007232     COPY NOTEREC.

007300 WORKING-STORAGE SECTION.

007500 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONHINQ".
007800 01  WS-NEWH-STATUS              PIC X(02) VALUE "00".
007900 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008000 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
008025 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
008050 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
008100 01  WS-SEAL-CHECK               PIC X(10).
008150 01  WS-SEAL-RESULT              PIC X(01).

008200 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
008300 01  WS-HISTORY-FILE-NAME        PIC X(20)
009200 01  WS-HIST-EOF                 PIC X(01) VALUE "N".
009300     88  END-OF-HISTORY                  VALUE "Y".
009400 01  WS-REWRITE-EOF              PIC X(01) VALUE "N".
009450 01  WS-NOTE-EOF                 PIC X(01).
009500 01  WS-NOTE-FILE-SWITCH         PIC X(01) VALUE "N".
009550     88  NOTES-ON-HAND                   VALUE "Y".

009600 01  YES-NO                      PIC X(01).

009800 01  WS-MATCH-COUNT              PIC 9(05) COMP VALUE ZERO.
009900 01  WS-REINSTATED-COUNT         PIC 9(05) COMP VALUE ZERO.
009950 01  WS-OLD-LAYOUT-COUNT         PIC 9(05) COMP VALUE ZERO.

010100 01  WS-LIVE-OPEN-SWITCH         PIC X(01) VALUE "N".
010200     88  LIVE-FILE-OPEN                  VALUE "Y".
017900     READ HISTORY-FILE
018000         AT END MOVE "Y" TO WS-HIST-EOF
018100     END-READ.
018120     OPEN INPUT NOTE-FILE.
018140     IF WS-NOTE-STATUS = "00"
018160         MOVE "Y" TO WS-NOTE-FILE-SWITCH
018180     END-IF.
018200     PERFORM 2100-SCAN-NEXT THRU 2100-EXIT
018300         UNTIL END-OF-HISTORY.
018400     CLOSE HISTORY-FILE.
018402     IF NOTES-ON-HAND
018404         CLOSE NOTE-FILE
018406     END-IF.
018410     IF WS-OLD-LAYOUT-COUNT > ZERO
018420         DISPLAY "PHONHINQ - WARNING: " WS-OLD-LAYOUT-COUNT
018430             " ARCHIVED ROW(S) IN AN OLD LAYOUT WERE NOT "
018440             "SEARCHED - RUN PHONHCNV."
018450         MOVE 4 TO RETURN-CODE
018460         MOVE 4 TO WS-END-CODE
018470     END-IF.
018500 2000-EXIT.
018600     EXIT.

018800 2100-SCAN-NEXT.
018810*    A ROW FROM BEFORE THE LAYOUT STAMP MAY BE A 79- OR
018820*    81-BYTE IMAGE AND WOULD DECODE SKEWED - COUNT IT AND
018830*    LEAVE IT FOR PHONHCNV RATHER THAN SHOW OR REINSTATE IT.
018840     IF NOT HV-LAYOUT-CURRENT
018850         ADD 1 TO WS-OLD-LAYOUT-COUNT
018860         GO TO 2100-READ-NEXT
018870     END-IF.
018900     IF (WS-SEARCH-LAST-NAME NOT = SPACE
019000             AND HR-LAST-NAME = WS-SEARCH-LAST-NAME)
019100             OR (WS-SEARCH-NUMBER NOT = SPACE
019200             AND HR-NUMBER = WS-SEARCH-NUMBER)
019300         PERFORM 2200-SHOW-AND-OFFER THRU 2200-EXIT
019400     END-IF.
019450 2100-READ-NEXT.
019500     READ HISTORY-FILE
019600         AT END MOVE "Y" TO WS-HIST-EOF
019700     END-READ.
020600         "  CATEGORY: " HR-CATEGORY.
020700     DISPLAY "  ENTERED " HR-ENTRY-DATE " BY "
020800         HR-OPERATOR-ID.
020825     IF NOTES-ON-HAND
020850         PERFORM 2250-SHOW-NOTES THRU 2250-EXIT
020875     END-IF.
020900     PERFORM 2300-ASK-REINSTATE THRU 2300-EXIT.
021000     IF YES-NO = "Y"
021100         PERFORM 3000-REINSTATE-RECORD THRU 3000-EXIT
021300 2200-EXIT.
021400     EXIT.

021413*    THE NOTES STAY KEYED ON THE NUMBER WHILE IT IS ARCHIVED.
021426 2250-SHOW-NOTES.
021439     MOVE HR-NUMBER TO NT-PHONE-NUMBER.
021452     MOVE LOW-VALUES TO NT-DATE.
021465     MOVE LOW-VALUES TO NT-TIME.
021478     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
021491         INVALID KEY
021504             GO TO 2250-EXIT
021517     END-START.
021530     MOVE "N" TO WS-NOTE-EOF.
021543     PERFORM 2260-SHOW-NEXT-NOTE THRU 2260-EXIT
021556         UNTIL WS-NOTE-EOF = "Y".
021569 2250-EXIT.
021582     EXIT.

021583 2260-SHOW-NEXT-NOTE.
021584     READ NOTE-FILE NEXT RECORD
021585         AT END
021586             MOVE "Y" TO WS-NOTE-EOF
021587             GO TO 2260-EXIT
021588     END-READ.
021589     IF NT-PHONE-NUMBER NOT = HR-NUMBER
021590         MOVE "Y" TO WS-NOTE-EOF
021591         GO TO 2260-EXIT
021592     END-IF.
021593     DISPLAY "  NOTE " NT-DATE " " NT-OPERATOR-ID ": "
021594         FUNCTION TRIM(NT-TEXT).
021595 2260-EXIT.
021596     EXIT.

021600 2300-ASK-REINSTATE.
021700     DISPLAY "REINSTATE THIS RECORD (Y/N) ? ".
021800     ACCEPT YES-NO.
026705     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
026800     MOVE SPACE          TO CH-OLD-VALUES.
026900     MOVE HISTORY-RECORD TO CH-NEW-VALUES.
026950     MOVE "03"           TO CH-IMAGE-VERSION.
027000     OPEN EXTEND CHANGE-HISTORY-FILE.
027100     IF WS-CHG-STATUS NOT = "00"
027200         OPEN OUTPUT CHANGE-HISTORY-FILE
027300     END-IF.
027333     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
027366         WS-SEAL-CHECK WS-SEAL-RESULT.
027400     WRITE CHANGE-HISTORY-RECORD.
027500     CLOSE CHANGE-HISTORY-FILE.
027600 3100-EXIT.
030500         UNTIL WS-TABLE-INDEX >= WS-REMOVE-USED
030600             OR WS-REMOVED-SWITCH = "Y".
030700     IF WS-REMOVED-SWITCH = "N"
030800         MOVE HISTORY-ROW-STAMP TO NEW-HISTORY-RECORD
030900         WRITE NEW-HISTORY-RECORD
031000     END-IF.
031100     READ HISTORY-FILE
