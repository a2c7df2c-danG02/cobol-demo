002300*       DISPOSITION KEPT ON FILE. REQUIRES SUPERVISOR
002400*       AUTHORITY THROUGH THE SHARED OPERSEC SIGN-ON, THE
002500*       SAME GATE AS PHONREVW.
002514*       A CORRECTION THE approve.cfg RULES CALL SENSITIVE
002528*       (APPRCHK - A CLEARED DO-NOT-CALL FLAG, A TRAINEE
002542*       SUPERVISOR) IS NOT REWRITTEN: IT IS HELD ON
002556*       phonappr.dat FOR A SECOND SUPERVISOR TO DECIDE IN
002570*       PHONAPPR, AND THE REQUEST IS MARKED HELD ("H") UNTIL
002584*       PHONAPPR SETTLES IT.
002600*----------------------------------------------------------
002700* MOD LOG:
002800*  SEP 2026  DCG  ORIGINAL PROGRAM.
002820*                 CHALLENGED LIKE EVERY OTHER WRITE PATH:
002830*                 CATEGORY AGAINST catmast.dat, COUNTRY
002840*                 THROUGH CTRYCHK, PRIVACY TO Y/N/BLANK.
002860*  OCT 2026  DCG  CHANGE-HISTORY IMAGES NOW CARRY THE
002880*                 PHONCHG LAYOUT STAMP (CH-IMAGE-VERSION).
002885*  OCT 2026  DCG  EACH HISTORY ROW IS SEALED BY CHGSEAL
002890*                 (RUNNING SEQUENCE NUMBER AND CHAINED
002895*                 CHECK VALUE) JUST BEFORE THE WRITE.
002896*  OCT 2026  DCG  SENSITIVE CORRECTIONS (APPRCHK) ARE HELD ON
002897*                 phonappr.dat FOR SECOND-PERSON APPROVAL IN
002898*                 PHONAPPR INSTEAD OF BEING REWRITTEN.
002918*  OCT 2026  DCG  THE WORK SCREEN LISTS THE ENTRY'S DATED
002938*                 NOTES (phonnote.dat, NOTEREC) UNDER THE
002958*                 LIVE RECORD BEFORE THE DISPOSITION IS ASKED.
002978*----------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
005300         ASSIGN TO "phonchg.dat"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS WS-CHG-STATUS.
005516
005532     SELECT OPTIONAL APPROVAL-FILE
005548         ASSIGN TO "phonappr.dat"
005564         ORGANIZATION IS LINE SEQUENTIAL
005580         FILE STATUS IS WS-APPR-STATUS.
005582
005584     SELECT OPTIONAL NOTE-FILE
005586         ASSIGN TO "phonnote.dat"
005588         ORGANIZATION IS INDEXED
005590         ACCESS MODE IS DYNAMIC
005592         RECORD KEY IS NT-KEY
005594         FILE STATUS IS WS-NOTE-STATUS.
005600
005700 DATA DIVISION.
005800 FILE SECTION.
006730
006800 FD  CHANGE-HISTORY-FILE.
006900     COPY PHONCHG.
006925
006950 FD  APPROVAL-FILE.
006975     COPY APPRREC.
006981
006987 FD  NOTE-FILE.
006993     COPY NOTEREC.
007000
007100 WORKING-STORAGE SECTION.
007200
007800 01  WS-NEWQ-STATUS              PIC X(02) VALUE "00".
007900 01  WS-PHONE-STATUS             PIC X(02) VALUE "00".
008000 01  WS-CHG-STATUS               PIC X(02) VALUE "00".
008025 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "S".
008050 01  WS-SEAL-CHECK               PIC X(10).
008075 01  WS-SEAL-RESULT              PIC X(01).
008080 01  WS-APPR-STATUS              PIC X(02) VALUE "00".
008085 01  WS-APPR-ACTION              PIC X(01) VALUE "C".
008090 01  WS-APPR-RULE                PIC X(08).
008095 01  WS-APPR-RESULT              PIC X(01).
008096 01  WS-NOTE-STATUS              PIC X(02) VALUE "00".
008097 01  WS-NOTE-FILE-SWITCH         PIC X(01) VALUE "N".
008098     88  NOTES-ON-HAND                   VALUE "Y".
008099 01  WS-NOTE-EOF                 PIC X(01).
008100
008200 01  WS-DIRECTORY-FILE           PIC X(20) VALUE "phone.csv".
008300 01  WS-DIRECTORY-CHOICE         PIC X(01).
012100 01  WS-APPLIED-COUNT            PIC 9(05) COMP VALUE ZERO.
012200 01  WS-REFUSED-COUNT            PIC 9(05) COMP VALUE ZERO.
012300 01  WS-SKIPPED-COUNT            PIC 9(05) COMP VALUE ZERO.
012350 01  WS-HELD-COUNT               PIC 9(05) COMP VALUE ZERO.
012400
012500 01  WS-OPEN-COUNT               PIC 9(06) VALUE ZERO.
012600 01  WS-CLOSE-COUNT              PIC 9(06) VALUE ZERO.
015300     PERFORM 2000-WORK-REQUESTS THRU 2000-EXIT.
015400     DISPLAY "PHONCREQ - " WS-APPLIED-COUNT " APPLIED, "
015500         WS-REFUSED-COUNT " REFUSED, "
015600         WS-HELD-COUNT " HELD FOR APPROVAL, "
015650         WS-SKIPPED-COUNT " LEFT OPEN.".
015700     COMPUTE WS-JOURNAL-COUNT =
015800         WS-APPLIED-COUNT + WS-REFUSED-COUNT + WS-HELD-COUNT.
015900     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
016000         WS-END-CODE.
016100     GOBACK.
025600     PERFORM 3500-COUNT-PHONE-RECORDS THRU 3500-EXIT.
025700     MOVE WS-RECORD-TALLY TO WS-OPEN-COUNT.
025800     OPEN OUTPUT NEW-REQUEST-FILE.
025816     MOVE "N" TO WS-NOTE-FILE-SWITCH.
025832     OPEN INPUT NOTE-FILE.
025848     IF WS-NOTE-STATUS = "00"
025864         MOVE "Y" TO WS-NOTE-FILE-SWITCH
025880     END-IF.
025900     READ REQUEST-FILE
026000         AT END MOVE "Y" TO WS-CREQ-EOF
026100     END-READ.
026300         UNTIL END-OF-REQUESTS.
026400     CLOSE REQUEST-FILE.
026500     CLOSE NEW-REQUEST-FILE.
026525     IF NOTES-ON-HAND
026550         CLOSE NOTE-FILE
026575     END-IF.
026600     PERFORM 3500-COUNT-PHONE-RECORDS THRU 3500-EXIT.
026700     MOVE WS-RECORD-TALLY TO WS-CLOSE-COUNT.
026800     MOVE WS-APPLIED-COUNT TO WS-MVT-CHANGED.
031500         " " WS-DISPLAY-NUMBER
031600         " CAT " PHONE-CATEGORY
031700         " PRIVACY " PHONE-PRIVACY-FLAG.
031725     IF NOTES-ON-HAND
031750         PERFORM 2250-SHOW-NOTES THRU 2250-EXIT
031775     END-IF.
031800     PERFORM 2300-ASK-DISPOSITION THRU 2300-EXIT.
031900     EVALUATE WS-ANSWER
032000         WHEN "A"
034000     END-IF.
034100 2300-EXIT.
034200     EXIT.
034203
034206 2250-SHOW-NOTES.
034209     MOVE PHONE-NUMBER TO NT-PHONE-NUMBER.
034212     MOVE LOW-VALUES TO NT-DATE.
034215     MOVE LOW-VALUES TO NT-TIME.
034218     START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
034221         INVALID KEY
034224             GO TO 2250-EXIT
034227     END-START.
034230     MOVE "N" TO WS-NOTE-EOF.
034233     PERFORM 2260-SHOW-NEXT-NOTE THRU 2260-EXIT
034236         UNTIL WS-NOTE-EOF = "Y".
034239 2250-EXIT.
034242     EXIT.
034245
034248 2260-SHOW-NEXT-NOTE.
034251     READ NOTE-FILE NEXT RECORD
034254         AT END
034257             MOVE "Y" TO WS-NOTE-EOF
034260             GO TO 2260-EXIT
034263     END-READ.
034266     IF NT-PHONE-NUMBER NOT = PHONE-NUMBER
034269         MOVE "Y" TO WS-NOTE-EOF
034272         GO TO 2260-EXIT
034275     END-IF.
034278     DISPLAY "  NOTE " NT-DATE " " NT-OPERATOR-ID ": "
034281         FUNCTION TRIM(NT-TEXT).
034284 2260-EXIT.
034287     EXIT.
034300
034400 3000-APPLY-REQUEST.
034500     MOVE PHONE-RECORD TO WS-OLD-RECORD.
037800         MOVE SPACE TO PHONE-PRIVACY-FLAG
037900     END-IF.
038000     MOVE WS-OPERATOR-ID TO PHONE-OPERATOR-ID.
038011*    A SENSITIVE CORRECTION WAITS FOR A SECOND SUPERVISOR.
038022     MOVE PHONE-RECORD TO WS-NEW-RECORD.
038033     CALL "APPRCHK" USING WS-OPERATOR-ID WS-APPR-ACTION
038044         WS-OLD-RECORD WS-NEW-RECORD WS-APPR-RULE WS-APPR-RESULT.
038055     IF WS-APPR-RESULT = "Y"
038066         PERFORM 3100-HOLD-FOR-APPROVAL THRU 3100-EXIT
038077         GO TO 3000-EXIT
038088     END-IF.
038100     REWRITE PHONE-RECORD.
038200     IF WS-PHONE-STATUS NOT = "00"
038300         DISPLAY "REWRITE FAILED - FILE STATUS "
039800     DISPLAY "REQUEST APPLIED AND IMAGED.".
039900 3000-EXIT.
040000     EXIT.
040003
040006 3100-HOLD-FOR-APPROVAL.
040009     MOVE SPACE TO APPROVAL-RECORD.
040012     MOVE "P"               TO AP-STATUS.
040015     ACCEPT AP-DATE FROM DATE YYYYMMDD.
040018     ACCEPT AP-TIME FROM TIME.
040021     MOVE WS-OPERATOR-ID    TO AP-REQUESTER.
040024     MOVE WS-JOB-NAME       TO AP-SOURCE.
040027     MOVE WS-DIRECTORY-FILE TO AP-DIRECTORY.
040030     MOVE WS-APPR-ACTION    TO AP-ACTION.
040033     MOVE WS-APPR-RULE      TO AP-RULE.
040036     MOVE WS-OLD-RECORD     TO AP-OLD-VALUES.
040039     MOVE WS-NEW-RECORD     TO AP-NEW-VALUES.
040042     MOVE CQ-DATE           TO AP-CREQ-DATE.
040045     MOVE CQ-TIME           TO AP-CREQ-TIME.
040048     OPEN EXTEND APPROVAL-FILE.
040051     IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "05"
040054         OPEN OUTPUT APPROVAL-FILE
040057     END-IF.
040060     WRITE APPROVAL-RECORD.
040063     CLOSE APPROVAL-FILE.
040066     MOVE "H" TO CQ-STATUS.
040069     MOVE "HELD FOR A SECOND SUPERVISOR" TO CQ-DISPOSITION.
040072     PERFORM 2800-STAMP-DISPOSITION THRU 2800-EXIT.
040075     ADD 1 TO WS-HELD-COUNT.
040078     DISPLAY "SENSITIVE CHANGE (" WS-APPR-RULE " RULE) - HELD FOR"
040081         " A SECOND SUPERVISOR IN PHONAPPR.".
040084 3100-EXIT.
040087     EXIT.
040100
040200 4000-REFUSE-REQUEST.
040300     DISPLAY "REFUSAL REASON (FOR THE REQUESTER) ? ".
042700     MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
042800     MOVE WS-OLD-RECORD  TO CH-OLD-VALUES.
042900     MOVE WS-NEW-RECORD  TO CH-NEW-VALUES.
042950     MOVE "03"           TO CH-IMAGE-VERSION.
043000     OPEN EXTEND CHANGE-HISTORY-FILE.
043100     IF WS-CHG-STATUS NOT = "00"
043200         OPEN OUTPUT CHANGE-HISTORY-FILE
043300     END-IF.
043333     CALL "CHGSEAL" USING WS-SEAL-FUNCTION CHANGE-HISTORY-RECORD
043366         WS-SEAL-CHECK WS-SEAL-RESULT.
043400     WRITE CHANGE-HISTORY-RECORD.
043500     CLOSE CHANGE-HISTORY-FILE.
043600 5000-EXIT.
