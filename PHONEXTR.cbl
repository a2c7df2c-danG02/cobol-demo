001900*       ALWAYS, PLUS EACH INCLUDED FIELD IN THE ORDER
002000*       ABOVE, WITH A "TRAILER,<count>" ROW SO THE
002100*       RECEIVING TEAM CAN PROVE THE HAND-OFF.
002120*       GIVEN A RUN PARAMETER - THE DIRECTORY FOLLOWED BY
002140*       THE SAME KEYWORDS AS KEYWORD=VALUE (AREA=212
002160*       INCLUDE=COUNTRY) - phonextr.cfg IS NOT READ; THAT IS
002180*       HOW SCHEDDRV RUNS AN EXTRACT QUEUED FROM PHONEMNU.
002200*----------------------------------------------------------
002300* MOD LOG:
002400*  AUG 2026  DCG  ORIGINAL PROGRAM.
002420*  OCT 2026  DCG  A RUN PARAMETER (DIRECTORY, THEN THE SAME
002440*                 KEYWORDS AS KEYWORD=VALUE) TAKES THE PLACE
002460*                 OF phonextr.cfg, SO A RUN QUEUED FROM
002480*                 PHONEMNU CAN BE WORKED OVERNIGHT BY SCHEDDRV.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
007700 01  WS-SEL-TO-DATE              PIC X(08) VALUE SPACE.
007800 01  WS-SEL-OPERATOR             PIC X(08) VALUE SPACE.

007850 01  WS-RUN-LINE                 PIC X(150).
007875 01  WS-RUN-TOKENS.
007900     05  WS-RUN-TOKEN            PIC X(40) OCCURS 8 TIMES.
007925 01  WS-TOKEN-SUB                PIC 9(02) COMP.
007950 01  WS-PARM-KEYWORD             PIC X(10).
007975 01  WS-PARM-VALUE               PIC X(30).

008000 01  WS-INCLUDE-COUNTRY          PIC X(01) VALUE "N".
008100 01  WS-INCLUDE-EXTENSION        PIC X(01) VALUE "N".
008200 01  WS-INCLUDE-ENTRY-DATE       PIC X(01) VALUE "N".
010100     GOBACK.

010300 1000-READ-PARMS.
010314     MOVE SPACE TO WS-RUN-LINE.
010328     ACCEPT WS-RUN-LINE FROM COMMAND-LINE.
010342     IF WS-RUN-LINE NOT = SPACE
010356         PERFORM 1300-TAKE-RUN-PARM THRU 1300-EXIT
010370         GO TO 1000-EXIT
010384     END-IF.
010400     OPEN INPUT PARM-FILE.
010500     IF WS-PARM-STATUS NOT = "00"
010600         DISPLAY "NO phonextr.cfg ON HAND - EXTRACTING "
011700     EXIT.

011900 1100-APPLY-PARM.
012650     MOVE XP-KEYWORD TO WS-PARM-KEYWORD.
013400     MOVE XP-VALUE   TO WS-PARM-VALUE.
014150     PERFORM 1200-APPLY-KEYWORD THRU 1200-EXIT.
014900     READ PARM-FILE
015000         AT END MOVE "Y" TO WS-PARM-EOF
015100     END-READ.
015200 1100-EXIT.
015300     EXIT.

015306 1200-APPLY-KEYWORD.
015309     EVALUATE WS-PARM-KEYWORD
015312         WHEN "FILE"
015315             MOVE WS-PARM-VALUE (1:20) TO WS-DIRECTORY-FILE
015318         WHEN "AREA"
015321             MOVE WS-PARM-VALUE (1:3)  TO WS-SEL-AREA
015324         WHEN "FROMDATE"
015327             MOVE WS-PARM-VALUE (1:8)  TO WS-SEL-FROM-DATE
015330         WHEN "TODATE"
015333             MOVE WS-PARM-VALUE (1:8)  TO WS-SEL-TO-DATE
015336         WHEN "OPERATOR"
015339             MOVE WS-PARM-VALUE (1:8)  TO WS-SEL-OPERATOR
015342         WHEN "INCLUDE"
015345             EVALUATE WS-PARM-VALUE (1:9)
015348                 WHEN "COUNTRY  "
015351                     MOVE "Y" TO WS-INCLUDE-COUNTRY
015354                 WHEN "EXTENSION"
015357                     MOVE "Y" TO WS-INCLUDE-EXTENSION
015360                 WHEN "ENTRYDATE"
015363                     MOVE "Y" TO WS-INCLUDE-ENTRY-DATE
015366                 WHEN OTHER
015369                     DISPLAY "UNKNOWN INCLUDE FIELD IGNORED: "
015372                         WS-PARM-VALUE
015375             END-EVALUATE
015378         WHEN SPACE
015381             CONTINUE
015384         WHEN OTHER
015387             DISPLAY "UNKNOWN EXTRACT KEYWORD IGNORED: "
015390                 WS-PARM-KEYWORD
015393     END-EVALUATE.
015396 1200-EXIT.
015399     EXIT.

015405*    A QUEUED RUN HAS NO CFG OF ITS OWN: THE DIRECTORY
015408*    COMES FIRST ON THE COMMAND LINE, THEN EACH KEYWORD AS
015411*    KEYWORD=VALUE, APPLIED EXACTLY AS A CFG LINE WOULD BE.
015414 1300-TAKE-RUN-PARM.
015417     DISPLAY "PHONEXTR - RUN PARAMETER: "
015420         FUNCTION TRIM(WS-RUN-LINE).
015423     MOVE SPACE TO WS-RUN-TOKENS.
015426     UNSTRING WS-RUN-LINE DELIMITED BY ALL SPACE
015429         INTO WS-DIRECTORY-FILE WS-RUN-TOKEN (1)
015432             WS-RUN-TOKEN (2) WS-RUN-TOKEN (3) WS-RUN-TOKEN (4)
015435             WS-RUN-TOKEN (5) WS-RUN-TOKEN (6) WS-RUN-TOKEN (7)
015438             WS-RUN-TOKEN (8)
015441     END-UNSTRING.
015444     PERFORM 1400-APPLY-RUN-TOKEN THRU 1400-EXIT
015447         VARYING WS-TOKEN-SUB FROM 1 BY 1
015450         UNTIL WS-TOKEN-SUB > 8.
015453 1300-EXIT.
015456     EXIT.

015462 1400-APPLY-RUN-TOKEN.
015465     IF WS-RUN-TOKEN (WS-TOKEN-SUB) = SPACE
015468         GO TO 1400-EXIT
015471     END-IF.
015474     MOVE SPACE TO WS-PARM-KEYWORD WS-PARM-VALUE.
015477     UNSTRING WS-RUN-TOKEN (WS-TOKEN-SUB) DELIMITED BY "="
015480         INTO WS-PARM-KEYWORD WS-PARM-VALUE
015483     END-UNSTRING.
015486     PERFORM 1200-APPLY-KEYWORD THRU 1200-EXIT.
015489 1400-EXIT.
015492     EXIT.

015500 2000-PRODUCE-EXTRACT.
015600     OPEN INPUT PHONE-BOOK.
015700     IF WS-PHONE-STATUS NOT = "00"
