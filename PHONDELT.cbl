001400*       DAY'S PAPERWORK. A DELTA FAR LARGER THAN THE DAY'S
001500*       KEYED AND BATCHED ACTIVITY IS THE CORRUPTION
001600*       TRIPWIRE. REPORT GOES TO phondelt.lst.
001625*       GIVEN A RUN PARAMETER - THE DIRECTORY FOLLOWED BY
001650*       BACKUP=YYYYMMDD - THE PROMPTS ARE NOT ASKED; THAT IS
001675*       HOW SCHEDDRV RUNS A REPORT QUEUED FROM PHONEMNU.
001700*----------------------------------------------------------
001800* MOD LOG:
001900*  AUG 2026  DCG  ORIGINAL PROGRAM.
001910*  SEP 2026  DCG  THE DIRECTORY CHOICE NOW COMES FROM THE
001920*                 dirreg.dat REGISTRY THROUGH THE SHARED
001930*                 DIRREG ROUTINE.
001941*  OCT 2026  DCG  A RUN PARAMETER (DIRECTORY, THEN BACKUP=
001952*                 YYYYMMDD) TAKES THE PLACE OF THE PROMPTS, SO
001963*                 A RUN QUEUED FROM PHONEMNU CAN BE WORKED
001974*                 OVERNIGHT BY SCHEDDRV; A BAD PARAMETER ENDS
001985*                 12 INSTEAD OF ASKING AGAIN.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
007400 01  WS-BACKUP-DATE              PIC X(08).
007500 01  WS-BACKUP-FILE              PIC X(40).

007544 01  WS-RUN-LINE                 PIC X(100).
007566 01  WS-RUN-DIRECTORY            PIC X(20).
007588 01  WS-RUN-TOKEN                PIC X(40).
007610 01  WS-PARM-KEYWORD             PIC X(10).
007632 01  WS-PARM-VALUE               PIC X(30).
007654 01  WS-QUEUED-SWITCH            PIC X(01) VALUE "N".
007676     88  QUEUED-RUN                      VALUE "Y".

007700 01  WS-LIVE-KEY                 PIC X(15).
007800 01  WS-BACKUP-KEY               PIC X(15).

012500     GOBACK.

012700 0100-GET-DIRECTORY-CHOICE.
012701     MOVE SPACE TO WS-RUN-LINE.
012702     ACCEPT WS-RUN-LINE FROM COMMAND-LINE.
012703     IF WS-RUN-LINE NOT = SPACE
012704         PERFORM 0200-TAKE-RUN-PARM THRU 0200-EXIT
012705         GO TO 0100-EXIT
012706     END-IF.
012707 0100-ASK-CHOICE.
012710     DISPLAY "WHICH DIRECTORY ?".
012720     MOVE 1 TO WS-REG-DIGIT.
012730     PERFORM 0110-SHOW-REGISTRY-ROW THRU 0110-EXIT
013400         WS-REG-RESULT.
013500     IF WS-REG-RESULT NOT = "Y"
013600         DISPLAY "PLEASE ENTER ONE OF THE LISTED CHOICES."
013700         GO TO 0100-ASK-CHOICE
013800     END-IF.
013810     MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE.
013900 0100-EXIT.
014120 0110-EXIT.
014130     EXIT.

014132*    A QUEUED RUN HAS NOBODY TO ANSWER THE PROMPTS: THE
014133*    DIRECTORY COMES FIRST ON THE COMMAND LINE AND MUST BE
014134*    ON THE REGISTRY, THEN BACKUP=YYYYMMDD.
014135 0200-TAKE-RUN-PARM.
014136     MOVE "Y" TO WS-QUEUED-SWITCH.
014137     DISPLAY "PHONDELT - RUN PARAMETER: "
014138         FUNCTION TRIM(WS-RUN-LINE).
014139     MOVE SPACE TO WS-RUN-DIRECTORY WS-RUN-TOKEN.
014140     UNSTRING WS-RUN-LINE DELIMITED BY ALL SPACE
014141         INTO WS-RUN-DIRECTORY WS-RUN-TOKEN
014142     END-UNSTRING.
014143     MOVE "D" TO WS-REG-FUNCTION.
014144     MOVE WS-RUN-DIRECTORY TO WS-REG-DIRECTORY.
014145     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
014146         WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
014147         WS-REG-RESULT.
014148     IF WS-REG-RESULT NOT = "Y"
014149         DISPLAY "DIRECTORY " FUNCTION TRIM(WS-RUN-DIRECTORY)
014150             " IS NOT ON THE REGISTRY - NO DELTA RUN."
014151         PERFORM 0900-END-BAD-PARM THRU 0900-EXIT
014152     END-IF.
014153     MOVE WS-RUN-DIRECTORY TO WS-DIRECTORY-FILE.
014154     MOVE SPACE TO WS-PARM-KEYWORD WS-PARM-VALUE.
014155     UNSTRING WS-RUN-TOKEN DELIMITED BY "="
014156         INTO WS-PARM-KEYWORD WS-PARM-VALUE
014157     END-UNSTRING.
014158     IF WS-PARM-KEYWORD = "BACKUP"
014159         MOVE WS-PARM-VALUE (1:8) TO WS-BACKUP-DATE
014160     ELSE
014161         MOVE SPACE TO WS-BACKUP-DATE
014162     END-IF.
014163 0200-EXIT.
014164     EXIT.

014166 0900-END-BAD-PARM.
014167     MOVE 12 TO RETURN-CODE.
014168     MOVE 12 TO WS-END-CODE.
014169     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
014170         WS-END-CODE.
014171     GOBACK.
014172 0900-EXIT.
014173     EXIT.

014200 1000-GET-BACKUP-DATE.
014220     IF QUEUED-RUN
014240         GO TO 1000-CHECK-DATE
014260     END-IF.
014280 1000-ASK-DATE.
014300     DISPLAY "COMPARE AGAINST BACKUP DATE (YYYYMMDD) ? ".
014400     ACCEPT WS-BACKUP-DATE.
014450 1000-CHECK-DATE.
014500     IF WS-BACKUP-DATE NOT NUMERIC
014600         DISPLAY "BACKUP DATE MUST BE EIGHT DIGITS."
014625         IF QUEUED-RUN
014650             PERFORM 0900-END-BAD-PARM THRU 0900-EXIT
014675         END-IF
014700         GO TO 1000-ASK-DATE
014800     END-IF.
014900     MOVE SPACE TO WS-BACKUP-FILE.
015000     STRING FUNCTION TRIM(WS-DIRECTORY-FILE) DELIMITED BY SIZE
