001400*       A BLANK ANSWER TO ANY PROMPT MEANS NO LIMIT. THIS
001500*       IS THE REPORT TO PULL WHENEVER THERE IS A DISPUTE
001600*       ABOUT WHO CHANGED A DIRECTORY ENTRY AND WHEN.
001620*       GIVEN A RUN PARAMETER - THE DIRECTORY FOLLOWED BY
001640*       ANY OF NUMBER=, OPERATOR=, FROMDATE=, AND TODATE= -
001660*       THE PROMPTS ARE NOT ASKED; THAT IS HOW SCHEDDRV RUNS
001680*       A REPORT QUEUED FROM PHONEMNU.
001700*----------------------------------------------------------
001800* MOD LOG:
001900*  AUG 2026  DCG  ORIGINAL PROGRAM.
001920*                 DIRECTORIES, SO EACH BLOCK NOW SHOWS
001930*                 WHICH DIRECTORY THE CHANGE WAS MADE ON
001940*                 AND THE RUN CAN BE LIMITED TO ONE.
001952*  OCT 2026  DCG  CHANGES WITHOUT THE CURRENT LAYOUT STAMP
001964*                 (CH-IMAGE-VERSION) ARE COUNTED AND LEFT
001976*                 OFF THE REPORT (ENDS 4) INSTEAD OF BEING
001988*                 DECODED SKEWED.
001990*  OCT 2026  DCG  A RUN PARAMETER (DIRECTORY, THEN NUMBER=,
001992*                 OPERATOR=, FROMDATE=, TODATE=) TAKES THE
001994*                 PLACE OF THE PROMPTS, SO A RUN QUEUED FROM
001996*                 PHONEMNU CAN BE WORKED OVERNIGHT BY SCHEDDRV.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
005310 01  WS-SEL-DIRECTORY            PIC X(20).
005320 01  WS-IMAGE-DIRECTORY          PIC X(20).

005364 01  WS-RUN-LINE                 PIC X(100).
005386 01  WS-RUN-TOKENS.
005408     05  WS-RUN-TOKEN            PIC X(40) OCCURS 4 TIMES.
005430 01  WS-TOKEN-SUB                PIC 9(02) COMP.
005452 01  WS-PARM-KEYWORD             PIC X(10).
005474 01  WS-PARM-VALUE               PIC X(30).

005500 01  WS-SELECT-SWITCH            PIC X(01).
005600     88  CHANGE-SELECTED                 VALUE "Y".

005800 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
005900 01  WS-PRINTED-COUNT            PIC 9(06) COMP VALUE ZERO.
005950 01  WS-OLD-LAYOUT-COUNT         PIC 9(06) COMP VALUE ZERO.
006000 01  WS-DIFF-COUNT               PIC 9(03) COMP VALUE ZERO.

006200 01  WS-LINE-COUNT               PIC 9(02) COMP VALUE ZERO.
014300     MOVE WS-TODAY-MM   TO HL2-MM.
014400     MOVE WS-TODAY-DD   TO HL2-DD.
014500     MOVE WS-TODAY-YYYY TO HL2-YYYY.
014514     MOVE SPACE TO WS-RUN-LINE.
014528     ACCEPT WS-RUN-LINE FROM COMMAND-LINE.
014542     IF WS-RUN-LINE NOT = SPACE
014556         PERFORM 1100-TAKE-RUN-PARM THRU 1100-EXIT
014570         GO TO 1000-EXIT
014584     END-IF.
014600     DISPLAY "LIMIT TO PHONE NUMBER (BLANK FOR ALL) ? ".
014700     ACCEPT WS-SEL-NUMBER.
014800     DISPLAY "LIMIT TO OPERATOR ID (BLANK FOR ALL) ? ".
015400 1000-EXIT.
015500     EXIT.

015508*    A QUEUED RUN HAS NOBODY TO ANSWER THE PROMPTS: THE
015512*    DIRECTORY COMES FIRST ON THE COMMAND LINE, THEN THE
015516*    LIMITS AS KEYWORD=VALUE; AN ABSENT LIMIT MEANS NONE.
015520 1100-TAKE-RUN-PARM.
015521     DISPLAY "PHONAUD - RUN PARAMETER: "
015522         FUNCTION TRIM(WS-RUN-LINE).
015524     MOVE SPACE TO WS-RUN-TOKENS.
015528     UNSTRING WS-RUN-LINE DELIMITED BY ALL SPACE
015532         INTO WS-SEL-DIRECTORY WS-RUN-TOKEN (1)
015536             WS-RUN-TOKEN (2) WS-RUN-TOKEN (3) WS-RUN-TOKEN (4)
015540     END-UNSTRING.
015544     PERFORM 1200-APPLY-RUN-TOKEN THRU 1200-EXIT
015548         VARYING WS-TOKEN-SUB FROM 1 BY 1
015552         UNTIL WS-TOKEN-SUB > 4.
015560 1100-EXIT.
015564     EXIT.

015572 1200-APPLY-RUN-TOKEN.
015576     IF WS-RUN-TOKEN (WS-TOKEN-SUB) = SPACE
015580         GO TO 1200-EXIT
015584     END-IF.
015588     MOVE SPACE TO WS-PARM-KEYWORD WS-PARM-VALUE.
015592     UNSTRING WS-RUN-TOKEN (WS-TOKEN-SUB) DELIMITED BY "="
015596         INTO WS-PARM-KEYWORD WS-PARM-VALUE
015600     END-UNSTRING.
015604     EVALUATE WS-PARM-KEYWORD
015608         WHEN "NUMBER"
015612             MOVE WS-PARM-VALUE (1:15) TO WS-SEL-NUMBER
015616         WHEN "OPERATOR"
015620             MOVE WS-PARM-VALUE (1:8)  TO WS-SEL-OPERATOR
015624         WHEN "FROMDATE"
015628             MOVE WS-PARM-VALUE (1:8)  TO WS-SEL-FROM-DATE
015632         WHEN "TODATE"
015636             MOVE WS-PARM-VALUE (1:8)  TO WS-SEL-TO-DATE
015640         WHEN OTHER
015644             DISPLAY "UNKNOWN RUN PARAMETER IGNORED: "
015648                 WS-RUN-TOKEN (WS-TOKEN-SUB)
015652     END-EVALUATE.
015656 1200-EXIT.
015660     EXIT.

015700 2000-PRODUCE-REPORT.
015800     OPEN INPUT CHANGE-HISTORY-FILE.
015900     IF WS-CHG-STATUS NOT = "00"

017400 2100-REPORT-NEXT.
017500     ADD 1 TO WS-READ-COUNT.
017510*    A ROW FROM BEFORE THE LAYOUT STAMP MAY HOLD 79- OR
017520*    81-BYTE IMAGES THAT WOULD DECODE SKEWED - COUNT IT AND
017530*    LEAVE IT FOR PHONHCNV.
017540     IF NOT CH-IMAGE-CURRENT
017550         ADD 1 TO WS-OLD-LAYOUT-COUNT
017560         GO TO 2100-READ-NEXT
017570     END-IF.
017600     PERFORM 2200-APPLY-SELECTIONS THRU 2200-EXIT.
017700     IF CHANGE-SELECTED
017800         PERFORM 2300-PRINT-CHANGE-BLOCK THRU 2300-EXIT
017900     END-IF.
017950 2100-READ-NEXT.
018000     READ CHANGE-HISTORY-FILE
018100         AT END MOVE "Y" TO WS-EOF-SWITCH
018200     END-READ.
031500     DISPLAY "PHONAUD - " WS-READ-COUNT
031600         " CHANGE(S) ON FILE, " WS-PRINTED-COUNT
031700         " SELECTED FOR phonaud.lst.".
031710     IF WS-OLD-LAYOUT-COUNT > ZERO
031720         DISPLAY "PHONAUD - WARNING: " WS-OLD-LAYOUT-COUNT
031730             " CHANGE(S) IN AN OLD LAYOUT WERE NOT REPORTED - "
031740             "RUN PHONHCNV."
031750         MOVE 4 TO RETURN-CODE
031760         MOVE 4 TO WS-END-CODE
031770     END-IF.
031800 3000-EXIT.
031900     EXIT.
