002290*                 (ADDRCHG), SO THE DIRECTORY AND ITS
002292*                 ADDRESSES CANNOT COME BACK FROM
002294*                 DIFFERENT POINTS IN TIME.
002295*  OCT 2026  DCG  CHANGES WITHOUT THE CURRENT LAYOUT STAMP
002296*                 (CH-IMAGE-VERSION) ARE NO LONGER
002297*                 REPLAYED SKEWED - THEY ARE COUNTED AND
002298*                 THE RUN ENDS 4 UNTIL PHONHCNV HAS RUN.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
007500 01  WS-REPLAYED-COUNT           PIC 9(06) COMP VALUE ZERO.
007600 01  WS-FAILED-COUNT             PIC 9(06) COMP VALUE ZERO.
007700 01  WS-SKIPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
007705 01  WS-OLD-LAYOUT-COUNT         PIC 9(06) COMP VALUE ZERO.
007710
007720 01  WS-ADDR-STATUS              PIC X(02) VALUE "00".
007730 01  WS-ABAK-STATUS              PIC X(02) VALUE "00".
019500     EXIT.

019700 3100-APPLY-NEXT.
019701*    A ROW FROM BEFORE THE LAYOUT STAMP MAY HOLD 79- OR
019702*    81-BYTE IMAGES; REPLAYING ONE WOULD WRITE A SKEWED
019703*    RECORD, SO IT IS COUNTED AND LEFT FOR PHONHCNV.
019704     IF NOT CH-IMAGE-CURRENT
019705         ADD 1 TO WS-OLD-LAYOUT-COUNT
019706         GO TO 3100-READ-NEXT
019707     END-IF.
019710*    ONLY THIS DIRECTORY'S IMAGES REPLAY; A BLANK
019720*    DIRECTORY (ROWS FROM BEFORE THE FIELD EXISTED)
019730*    READS AS phone.csv.
020000     ELSE
020100         PERFORM 3200-APPLY-CHANGE THRU 3200-EXIT
020200     END-IF.
020250 3100-READ-NEXT.
020300     READ CHANGE-HISTORY-FILE
020400         AT END MOVE "Y" TO WS-EOF-SWITCH
020500     END-READ.
027050         MOVE 4 TO RETURN-CODE
027051         MOVE 4 TO WS-END-CODE
027100     END-IF.
027110     IF WS-OLD-LAYOUT-COUNT NOT = ZERO
027120         DISPLAY "PHONREST - WARNING: " WS-OLD-LAYOUT-COUNT
027130             " CHANGE(S) IN AN OLD LAYOUT WERE NOT REPLAYED - "
027140             "RUN PHONHCNV AND RESTORE AGAIN."
027150         MOVE 4 TO RETURN-CODE
027160         MOVE 4 TO WS-END-CODE
027170     END-IF.
027200     DISPLAY "PHONREST - FULL REGISTER IS ON phonrest.lst.".
027300 4000-EXIT.
027400     EXIT.
