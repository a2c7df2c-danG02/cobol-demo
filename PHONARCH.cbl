001790*                 FROM THE dirreg.dat REGISTRY THROUGH THE
001792*                 SHARED DIRREG ROUTINE (PREFIX + SUFFIX);
001794*                 phone.csv KEEPS ITS LEGACY NAMES.
001796*  OCT 2026  DCG  EACH ARCHIVED ROW NOW CARRIES THE
001798*                 PHONHVER LAYOUT STAMP AFTER THE IMAGE.
001815*  OCT 2026  DCG  STARTUP LOCK TAKEN WITH DIRLOCK "B" SO A
001832*                 STALE LOCK IS POSTED TO THE ALERT OUTBOX.
001835*  OCT 2026  DCG  RECORD AGES ARE MEASURED FROM THE RUNDATE
001838*                 AS-OF DATE, SO A SWEEP REPLAYED BY THE
001841*                 SCHEDDRV CATCH-UP ARCHIVES WHAT WAS DUE
001844*                 THAT NIGHT.
001850*----------------------------------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002100 FILE-CONTROL.
004800
004900 FD  HISTORY-FILE.
005000 01  HISTORY-RECORD              PIC X(82).
005050     COPY PHONHVER.
005100
005200 FD  KEEP-WORK-FILE.
005300 01  KEEP-RECORD                 PIC X(82).
007500
007600 01  WS-AGE-THRESHOLD-DAYS       PIC 9(05) VALUE 01825.
007700 01  WS-TODAY                    PIC 9(08).
007725 01  WS-RD-FUNCTION              PIC X(01).
007750 01  WS-RD-DATE                  PIC X(08).
007775 01  WS-RD-CATCH-UP              PIC X(01).
007800 01  WS-ENTRY-DATE-NUM           PIC 9(08).
007900 01  WS-ENTRY-AGE-DAYS           PIC S9(08).
008000
009560     IF WS-DIRECTORY-FILE NOT = "phone.csv"
009570         PERFORM 1200-SET-COMPANION-NAMES THRU 1200-EXIT
009590     END-IF.
009592     MOVE "B" TO WS-LOCK-FUNCTION.
009593     MOVE "PHONARCH" TO WS-LOCK-HOLDER.
009594     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
009595         WS-LOCK-FUNCTION WS-LOCK-RESULT.
009602             WS-END-CODE
009603         GOBACK
009604     END-IF.
009699     MOVE "G" TO WS-RD-FUNCTION.
009719     CALL "RUNDATE" USING WS-RD-FUNCTION WS-RD-DATE
009739         WS-RD-CATCH-UP.
009759     MOVE WS-RD-DATE TO WS-TODAY.
009779     PERFORM 1100-READ-THRESHOLD THRU 1100-EXIT.
009800 1000-EXIT.
009900     EXIT.
010000
015500
015600 2300-WRITE-HISTORY.
015700     MOVE PHONE-RECORD TO HISTORY-RECORD.
015750     MOVE "03"         TO HV-LAYOUT-VERSION.
015800     OPEN EXTEND HISTORY-FILE.
015900     IF WS-HIST-STATUS NOT = "00"
016000         OPEN OUTPUT HISTORY-FILE
016100     END-IF.
016200     WRITE HISTORY-ROW-STAMP.
016300     CLOSE HISTORY-FILE.
016400 2300-EXIT.
016500     EXIT.
