001604*                 THROUGH THE SHARED DIRREG ROUTINE
001605*                 (PREFIX + "ctl.dat" / "bal.lst");
001606*                 phone.csv KEEPS ITS LEGACY NAMES.
001607*  OCT 2026  DCG  A MOVEMENT IMBALANCE OR BROKEN BOOKS NOW
001608*                 POSTS AN ALERT (ALRTPOST).
001610*----------------------------------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
004290 01  WS-JOB-NAME                   PIC X(08) VALUE "PHONERCN".
004291 01  WS-END-CODE                   PIC 9(04) VALUE ZERO.
004295 01  WS-JOURNAL-COUNT              PIC 9(06) VALUE ZERO.
004296 01  WS-ALERT-SEVERITY             PIC X(01) VALUE "E".
004297 01  WS-ALERT-TEXT                 PIC X(60).
004298 01  WS-ALERT-RESULT               PIC X(01).
004299 01  WS-ALERT-COUNT                PIC 9(06).
004300 01  WS-PHONE-STATUS               PIC X(02) VALUE "00".
004310 01  WS-DIRECTORY-FILE             PIC X(20) VALUE "phone.csv".
004320 01  WS-RUN-PARM                   PIC X(20).
011780             MOVE 8 TO RETURN-CODE
011781             MOVE 8 TO WS-END-CODE
011785         END-IF
011787         PERFORM 5100-POST-MOVEMENT-ALERT THRU 5100-EXIT
011790     END-IF.
011791*    THE GENUINE BREAK TEST: THE FILE ITSELF MUST MATCH THE
011792*    DAY'S FINAL BOOKED CLOSING COUNT.
011799             MOVE 8 TO RETURN-CODE
011800             MOVE 8 TO WS-END-CODE
011805         END-IF
011806         PERFORM 5200-POST-BOOKS-ALERT THRU 5200-EXIT
011808     END-IF.
011810 5000-EXIT.
011900     EXIT.

013010     END-STRING.
013020 1100-EXIT.
013030     EXIT.

013040*    BOTH BREAKS ARE POSTED TO THE alrtout.dat ALERT OUTBOX
013050*    (ALRTPOST) SO THE ON-CALL CONTACT HEARS OF THEM BEFORE
013060*    THE MORNING SHIFT OPENS THE DIRECTORY.
013070 5100-POST-MOVEMENT-ALERT.
013080     MOVE SPACE TO WS-ALERT-TEXT.
013090     STRING "MOVEMENTS OUT OF BALANCE - FIRST BAD RUN "
013100                                        DELIMITED BY SIZE
013110         WS-FIRST-BAD-RUN               DELIMITED BY SIZE
013120         INTO WS-ALERT-TEXT
013130     END-STRING.
013140     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
013150         WS-DIRECTORY-FILE WS-ALERT-TEXT WS-ALERT-RESULT.
013160 5100-EXIT.
013170     EXIT.

013180 5200-POST-BOOKS-ALERT.
013190     MOVE SPACE TO WS-ALERT-TEXT.
013195     MOVE WS-ACTUAL-COUNT TO WS-ALERT-COUNT.
013200     STRING "BOOKS BROKEN - COUNT "     DELIMITED BY SIZE
013210         WS-ALERT-COUNT                 DELIMITED BY SIZE
013220         " VS FINAL CLOSE "             DELIMITED BY SIZE
013230         WS-PREV-CLOSE                  DELIMITED BY SIZE
013240         INTO WS-ALERT-TEXT
013250     END-STRING.
013260     CALL "ALRTPOST" USING WS-ALERT-SEVERITY WS-JOB-NAME
013270         WS-DIRECTORY-FILE WS-ALERT-TEXT WS-ALERT-RESULT.
013280 5200-EXIT.
013290     EXIT.
