002300*----------------------------------------------------------
002400* MOD LOG:
002500*  SEP 2026  DCG  ORIGINAL PROGRAM.
002525*  OCT 2026  DCG  EACH TRANSACTION NOW CARRIES THE KEYER ID
002550*                 (TR-KEYED-BY) FOR IOBATCH'S SAME-NUMBER
002575*                 CONFLICT SCREEN.
002583*  OCT 2026  DCG  ADDS AND CHANGES MAY NOW CARRY AN EXPIRY
002591*                 DATE (TR-EXPIRY-DATE) FOR A TEMPORARY ENTRY.
002592*  OCT 2026  DCG  THE EDITS NOW FOLLOW THE CHOSEN DIRECTORY'S
002593*                 dirreg.dat PROFILE (DIRREG "P", DIRPROF) -
002594*                 ONLY THE CHECKS IT NAMES RUN, A MANDATORY
002595*                 CATEGORY AND THE EXTENSION POLICY ARE
002596*                 ENFORCED, AND AN ADD TO A DIRECTORY NEEDING
002597*                 AN ADDRESS IS WARNED THAT IT WILL NOT LOAD
002598*                 WITHOUT ITS phonaddr.dat ROW.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
011300     05  KY-EXTENSION            PIC X(05).
011400     05  KY-CATEGORY             PIC X(02).
011500     05  KY-EFFECTIVE-DATE       PIC X(08).
011550     05  KY-EXPIRY-DATE          PIC X(08).
011600
011700 01  WS-SCREEN-MESSAGE           PIC X(60).
011800
013500 01  WS-PHONE-DIGIT-COUNT        PIC 9(03) VALUE ZERO.
013600 01  WS-DIGIT-RANGE-FLAG         PIC X(01).
013700     88  DIGIT-COUNT-IN-RANGE            VALUE "Y".
013725
013750*    THE CHOSEN DIRECTORY'S VALIDATION PROFILE.
013775     COPY DIRPROF.
013800
013900 01  WS-KEYED-ADDS               PIC 9(06) COMP VALUE ZERO.
014000 01  WS-KEYED-CHANGES            PIC 9(06) COMP VALUE ZERO.
018000     05  LINE 10 COLUMN 5 VALUE "EFFECTIVE..:".
018100     05  LINE 10 COLUMN 18 PIC X(08)
018200         USING KY-EFFECTIVE-DATE.
018225     05  LINE 11 COLUMN 5 VALUE "EXPIRES....:".
018250     05  LINE 11 COLUMN 18 PIC X(08)
018275         USING KY-EXPIRY-DATE.
018300     05  LINE 12 COLUMN 5 PIC X(60) FROM WS-SCREEN-MESSAGE.
018400
018500 PROCEDURE DIVISION.
024300             INTO WS-TRANS-FILE-NAME
024400         END-STRING
024500     END-IF.
024516     MOVE "P" TO WS-REG-FUNCTION.
024532     MOVE WS-DIRECTORY-FILE TO WS-REG-DIRECTORY.
024548     CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
024564         WS-REG-DIRECTORY WS-REG-PREFIX DIRECTORY-PROFILE
024580         WS-REG-RESULT.
024600 0200-EXIT.
024700     EXIT.
024800
029700         PERFORM 2500-GET-DELETE-NUMBER THRU 2500-EXIT
029800     ELSE
029900         MOVE "N" TO ENTRY-OK
029950         PERFORM 2700-WARN-ADDRESS-RULE THRU 2700-EXIT
030000         PERFORM 3000-GET-FIELDS THRU 3000-EXIT
030100             UNTIL ENTRY-OK = "Y" OR ENTRY-OK = "X"
030200     END-IF.
035400     END-IF.
035500 2600-EXIT.
035600     EXIT.
035605
035610*    THE TRANSACTION CARRIES NO ADDRESS. ON A DIRECTORY
035615*    WHOSE PROFILE MAKES ONE MANDATORY, IOBATCH REJECTS AN
035620*    ADD WHOSE phonaddr.dat ROW IS NOT ALREADY IN PLACE.
035625 2700-WARN-ADDRESS-RULE.
035630     IF WS-TRANS-CODE NOT = "A" OR NOT DP-ADDRESS-REQUIRED
035635         GO TO 2700-EXIT
035640     END-IF.
035645     DISPLAY FUNCTION TRIM(WS-DIRECTORY-FILE)
035650         " NEEDS A MAILING ADDRESS ON EVERY ENTRY - THE ADD"
035655         " WILL NOT LOAD UNLESS ITS ADDRESS IS ON FILE.".
035660     PERFORM 6000-CONFIRM-KEY-ANYWAY THRU 6000-EXIT.
035665     IF YES-NO NOT = "Y"
035670         MOVE "X" TO ENTRY-OK
035675     END-IF.
035680 2700-EXIT.
035685     EXIT.
035700
035800 3000-GET-FIELDS.
035900     DISPLAY KEYING-SCREEN.
037700             TO WS-SCREEN-MESSAGE
037800         MOVE "N" TO ENTRY-OK
037900     END-IF.
037906     IF DP-CATEGORY-REQUIRED AND KY-CATEGORY = SPACE
037912         MOVE "A CATEGORY IS REQUIRED ON THIS DIRECTORY."
037918             TO WS-SCREEN-MESSAGE
037924         MOVE "N" TO ENTRY-OK
037930     END-IF.
037936     IF DP-EXTENSION-REQUIRED AND KY-EXTENSION = SPACE
037942         MOVE "AN EXTENSION IS REQUIRED ON THIS DIRECTORY."
037948             TO WS-SCREEN-MESSAGE
037954         MOVE "N" TO ENTRY-OK
037960     END-IF.
037966     IF DP-EXTENSION-BARRED AND KY-EXTENSION NOT = SPACE
037972         MOVE "NO EXTENSION IS ALLOWED ON THIS DIRECTORY."
037978             TO WS-SCREEN-MESSAGE
037984         MOVE "N" TO ENTRY-OK
037990     END-IF.
038000     IF KY-LAST-NAME = SPACE
038100         MOVE "LAST NAME MUST BE ENTERED!"
038200             TO WS-SCREEN-MESSAGE
039300             TO WS-SCREEN-MESSAGE
039400         MOVE "N" TO ENTRY-OK
039500     END-IF.
039514     IF KY-EXPIRY-DATE NOT = SPACE
039528             AND KY-EXPIRY-DATE NOT NUMERIC
039542         MOVE "EXPIRY DATE MUST BE YYYYMMDD OR BLANK."
039556             TO WS-SCREEN-MESSAGE
039570         MOVE "N" TO ENTRY-OK
039584     END-IF.
039600     IF KY-NUMBER (1:10) NOT NUMERIC
039700         MOVE "PHONE NUMBER MUST BE AT LEAST 10 DIGITS!"
039800             TO WS-SCREEN-MESSAGE
040600         END-IF
040700         CALL "CTRYCHK" USING KY-COUNTRY-CODE
040800             KY-NUMBER WS-CTRY-VALID WS-CTRY-NANP
040825         IF NOT DP-COUNTRY-CHECKED
040850             MOVE "Y" TO WS-CTRY-VALID
040875         END-IF
040900         EVALUATE WS-CTRY-VALID
041000             WHEN "U"
041100                 DISPLAY "COUNTRY CODE " KY-COUNTRY-CODE
042200             WHEN OTHER
042300                 CONTINUE
042400         END-EVALUATE
042500         IF WS-CTRY-NANP = "Y" AND DP-AREA-CHECKED
042600             PERFORM 3400-CHECK-AREA-CODE THRU 3400-EXIT
042700             IF NOT AREA-CODE-FOUND
042800                 IF WS-AREA-REGION NOT = SPACE
044800 3200-CHECK-CATEGORY-CODE.
044900     IF KY-CATEGORY = SPACE
045000             OR NOT CATEGORY-TABLE-ON-HAND
045050             OR NOT DP-CATEGORY-CHECKED
045100         MOVE "Y" TO WS-CAT-MATCH-SWITCH
045200     ELSE
045300         MOVE "N" TO WS-CAT-MATCH-SWITCH
050900     MOVE KY-EXTENSION       TO TR-EXTENSION.
051000     MOVE KY-CATEGORY        TO TR-CATEGORY.
051100     MOVE KY-EFFECTIVE-DATE  TO TR-EFFECTIVE-DATE.
051125     MOVE KY-EXPIRY-DATE     TO TR-EXPIRY-DATE.
051150     MOVE WS-KEYER-ID        TO TR-KEYED-BY.
051200     OPEN EXTEND TRANSACTION-FILE.
051300     IF WS-TRANS-STATUS NOT = "00"
051400         OPEN OUTPUT TRANSACTION-FILE
