      *    CALL this program more than once per session without an
      *    intervening CANCEL, which would otherwise let these stats
      *    accumulate across what should be separate sessions.
      *  - a successful add or change now also offers an optional
      *    contact-channel step: up to four typed channels (e-mail,
      *    fax, pager) go to the companion phonchan.dat file keyed
      *    by the same PHONE-NUMBER (CHANREC), each format-checked
      *    through the shared CHANCHK routine before it is stored.
      *    deletes remove the channels with the record, number
      *    changes re-key them, and the session backup copies
      *    phonchan.dat beside phonaddr.dat. PHONINQ shows the
      *    channels and PHONDIST builds the e-mail distribution
      *    lists from them.
      *  - adding an entry to any directory but the business
      *    one now offers the next free extension from the
      *    extninv.dat inventory (EXTNMNT) on the entry form; a
      *    successful add or change marks the entry's extension
      *    assigned there, a delete or an extension change puts
      *    the old one in quarantine, and an extension missing
      *    from the inventory or already assigned elsewhere is
      *    noted. with no inventory on hand nothing is offered.
      *    EXTNRCN reconciles the inventory nightly.
      *  - a successful add or change to any directory but the
      *    business one now offers an office-location step:
      *    building, floor, and room go to the companion
      *    phonloc.dat file keyed by the same PHONE-NUMBER
      *    (LOCNREC). building and floor must be an active row
      *    of the bldgmast.dat table (BLDGMNT) and the room must
      *    fall in the floor's room range when one is set; a
      *    blank building removes the location. deletes and
      *    number changes carry the location the way they carry
      *    the address, and the session backup copies
      *    phonloc.dat. PHONEVAC prints the warden lists from it.
      *  - LOG-CHANGE-HISTORY now stamps each image pair with the
      *    PHONEREC layout it was written in (CH-IMAGE-VERSION),
      *    so the readers of phonchg.dat can tell a current row
      *    from one left over from the 79- and 81-byte days.
      *  - new T transaction (supervisor only) moves entries to
      *    another dirreg.dat directory in one step instead of a
      *    delete here and a re-key in a second session. the
      *    target is locked, backed up, and counted like the
      *    session's own directory; each move writes a delete
      *    image on the source and an add image on the target,
      *    is tallied in both directories' MVTLOG rows, and
      *    re-points the phonverf.dat and phonpers.dat rows at
      *    the target. the address, channel, and location rows
      *    are keyed by the number alone and follow it as they
      *    stand. a number already on the target (the PHONXDUP
      *    case) can replace the target's row, booked there as
      *    a change.
      *  - LOG-CHANGE-HISTORY now has CHGSEAL seal each image
      *    pair just before the write: the next running sequence
      *    number and a check value chained from the row before,
      *    so PHONCHKV can prove phonchg.dat has not been touched.
      *  - the entry form now takes an optional expiry date for a
      *    temporary entry (contractor, seasonal help, project
      *    hotline). it is kept on the companion phonexpy.dat file
      *    keyed by the same PHONE-NUMBER (EXPYREC), shown and
      *    changeable on a change, cleared by blanking it, removed
      *    by a delete, re-keyed by a number change, re-pointed by
      *    a transfer, and backed up with the session. PHONEXPY
      *    removes the entry the night the date arrives and warns
      *    the supervisor a week ahead.
      *  - sensitive changes now wait for a second supervisor:
      *    the shared APPRCHK routine reads the approve.cfg rules
      *    (trainee operators, deletes from protected categories,
      *    clearing a do-not-call flag) and a caught add, change
      *    or delete is written to the phonappr.dat queue instead
      *    of the book. PHONAPPR approves or refuses it.
      *  - CHECK-FOR-DUPLICATE now also asks the shared NUMQCHK
      *    routine whether the number was given up (deleted or
      *    changed away) inside the numquar.cfg cooling-off
      *    period. the operator is told who held it, where, and
      *    when it comes free, and either confirms the add or,
      *    when numquar.cfg says REFUSE, is turned away.
      *  - after an add or change the operator is shown the
      *    entry's dated notes from the companion phonnote.dat
      *    file (NOTEREC) and may add more, each stamped with the
      *    date, time and operator, instead of squeezing them
      *    into the first-name field. the notes are removed by a
      *    delete, re-keyed by a number change, and backed up
      *    with the session, the same as the address.
      *  - FIND-RECORDS now also asks for an optional first name,
      *    judged through NAMEMTCH so a nickname finds the formal
      *    name on file (BOB finds ROBERT - match type K, from the
      *    nicknam.dat table NICKMNT maintains) in both the exact
      *    and the partial/phonetic search; every hit is tagged
      *    with its last-name/first-name match types.
      *  - validation now follows the chosen directory's
      *    dirreg.dat profile, fetched through DIRREG's new "P"
      *    function: the category, country, area and address
      *    checks run only where the profile says, a mandatory
      *    category and the extension policy (required/barred)
      *    are enforced on the form, and a directory that needs a
      *    mailing address gets the address step without asking
      *    and will not take a blank street or city.
      *  - a T transaction now holds the moved entry to the
      *    target directory's profile: a category or extension
      *    the target will not take refuses the move, and a
      *    target that needs a mailing address takes one before
      *    the entry goes across when the number has none.
      *  - a T transaction now also re-points the entry's
      *    extninv.dat inventory row at the target directory, so
      *    EXTNRCN no longer reports every moved extension.
      *--------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IODEMO.
           ASSIGN TO "phonadch.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ADCH-STATUS.

           SELECT OPTIONAL CHANNEL-FILE
           ASSIGN TO "phonchan.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHN-PHONE-NUMBER
           FILE STATUS IS WS-CHAN-STATUS.

           SELECT EXTENSION-FILE
           ASSIGN TO "extninv.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EI-EXTENSION
           FILE STATUS IS WS-EXTN-STATUS.

           SELECT OPTIONAL LOCATION-FILE
           ASSIGN TO "phonloc.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LC-PHONE-NUMBER
           FILE STATUS IS WS-LOC-STATUS.

           SELECT OPTIONAL FLOOR-MASTER-FILE
           ASSIGN TO "bldgmast.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BF-KEY
           FILE STATUS IS WS-FLOOR-STATUS.

           SELECT OPTIONAL TARGET-PHONE-BOOK
           ASSIGN TO WS-TARGET-DIRECTORY-FILE
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TG-NUMBER
           ALTERNATE RECORD KEY IS TG-LAST-NAME
               WITH DUPLICATES
           FILE STATUS IS WS-TARGET-STATUS.

           SELECT VERIFICATION-FILE
           ASSIGN TO "phonverf.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS VF-PHONE-NUMBER
           FILE STATUS IS WS-VERF-STATUS.

           SELECT PERSON-LINK-FILE
           ASSIGN TO "phonpers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PL-PHONE-NUMBER
           FILE STATUS IS WS-LINK-STATUS.

           SELECT OPTIONAL EXPIRY-FILE
           ASSIGN TO "phonexpy.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EX-PHONE-NUMBER
           FILE STATUS IS WS-EXPY-STATUS.

           SELECT OPTIONAL APPROVAL-FILE
           ASSIGN TO "phonappr.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPR-STATUS.

           SELECT OPTIONAL NOTE-FILE
           ASSIGN TO "phonnote.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NT-KEY
           FILE STATUS IS WS-NOTE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD PHONE-BOOK.
       FD ADDRESS-CHANGE-FILE.
           COPY ADDRCHG.

       FD CHANNEL-FILE.
           COPY CHANREC.

       FD EXTENSION-FILE.
           COPY EXTNREC.

       FD LOCATION-FILE.
           COPY LOCNREC.

       FD FLOOR-MASTER-FILE.
           COPY BLDGREC.

       FD TARGET-PHONE-BOOK.
           COPY PHONEREC REPLACING
               PHONE-RECORD      BY TARGET-PHONE-RECORD
               PHONE-LAST-NAME   BY TG-LAST-NAME
               PHONE-FIRST-NAME  BY TG-FIRST-NAME
               PHONE-NUMBER        BY TG-NUMBER
               PHONE-COUNTRY-CODE  BY TG-COUNTRY-CODE
               PHONE-EXTENSION     BY TG-EXTENSION
               PHONE-CATEGORY      BY TG-CATEGORY
               PHONE-PRIVACY-FLAG  BY TG-PRIVACY-FLAG
               PHONE-OPERATOR-ID   BY TG-OPERATOR-ID
               PHONE-ENTRY-DATE    BY TG-ENTRY-DATE.

       FD VERIFICATION-FILE.
           COPY VERFREC.

       FD PERSON-LINK-FILE.
           COPY PERSLNK.

       FD EXPIRY-FILE.
           COPY EXPYREC.

       FD APPROVAL-FILE.
           COPY APPRREC.

       FD NOTE-FILE.
           COPY NOTEREC.

       WORKING-STORAGE SECTION.

       01 WS-JOB-NAME                   PIC X(08) VALUE "IODEMO".
       01 WS-SAVE-ENTRY-DATE           PIC X(08).

       01 WS-CHG-STATUS                PIC X(02) VALUE "00".
       01 WS-SEAL-FUNCTION             PIC X(01) VALUE "S".
       01 WS-SEAL-CHECK                PIC X(10).
       01 WS-SEAL-RESULT               PIC X(01).
       01 WS-OLD-RECORD                PIC X(82).
       01 WS-NEW-RECORD                PIC X(82).

       01 WS-SES-RESULT                 PIC X.

       01 WS-FIND-LAST-NAME             PIC X(20).
       01 WS-FIND-FIRST-NAME            PIC X(20).
       01 WS-FIRST-MATCH                PIC X.
       01 WS-MATCH-TAG                  PIC X(05).
       01 WS-FOUND-SWITCH                PIC X.
       01 WS-SCAN-EOF                    PIC X.
       01 WS-MATCH-TYPE                  PIC X.
       01 WS-REG-DESCRIPTION             PIC X(30).
       01 WS-REG-RESULT                  PIC X.
       01 WS-REG-DIGIT                   PIC 9(02).
      *    THE CHOSEN DIRECTORY'S VALIDATION PROFILE.
           COPY DIRPROF.

       01 WS-AREA-STATUS                 PIC X(02) VALUE "00".
       01 WS-AREA-TODAY                  PIC X(08).
       01 WS-POSTAL-OK                    PIC X.
           88 POSTAL-CODE-OK                     VALUE "Y".

       01 WS-CHAN-STATUS                  PIC X(02) VALUE "00".
       01 WS-CHAN-FOUND                   PIC X.
       01 WS-CHAN-ANSWER                  PIC X.
       01 WS-CHAN-SLOT                    PIC 9.
       01 WS-CHAN-KEEP                    PIC X.
       01 WS-CHAN-RESULT                  PIC X.
           88 CHANNEL-VALUE-OK                   VALUE "Y".

       01 WS-EXTN-STATUS                  PIC X(02) VALUE "00".
       01 WS-EXTN-FILE-SWITCH             PIC X VALUE "N".
           88 EXTENSION-INVENTORY-ON-HAND        VALUE "Y".
       01 WS-EXTN-FOUND                   PIC X.
       01 WS-EXTN-SCAN-EOF                PIC X.
       01 WS-EXTN-OLD-EXTENSION           PIC X(05).
       01 WS-EXTN-PRIOR-NUMBER            PIC X(15).

       01 WS-LOC-STATUS                   PIC X(02) VALUE "00".
       01 WS-LOC-FOUND                    PIC X.
       01 WS-LOC-ANSWER                   PIC X.
       01 WS-FLOOR-STATUS                 PIC X(02) VALUE "00".
       01 WS-FLOOR-FILE-SWITCH            PIC X VALUE "N".
           88 FLOOR-TABLE-ON-HAND                VALUE "Y".
       01 WS-FLOOR-MATCH-SWITCH           PIC X.
           88 FLOOR-CODE-OK                      VALUE "Y".

       01 WS-TARGET-DIRECTORY-FILE        PIC X(20).
       01 WS-TARGET-STATUS                PIC X(02) VALUE "00".
       01 WS-TARGET-OPEN-SWITCH           PIC X VALUE "N".
           88 TARGET-DIRECTORY-OPEN              VALUE "Y".
       01 WS-TARGET-CHOICE                PIC X.
       01 WS-TARGET-OLD-RECORD            PIC X(82).
       01 WS-TARGET-OPEN-COUNT            PIC 9(06) VALUE ZERO.
       01 WS-TARGET-ADDED-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-TARGET-CHANGED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-TARGET-DELETED-COUNT         PIC 9(06) VALUE ZERO.
       01 WS-TARGET-CLOSE-COUNT           PIC 9(06) VALUE ZERO.
       01 WS-XFER-OK                      PIC X.
       01 WS-XFER-ANSWER                  PIC X.
       01 WS-SESSION-PROFILE              PIC X(30).
       01 WS-SAVE-DIRECTORY-FILE          PIC X(20).
       01 WS-VERF-STATUS                  PIC X(02) VALUE "00".
       01 WS-LINK-STATUS                  PIC X(02) VALUE "00".

       01 WS-EXPY-STATUS                  PIC X(02) VALUE "00".
       01 WS-EXPY-FOUND                   PIC X.
       01 WS-EXPIRY-DATE                  PIC X(08).
       01 WS-EXPY-TODAY                   PIC X(08).

       01 WS-APPR-STATUS                  PIC X(02) VALUE "00".
       01 WS-APPR-ACTION                  PIC X.
       01 WS-APPR-RULE                    PIC X(08).
       01 WS-APPR-RESULT                  PIC X.
           88 APPROVAL-NEEDED                    VALUE "Y".

       01 WS-NUMQ-FUNCTION                PIC X.
       01 WS-NUMQ-PRIOR.
           05 WS-NUMQ-PRIOR-LAST          PIC X(20).
           05 WS-NUMQ-PRIOR-FIRST         PIC X(20).
           05 FILLER                      PIC X(42).
       01 WS-NUMQ-DIRECTORY               PIC X(20).
       01 WS-NUMQ-RELEASED                PIC X(08).
       01 WS-NUMQ-FREE                    PIC X(08).
       01 WS-NUMQ-RESULT                  PIC X.

       01 WS-NOTE-STATUS                  PIC X(02) VALUE "00".
       01 WS-NOTE-ANSWER                  PIC X.
       01 WS-NOTE-EOF                     PIC X.
       01 WS-NOTE-NUMBER                  PIC X(15).
       01 WS-NOTE-NEW-NUMBER              PIC X(15).
       01 WS-NOTE-COUNT                   PIC 9(04) VALUE ZERO.

       SCREEN SECTION.
       01 ENTRY-SCREEN.
           05 BLANK SCREEN.
           05 LINE 10 COLUMN 5 VALUE "PRIVACY Y/N:".
           05 LINE 10 COLUMN 18 PIC X(01)
               USING PHONE-PRIVACY-FLAG.
           05 LINE 11 COLUMN 5 VALUE "EXPIRES....:".
           05 LINE 11 COLUMN 18 PIC X(08) USING WS-EXPIRY-DATE.
           05 LINE 12 COLUMN 5 PIC X(60) FROM WS-SCREEN-MESSAGE.

       PROCEDURE DIVISION.
                       DISPLAY "DELETE REQUIRES SUPERVISOR "
                           "AUTHORITY."
                   END-IF
               WHEN "T"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM TRANSFER-RECORDS
                   ELSE
                       DISPLAY "MOVING AN ENTRY REQUIRES SUPERVISOR "
                           "AUTHORITY."
                   END-IF
           END-EVALUATE.
           PERFORM CLOSING-PROCEDURE.
           PERFORM WRITE-JOB-END.
               INTO WS-BACKUP-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           MOVE SPACE TO WS-BACKUP-COMMAND.
           STRING "cp phonchan.dat phonchan.dat."
                                                  DELIMITED BY SIZE
               WS-BACKUP-DATE                     DELIMITED BY SIZE
               ".bak"                             DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           MOVE SPACE TO WS-BACKUP-COMMAND.
           STRING "cp phonloc.dat phonloc.dat."
                                                  DELIMITED BY SIZE
               WS-BACKUP-DATE                     DELIMITED BY SIZE
               ".bak"                             DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           MOVE SPACE TO WS-BACKUP-COMMAND.
           STRING "cp phonexpy.dat phonexpy.dat."
                                                  DELIMITED BY SIZE
               WS-BACKUP-DATE                     DELIMITED BY SIZE
               ".bak"                             DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.
           MOVE SPACE TO WS-BACKUP-COMMAND.
           STRING "cp phonnote.dat phonnote.dat."
                                                  DELIMITED BY SIZE
               WS-BACKUP-DATE                     DELIMITED BY SIZE
               ".bak"                             DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.

       GET-DIRECTORY-CHOICE.
           DISPLAY "WHICH DIRECTORY ?".
               PERFORM GET-DIRECTORY-CHOICE
           ELSE
               MOVE WS-REG-DIRECTORY TO WS-DIRECTORY-FILE
               MOVE "P" TO WS-REG-FUNCTION
               CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
                   WS-REG-DIRECTORY WS-REG-PREFIX DIRECTORY-PROFILE
                   WS-REG-RESULT
      *        THE OTHER-DIRECTORY DUPLICATE NOTE ONLY MAKES
      *        SENSE FOR THE PERSONAL/BUSINESS PAIR - OUTSIDE
      *        IT THERE IS NO "OTHER" FILE TO CROSS-CHECK.
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.
           OPEN I-O CHANNEL-FILE.
           IF WS-CHAN-STATUS = "35"
               OPEN OUTPUT CHANNEL-FILE
               CLOSE CHANNEL-FILE
               OPEN I-O CHANNEL-FILE
           END-IF.
           MOVE "N" TO WS-STATE-FILE-SWITCH.
           OPEN INPUT STATE-MASTER-FILE.
           IF WS-STATE-STATUS = "00"
               DISPLAY "STATE TABLE statmast.dat NOT ON HAND"
                   " - ADDRESSES WILL NOT BE CHALLENGED."
           END-IF.
           MOVE "N" TO WS-EXTN-FILE-SWITCH.
           OPEN I-O EXTENSION-FILE.
           IF WS-EXTN-STATUS = "00"
               MOVE "Y" TO WS-EXTN-FILE-SWITCH
           ELSE
               DISPLAY "EXTENSION INVENTORY extninv.dat NOT ON HAND"
                   " - NO EXTENSION WILL BE OFFERED."
           END-IF.
           OPEN I-O LOCATION-FILE.
           IF WS-LOC-STATUS = "35"
               OPEN OUTPUT LOCATION-FILE
               CLOSE LOCATION-FILE
               OPEN I-O LOCATION-FILE
           END-IF.
           OPEN I-O EXPIRY-FILE.
           IF WS-EXPY-STATUS = "35"
               OPEN OUTPUT EXPIRY-FILE
               CLOSE EXPIRY-FILE
               OPEN I-O EXPIRY-FILE
           END-IF.
           OPEN I-O NOTE-FILE.
           IF WS-NOTE-STATUS = "35"
               OPEN OUTPUT NOTE-FILE
               CLOSE NOTE-FILE
               OPEN I-O NOTE-FILE
           END-IF.
           ACCEPT WS-EXPY-TODAY FROM DATE YYYYMMDD.
           MOVE "N" TO WS-FLOOR-FILE-SWITCH.
           OPEN INPUT FLOOR-MASTER-FILE.
           IF WS-FLOOR-STATUS = "00"
               MOVE "Y" TO WS-FLOOR-FILE-SWITCH
           ELSE
               DISPLAY "BUILDING TABLE bldgmast.dat NOT ON HAND"
                   " - LOCATIONS WILL NOT BE CHALLENGED."
           END-IF.
           PERFORM COUNT-PHONE-RECORDS.
           MOVE WS-RECORD-TALLY TO WS-OPEN-COUNT.
       ACQUIRE-DIRECTORY-LOCK.
           MOVE WS-RECORD-TALLY TO WS-CLOSE-COUNT.
           CLOSE PHONE-BOOK.
           CLOSE ADDRESS-FILE.
           CLOSE CHANNEL-FILE.
           CLOSE LOCATION-FILE.
           CLOSE EXPIRY-FILE.
           CLOSE NOTE-FILE.
           IF FLOOR-TABLE-ON-HAND
               CLOSE FLOOR-MASTER-FILE
           END-IF.
           IF STATE-TABLE-ON-HAND
               CLOSE STATE-MASTER-FILE
           END-IF.
           IF EXTENSION-INVENTORY-ON-HAND
               CLOSE EXTENSION-FILE
           END-IF.
           IF AREA-MASTER-ON-HAND
               CLOSE AREA-CODE-FILE
           END-IF.
       CHECK-CATEGORY-CODE.
           IF PHONE-CATEGORY = SPACE
                   OR NOT CATEGORY-TABLE-ON-HAND
                   OR NOT DP-CATEGORY-CHECKED
               MOVE "Y" TO WS-CAT-MATCH-SWITCH
           ELSE
               MOVE "N" TO WS-CAT-MATCH-SWITCH
           DISPLAY "FIND BY LAST NAME (BLANK TO SKIP) ? ".
           ACCEPT WS-FIND-LAST-NAME.
           IF WS-FIND-LAST-NAME NOT = SPACE
               MOVE SPACE TO WS-FIND-FIRST-NAME
               DISPLAY "FIRST NAME (BLANK FOR ANY) ? "
               ACCEPT WS-FIND-FIRST-NAME
               MOVE "N" TO WS-FOUND-SWITCH
               MOVE "N" TO WS-SCAN-EOF
               MOVE WS-FIND-LAST-NAME TO PHONE-LAST-NAME
                   CALL "NAMEMTCH" USING WS-FIND-LAST-NAME
                       PHONE-LAST-NAME WS-MATCH-TYPE
                   IF WS-MATCH-TYPE NOT = "N"
                       PERFORM CHECK-FIRST-NAME
                   END-IF
                   IF WS-MATCH-TYPE NOT = "N"
                           AND WS-FIRST-MATCH NOT = "N"
                       CALL "PHONFMT" USING PHONE-NUMBER
                           PHONE-COUNTRY-CODE PHONE-EXTENSION
                           WS-DISPLAY-NUMBER
                       DISPLAY PHONE-LAST-NAME " " PHONE-FIRST-NAME
                           " " WS-DISPLAY-NUMBER " " WS-MATCH-TAG
                       MOVE "Y" TO WS-FOUND-SWITCH
                   END-IF
           END-READ.

      *    A FIRST NAME, WHEN ONE WAS GIVEN, IS JUDGED LOOSELY SO A
      *    NICKNAME FINDS THE FORMAL NAME ON FILE; THE TAG CARRIES
      *    BOTH MATCH TYPES.
       CHECK-FIRST-NAME.
           MOVE SPACE TO WS-FIRST-MATCH.
           MOVE SPACE TO WS-MATCH-TAG.
           IF WS-FIND-FIRST-NAME = SPACE
               STRING "(" WS-MATCH-TYPE ")" DELIMITED BY SIZE
                   INTO WS-MATCH-TAG
           ELSE
               CALL "NAMEMTCH" USING WS-FIND-FIRST-NAME
                   PHONE-FIRST-NAME WS-FIRST-MATCH
               STRING "(" WS-MATCH-TYPE "/" WS-FIRST-MATCH ")"
                   DELIMITED BY SIZE INTO WS-MATCH-TAG
           END-IF.

       FIND-SCAN-NEXT.
           READ PHONE-BOOK NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
               NOT AT END
                   IF PHONE-LAST-NAME = WS-FIND-LAST-NAME
                       MOVE "E" TO WS-MATCH-TYPE
                       PERFORM CHECK-FIRST-NAME
                       IF WS-FIRST-MATCH NOT = "N"
                           CALL "PHONFMT" USING PHONE-NUMBER
                               PHONE-COUNTRY-CODE PHONE-EXTENSION
                               WS-DISPLAY-NUMBER
                           DISPLAY PHONE-LAST-NAME " " PHONE-FIRST-NAME
                               " " WS-DISPLAY-NUMBER " " WS-MATCH-TAG
                           MOVE "Y" TO WS-FOUND-SWITCH
                       END-IF
                   ELSE
                       MOVE "Y" TO WS-SCAN-EOF
                   END-IF
           END-READ.

       GET-TRANSACTION-CODE.
           DISPLAY "ADD, CHANGE, DELETE, OR TRANSFER TO ANOTHER "
               "DIRECTORY (A/C/D/T) ? ".
           ACCEPT WS-TRANS-CODE.
           IF WS-TRANS-CODE = "a" OR "c" OR "d" OR "t"
               MOVE FUNCTION UPPER-CASE(WS-TRANS-CODE) TO WS-TRANS-CODE.
           IF WS-TRANS-CODE NOT = "A" AND WS-TRANS-CODE NOT = "C"
                   AND WS-TRANS-CODE NOT = "D"
                   AND WS-TRANS-CODE NOT = "T"
               DISPLAY "PLEASE ENTER A, C, D, OR T."
               PERFORM GET-TRANSACTION-CODE.

       CHANGE-RECORDS.
               NOT INVALID KEY
                   MOVE PHONE-RECORD TO WS-OLD-RECORD
                   MOVE PHONE-ENTRY-DATE TO WS-SAVE-ENTRY-DATE
                   PERFORM LOAD-EXPIRY-DATE
                   MOVE "N" TO ENTRY-OK
                   MOVE SPACE TO WS-SCREEN-MESSAGE
                   PERFORM GET-FIELDS
                       UNTIL ENTRY-OK = "Y"
                   MOVE WS-OPERATOR-ID TO PHONE-OPERATOR-ID
                   MOVE WS-SAVE-ENTRY-DATE TO PHONE-ENTRY-DATE
                   MOVE PHONE-RECORD TO WS-NEW-RECORD
                   MOVE "C" TO WS-APPR-ACTION
                   PERFORM CHECK-FOR-APPROVAL
                   IF APPROVAL-NEEDED
                       PERFORM HOLD-FOR-APPROVAL
                       MOVE "N" TO WS-WRITE-OK
                   ELSE
                       PERFORM REWRITE-THIS-RECORD
                   END-IF
                   IF WRITE-SUCCESSFUL
                       MOVE PHONE-RECORD TO WS-NEW-RECORD
                       PERFORM LOG-CHANGE-HISTORY
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM SAVE-EXPIRY-DATE
                       MOVE WS-FIND-NUMBER TO WS-EXTN-PRIOR-NUMBER
                       IF WS-OLD-RECORD (59:5) NOT = PHONE-EXTENSION
                           MOVE WS-OLD-RECORD (59:5)
                               TO WS-EXTN-OLD-EXTENSION
                           PERFORM RELEASE-INVENTORY-EXTENSION
                       END-IF
                       PERFORM CLAIM-INVENTORY-EXTENSION
                       PERFORM OFFER-ADDRESS-ENTRY
                       PERFORM OFFER-LOCATION-ENTRY
                       PERFORM OFFER-CHANNEL-ENTRY
                       PERFORM OFFER-NOTE-ENTRY
                   END-IF
           END-READ.

                   DISPLAY "NO RECORD ON FILE FOR THAT NUMBER."
               NOT INVALID KEY
                   MOVE PHONE-RECORD TO WS-OLD-RECORD
                   MOVE SPACE TO WS-NEW-RECORD
                   MOVE SPACE TO WS-EXPIRY-DATE
                   MOVE "D" TO WS-APPR-ACTION
                   PERFORM CHECK-FOR-APPROVAL
                   IF APPROVAL-NEEDED
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM DELETE-THIS-RECORD
                   END-IF
           END-READ.

       DELETE-THIS-RECORD.
           DELETE PHONE-BOOK RECORD.
           DISPLAY "RECORD DELETED.".
           ADD 1 TO WS-DELETED-COUNT.
           PERFORM LOG-CHANGE-HISTORY.
           PERFORM REMOVE-COMPANION-ADDRESS.
           PERFORM REMOVE-COMPANION-CHANNELS.
           PERFORM REMOVE-COMPANION-LOCATION.
           PERFORM REMOVE-COMPANION-EXPIRY.
           PERFORM REMOVE-COMPANION-NOTES.
           MOVE WS-OLD-RECORD (59:5) TO WS-EXTN-OLD-EXTENSION.
           PERFORM RELEASE-INVENTORY-EXTENSION.

      *    A SENSITIVE ADD, CHANGE OR DELETE IS NOT APPLIED HERE:
      *    APPRCHK SAYS WHETHER approve.cfg CATCHES IT, AND A
      *    CAUGHT ONE IS QUEUED ON phonappr.dat FOR A SECOND
      *    SUPERVISOR TO APPROVE OR REFUSE THROUGH PHONAPPR.
       CHECK-FOR-APPROVAL.
           CALL "APPRCHK" USING WS-OPERATOR-ID WS-APPR-ACTION
               WS-OLD-RECORD WS-NEW-RECORD WS-APPR-RULE
               WS-APPR-RESULT.

       HOLD-FOR-APPROVAL.
           MOVE SPACE TO APPROVAL-RECORD.
           MOVE "P"               TO AP-STATUS.
           ACCEPT AP-DATE FROM DATE YYYYMMDD.
           ACCEPT AP-TIME FROM TIME.
           MOVE WS-OPERATOR-ID    TO AP-REQUESTER.
           MOVE WS-JOB-NAME       TO AP-SOURCE.
           MOVE WS-DIRECTORY-FILE TO AP-DIRECTORY.
           MOVE WS-APPR-ACTION    TO AP-ACTION.
           MOVE WS-APPR-RULE      TO AP-RULE.
           MOVE WS-OLD-RECORD     TO AP-OLD-VALUES.
           MOVE WS-NEW-RECORD     TO AP-NEW-VALUES.
           MOVE WS-EXPIRY-DATE    TO AP-EXPIRY-DATE.
           OPEN EXTEND APPROVAL-FILE.
           IF WS-APPR-STATUS NOT = "00" AND WS-APPR-STATUS NOT = "05"
               OPEN OUTPUT APPROVAL-FILE
           END-IF.
           WRITE APPROVAL-RECORD.
           CLOSE APPROVAL-FILE.
           DISPLAY "HELD FOR A SECOND SUPERVISOR (" WS-APPR-RULE
               ") - NOT APPLIED UNTIL APPROVED.".

      *    THE COMPANION ADDRESS GOES WITH ITS RECORD - LEAVING
      *    IT BEHIND IS WHAT STRANDED THE phonaddr.dat ORPHANS
      *    PHONAORF NOW SWEEPS FOR.
                       "NUMBER."
           END-READ.

      *    THE CONTACT CHANNELS FOLLOW THEIR RECORD THE SAME WAY
      *    THE ADDRESS DOES - OUT WITH A DELETE, ACROSS WITH A
      *    NUMBER CHANGE.
       REMOVE-COMPANION-CHANNELS.
           MOVE WS-FIND-NUMBER TO CHN-PHONE-NUMBER.
           READ CHANNEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CHANNEL-FILE RECORD
                   DISPLAY "CONTACT CHANNELS REMOVED WITH THE "
                       "RECORD."
           END-READ.

       REKEY-COMPANION-CHANNELS.
           MOVE WS-FIND-NUMBER TO CHN-PHONE-NUMBER.
           READ CHANNEL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE CHANNEL-FILE RECORD
                   MOVE WS-SAVE-RECORD-KEY TO CHN-PHONE-NUMBER
                   WRITE CHANNEL-RECORD
                       INVALID KEY
                           REWRITE CHANNEL-RECORD
                   END-WRITE
                   DISPLAY "CONTACT CHANNELS MOVED TO THE NEW "
                       "NUMBER."
           END-READ.

      *    SO DOES THE OFFICE LOCATION - A STRANDED ROW WOULD PUT
      *    A GONE PERSON ON A WARDEN'S LIST.
       REMOVE-COMPANION-LOCATION.
           MOVE WS-FIND-NUMBER TO LC-PHONE-NUMBER.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE LOCATION-FILE RECORD
                   DISPLAY "OFFICE LOCATION REMOVED WITH THE "
                       "RECORD."
           END-READ.

       REKEY-COMPANION-LOCATION.
           MOVE WS-FIND-NUMBER TO LC-PHONE-NUMBER.
           READ LOCATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE LOCATION-FILE RECORD
                   MOVE WS-SAVE-RECORD-KEY TO LC-PHONE-NUMBER
                   WRITE LOCATION-RECORD
                       INVALID KEY
                           REWRITE LOCATION-RECORD
                   END-WRITE
                   DISPLAY "OFFICE LOCATION MOVED TO THE NEW "
                       "NUMBER."
           END-READ.

      *    AND THE EXPIRY DATE - A ROW LEFT UNDER THE OLD NUMBER
      *    WOULD TAKE OUT WHOEVER IS GIVEN THAT NUMBER NEXT.
       REMOVE-COMPANION-EXPIRY.
           MOVE WS-FIND-NUMBER TO EX-PHONE-NUMBER.
           READ EXPIRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE EXPIRY-FILE RECORD
                   DISPLAY "EXPIRY DATE REMOVED WITH THE RECORD."
           END-READ.

       REKEY-COMPANION-EXPIRY.
           MOVE WS-FIND-NUMBER TO EX-PHONE-NUMBER.
           READ EXPIRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DELETE EXPIRY-FILE RECORD
                   MOVE WS-SAVE-RECORD-KEY TO EX-PHONE-NUMBER
                   WRITE EXPIRY-RECORD
                       INVALID KEY
                           REWRITE EXPIRY-RECORD
                   END-WRITE
                   DISPLAY "EXPIRY DATE MOVED TO THE NEW NUMBER."
           END-READ.

      *    AN ENTRY'S NOTES GO WITH IT TOO. EACH PASS STARTS AGAIN
      *    AT THE OLD NUMBER'S FIRST NOTE, SO A ROW TAKEN OUT (OR
      *    WRITTEN BACK UNDER THE NEW NUMBER) NEVER UPSETS THE
      *    READ POSITION.
       REMOVE-COMPANION-NOTES.
           MOVE WS-FIND-NUMBER TO WS-NOTE-NUMBER.
           MOVE SPACE TO WS-NOTE-NEW-NUMBER.
           MOVE ZERO TO WS-NOTE-COUNT.
           MOVE "N" TO WS-NOTE-EOF.
           PERFORM CARRY-NEXT-NOTE
               UNTIL WS-NOTE-EOF = "Y".
           IF WS-NOTE-COUNT > ZERO
               DISPLAY WS-NOTE-COUNT " NOTE(S) REMOVED WITH THE "
                   "RECORD."
           END-IF.

       REKEY-COMPANION-NOTES.
           MOVE WS-FIND-NUMBER TO WS-NOTE-NUMBER.
           MOVE WS-SAVE-RECORD-KEY TO WS-NOTE-NEW-NUMBER.
           MOVE ZERO TO WS-NOTE-COUNT.
           MOVE "N" TO WS-NOTE-EOF.
           PERFORM CARRY-NEXT-NOTE
               UNTIL WS-NOTE-EOF = "Y".
           IF WS-NOTE-COUNT > ZERO
               DISPLAY WS-NOTE-COUNT " NOTE(S) MOVED TO THE NEW "
                   "NUMBER."
           END-IF.

       CARRY-NEXT-NOTE.
           MOVE WS-NOTE-NUMBER TO NT-PHONE-NUMBER.
           MOVE LOW-VALUES TO NT-DATE.
           MOVE LOW-VALUES TO NT-TIME.
           START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-EOF
           END-START.
           IF WS-NOTE-EOF = "N"
               READ NOTE-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-NOTE-EOF
               END-READ
           END-IF.
           IF WS-NOTE-EOF = "N"
               IF NT-PHONE-NUMBER NOT = WS-NOTE-NUMBER
                   MOVE "Y" TO WS-NOTE-EOF
               ELSE
                   DELETE NOTE-FILE RECORD
                   IF WS-NOTE-STATUS NOT = "00"
                       MOVE "Y" TO WS-NOTE-EOF
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       IF WS-NOTE-NEW-NUMBER NOT = SPACE
                           MOVE WS-NOTE-NEW-NUMBER TO NT-PHONE-NUMBER
                           WRITE NOTE-RECORD
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    A CHANGE SHOWS THE ENTRY'S CURRENT EXPIRY DATE ON THE
      *    FORM. A ROW BELONGING TO THE SAME NUMBER IN ANOTHER
      *    DIRECTORY IS NOT THIS ENTRY'S AND IS NOT SHOWN.
       LOAD-EXPIRY-DATE.
           MOVE SPACE TO WS-EXPIRY-DATE.
           MOVE WS-FIND-NUMBER TO EX-PHONE-NUMBER.
           READ EXPIRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EX-DIRECTORY = WS-DIRECTORY-FILE
                       MOVE EX-EXPIRY-DATE TO WS-EXPIRY-DATE
                   END-IF
           END-READ.

      *    AFTER A SUCCESSFUL ADD OR CHANGE THE FORM'S EXPIRY DATE
      *    IS WRITTEN BACK WITH THE NAMES THE ENTRY NOW CARRIES,
      *    WHICH PHONEXPY MATCHES BEFORE IT REMOVES ANYTHING. A
      *    BLANK DATE CLEARS THE ENTRY'S ROW.
       SAVE-EXPIRY-DATE.
           MOVE PHONE-NUMBER TO EX-PHONE-NUMBER.
           READ EXPIRY-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXPY-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-EXPY-FOUND
           END-READ.
           IF WS-EXPIRY-DATE = SPACE
               IF WS-EXPY-FOUND = "Y"
                       AND EX-DIRECTORY = WS-DIRECTORY-FILE
                   DELETE EXPIRY-FILE RECORD
                   DISPLAY "EXPIRY DATE CLEARED - ENTRY IS PERMANENT."
               END-IF
           ELSE
               MOVE PHONE-NUMBER       TO EX-PHONE-NUMBER
               MOVE WS-DIRECTORY-FILE  TO EX-DIRECTORY
               MOVE WS-EXPIRY-DATE     TO EX-EXPIRY-DATE
               MOVE PHONE-LAST-NAME    TO EX-LAST-NAME
               MOVE PHONE-FIRST-NAME   TO EX-FIRST-NAME
               MOVE WS-OPERATOR-ID     TO EX-SET-BY
               MOVE WS-EXPY-TODAY      TO EX-SET-DATE
               IF WS-EXPY-FOUND = "Y"
                   REWRITE EXPIRY-RECORD
               ELSE
                   WRITE EXPIRY-RECORD
               END-IF
               IF WS-EXPY-STATUS = "00"
                   DISPLAY "ENTRY WILL BE REMOVED ON "
                       WS-EXPIRY-DATE "."
               ELSE
                   DISPLAY "EXPIRY DATE NOT SAVED - FILE STATUS "
                       WS-EXPY-STATUS
               END-IF
           END-IF.

      *    THE SAME BEFORE/AFTER IMAGING LOG-CHANGE-HISTORY
      *    GIVES DIRECTORY RECORDS, FOR THE ADDRESS FILE.
       LOG-ADDRESS-HISTORY.
           WRITE ADDRESS-CHANGE-RECORD.
           CLOSE ADDRESS-CHANGE-FILE.

      *    A TRANSFER MOVES ENTRIES FROM THE SESSION'S DIRECTORY
      *    TO ONE OTHER REGISTERED DIRECTORY. THE TARGET IS
      *    LOCKED, BACKED UP, AND COUNTED AT OPEN AND CLOSE THE
      *    WAY OPENING-PROCEDURE AND CLOSING-PROCEDURE TREAT THE
      *    SESSION'S OWN FILE, SO BOTH DIRECTORIES BOOK THEIR
      *    SIDE OF EVERY MOVE ON phonmvt.dat.
       TRANSFER-RECORDS.
           PERFORM GET-TARGET-DIRECTORY.
           IF WS-TARGET-DIRECTORY-FILE = SPACE
               DISPLAY "NO ENTRY MOVED."
           ELSE
               PERFORM OPEN-TARGET-DIRECTORY
               IF TARGET-DIRECTORY-OPEN
                   MOVE "Y" TO YES-NO
                   PERFORM TRANSFER-ONE-RECORD
                       UNTIL YES-NO = "N"
                   PERFORM CLOSE-TARGET-DIRECTORY
               END-IF
           END-IF.

       GET-TARGET-DIRECTORY.
           DISPLAY "MOVE ENTRIES TO WHICH DIRECTORY ? (BLANK = NONE)".
           MOVE 1 TO WS-REG-DIGIT.
           PERFORM SHOW-REGISTRY-ROW
               UNTIL WS-REG-DIGIT > 9.
           DISPLAY "SELECTION ? ".
           MOVE SPACE TO WS-TARGET-CHOICE.
           ACCEPT WS-TARGET-CHOICE.
           MOVE SPACE TO WS-TARGET-DIRECTORY-FILE.
           IF WS-TARGET-CHOICE NOT = SPACE
               MOVE "C" TO WS-REG-FUNCTION
               MOVE WS-TARGET-CHOICE TO WS-REG-CHOICE
               CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
                   WS-REG-DIRECTORY WS-REG-PREFIX WS-REG-DESCRIPTION
                   WS-REG-RESULT
               IF WS-REG-RESULT NOT = "Y"
                   DISPLAY "PLEASE ENTER ONE OF THE LISTED CHOICES."
                   PERFORM GET-TARGET-DIRECTORY
               ELSE
                   IF WS-REG-DIRECTORY = WS-DIRECTORY-FILE
                       DISPLAY "ENTRIES ARE ALREADY ON "
                           FUNCTION TRIM(WS-DIRECTORY-FILE)
                           " - CHOOSE ANOTHER DIRECTORY."
                       PERFORM GET-TARGET-DIRECTORY
                   ELSE
                       MOVE WS-REG-DIRECTORY
                           TO WS-TARGET-DIRECTORY-FILE
                   END-IF
               END-IF
           END-IF.

       OPEN-TARGET-DIRECTORY.
           MOVE "N" TO WS-TARGET-OPEN-SWITCH.
           MOVE "L" TO WS-LOCK-FUNCTION.
           MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
           CALL "DIRLOCK" USING WS-TARGET-DIRECTORY-FILE
               WS-LOCK-HOLDER WS-LOCK-FUNCTION WS-LOCK-RESULT.
           IF WS-LOCK-RESULT = "N"
               DISPLAY FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                   " IN USE BY OPERATOR " WS-LOCK-HOLDER
                   " - NO ENTRY MOVED."
           ELSE
      *        THE DUPLICATE NOTE'S READ-ONLY COPY OF THE OTHER
      *        FILE IS NOT NEEDED ON A TRANSFER - LET IT GO
      *        BEFORE THE SAME FILE IS OPENED FOR UPDATE.
               IF OTHER-DIRECTORY-ON-HAND
                       AND WS-OTHER-DIRECTORY-FILE
                           = WS-TARGET-DIRECTORY-FILE
                   CLOSE OTHER-PHONE-BOOK
                   MOVE "N" TO WS-OTHER-FILE-SWITCH
               END-IF
               PERFORM BACKUP-TARGET-FILE
               OPEN I-O TARGET-PHONE-BOOK
               IF WS-TARGET-STATUS = "35"
                   OPEN OUTPUT TARGET-PHONE-BOOK
                   CLOSE TARGET-PHONE-BOOK
                   OPEN I-O TARGET-PHONE-BOOK
               END-IF
               IF WS-TARGET-STATUS NOT = "00"
                       AND WS-TARGET-STATUS NOT = "05"
                   DISPLAY "UNABLE TO OPEN "
                       FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                       " - FILE STATUS " WS-TARGET-STATUS
                   MOVE "U" TO WS-LOCK-FUNCTION
                   MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER
                   CALL "DIRLOCK" USING WS-TARGET-DIRECTORY-FILE
                       WS-LOCK-HOLDER WS-LOCK-FUNCTION
                       WS-LOCK-RESULT
               ELSE
                   MOVE "Y" TO WS-TARGET-OPEN-SWITCH
                   MOVE ZERO TO WS-TARGET-ADDED-COUNT
                   MOVE ZERO TO WS-TARGET-CHANGED-COUNT
                   MOVE ZERO TO WS-TARGET-DELETED-COUNT
                   PERFORM COUNT-TARGET-RECORDS
                   MOVE WS-RECORD-TALLY TO WS-TARGET-OPEN-COUNT
               END-IF
           END-IF.

       BACKUP-TARGET-FILE.
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
           MOVE SPACE TO WS-BACKUP-COMMAND.
           STRING "cp "                               DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE) DELIMITED BY SIZE
               " "                                     DELIMITED BY SIZE
               FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE) DELIMITED BY SIZE
               "."                                     DELIMITED BY SIZE
               WS-BACKUP-DATE                          DELIMITED BY SIZE
               ".bak"                                  DELIMITED BY SIZE
               INTO WS-BACKUP-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-BACKUP-COMMAND.

       TRANSFER-ONE-RECORD.
           DISPLAY "ENTER NUMBER OF RECORD TO MOVE ? ".
           ACCEPT WS-FIND-NUMBER.
           MOVE WS-FIND-NUMBER TO PHONE-NUMBER.
           READ PHONE-BOOK
               INVALID KEY
                   DISPLAY "NO RECORD ON FILE FOR THAT NUMBER."
               NOT INVALID KEY
                   PERFORM MOVE-TO-TARGET
           END-READ.
           PERFORM GO-AGAIN.

      *    THE ENTRY GOES ACROSS AS IT STANDS - ENTRY DATE AND
      *    OPERATOR TRAIL INCLUDED. A NUMBER ALREADY ON THE TARGET
      *    IS SHOWN AND ONLY REPLACED ON THE OPERATOR'S SAY-SO.
      *    THE ENTRY MUST MEET THE TARGET'S OWN dirreg.dat
      *    PROFILE: THE SESSION'S PROFILE IS PARKED WHILE THE
      *    TARGET'S IS CHECKED, SO A MISSING MANDATORY ADDRESS IS
      *    TAKEN UNDER THE TARGET'S RULES BEFORE THE MOVE.
       MOVE-TO-TARGET.
           MOVE PHONE-RECORD TO WS-OLD-RECORD.
           MOVE "Y" TO WS-XFER-OK.
           MOVE DIRECTORY-PROFILE TO WS-SESSION-PROFILE.
           MOVE "P" TO WS-REG-FUNCTION.
           MOVE WS-TARGET-DIRECTORY-FILE TO WS-REG-DIRECTORY.
           CALL "DIRREG" USING WS-REG-FUNCTION WS-REG-CHOICE
               WS-REG-DIRECTORY WS-REG-PREFIX DIRECTORY-PROFILE
               WS-REG-RESULT.
           PERFORM CHECK-TARGET-PROFILE.
           IF WS-XFER-OK = "Y"
               PERFORM CHECK-TARGET-ROW
           END-IF.
           IF WS-XFER-OK = "Y" AND DP-ADDRESS-REQUIRED
               PERFORM CHECK-TARGET-ADDRESS
           END-IF.
           MOVE WS-SESSION-PROFILE TO DIRECTORY-PROFILE.
           IF WS-XFER-OK = "Y"
               MOVE WS-OLD-RECORD TO TARGET-PHONE-RECORD
               IF WS-TARGET-OLD-RECORD = SPACE
                   WRITE TARGET-PHONE-RECORD
               ELSE
                   REWRITE TARGET-PHONE-RECORD
               END-IF
               IF WS-TARGET-STATUS NOT = "00"
                   DISPLAY "ENTRY NOT MOVED - "
                       FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                       " WRITE FAILED, FILE STATUS " WS-TARGET-STATUS
               ELSE
                   PERFORM COMPLETE-TRANSFER
               END-IF
           END-IF.

      *    THE CATEGORY AND EXTENSION RULES THE ENTRY FORM
      *    ENFORCES, AGAINST THE TARGET'S PROFILE.
       CHECK-TARGET-PROFILE.
           PERFORM CHECK-CATEGORY-CODE.
           IF NOT CATEGORY-CODE-OK
               DISPLAY "ENTRY NOT MOVED - CATEGORY " PHONE-CATEGORY
                   " IS NOT ON THE ACTIVE TABLE."
               MOVE "N" TO WS-XFER-OK
           END-IF.
           IF DP-CATEGORY-REQUIRED AND PHONE-CATEGORY = SPACE
               DISPLAY "ENTRY NOT MOVED - "
                   FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                   " REQUIRES A CATEGORY."
               MOVE "N" TO WS-XFER-OK
           END-IF.
           IF DP-EXTENSION-REQUIRED AND PHONE-EXTENSION = SPACE
               DISPLAY "ENTRY NOT MOVED - "
                   FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                   " REQUIRES AN EXTENSION."
               MOVE "N" TO WS-XFER-OK
           END-IF.
           IF DP-EXTENSION-BARRED AND PHONE-EXTENSION NOT = SPACE
               DISPLAY "ENTRY NOT MOVED - "
                   FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                   " ALLOWS NO EXTENSION."
               MOVE "N" TO WS-XFER-OK
           END-IF.

       CHECK-TARGET-ROW.
           MOVE WS-FIND-NUMBER TO TG-NUMBER.
           READ TARGET-PHONE-BOOK
               INVALID KEY
                   MOVE SPACE TO WS-TARGET-OLD-RECORD
               NOT INVALID KEY
                   MOVE TARGET-PHONE-RECORD TO WS-TARGET-OLD-RECORD
                   DISPLAY WS-FIND-NUMBER " IS ALREADY ON "
                       FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                       " AS " TG-LAST-NAME " " TG-FIRST-NAME
                   DISPLAY "REPLACE IT WITH THE MOVED ENTRY (Y/N) ? "
                   MOVE SPACE TO WS-XFER-ANSWER
                   ACCEPT WS-XFER-ANSWER
                   IF WS-XFER-ANSWER NOT = "Y"
                           AND WS-XFER-ANSWER NOT = "y"
                       MOVE "N" TO WS-XFER-OK
                       DISPLAY "ENTRY NOT MOVED."
                   END-IF
           END-READ.

      *    THE ADDRESS ROW IS KEYED BY THE NUMBER ALONE, SO ONE
      *    TAKEN HERE GOES WITH THE ENTRY AS IT STANDS.
       CHECK-TARGET-ADDRESS.
           MOVE "N" TO WS-ADDR-ANSWER.
           MOVE PHONE-NUMBER TO ADR-PHONE-NUMBER.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE "Y" TO WS-ADDR-ANSWER
               NOT INVALID KEY
                   IF ADR-STREET = SPACE
                       MOVE "Y" TO WS-ADDR-ANSWER
                   END-IF
           END-READ.
           IF WS-ADDR-ANSWER = "Y"
               DISPLAY FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE)
                   " NEEDS A MAILING ADDRESS ON EVERY ENTRY."
               PERFORM GET-ADDRESS-FIELDS
               IF WS-ADDR-STATUS NOT = "00"
                   MOVE "N" TO WS-XFER-OK
                   DISPLAY "ENTRY NOT MOVED."
               END-IF
           END-IF.

      *    THE SOURCE IMAGE IS A DELETE AGAINST THIS SESSION'S
      *    DIRECTORY AND THE TARGET IMAGE AN ADD (OR, OVER AN
      *    EXISTING ROW, A CHANGE) AGAINST THE TARGET, SO A
      *    RESTORE OF EITHER FILE ROLLS THE MOVE FORWARD.
       COMPLETE-TRANSFER.
           MOVE WS-FIND-NUMBER TO PHONE-NUMBER.
           DELETE PHONE-BOOK RECORD.
           ADD 1 TO WS-DELETED-COUNT.
           MOVE SPACE TO WS-NEW-RECORD.
           PERFORM LOG-CHANGE-HISTORY.
           MOVE WS-TARGET-OLD-RECORD TO WS-OLD-RECORD.
           MOVE TARGET-PHONE-RECORD TO WS-NEW-RECORD.
           MOVE WS-DIRECTORY-FILE TO WS-SAVE-DIRECTORY-FILE.
           MOVE WS-TARGET-DIRECTORY-FILE TO WS-DIRECTORY-FILE.
           PERFORM LOG-CHANGE-HISTORY.
           MOVE WS-SAVE-DIRECTORY-FILE TO WS-DIRECTORY-FILE.
           IF WS-TARGET-OLD-RECORD = SPACE
               ADD 1 TO WS-TARGET-ADDED-COUNT
           ELSE
               ADD 1 TO WS-TARGET-CHANGED-COUNT
           END-IF.
           PERFORM CARRY-VERIFICATION.
           PERFORM CARRY-PERSON-LINK.
           PERFORM CARRY-EXPIRY.
           PERFORM CARRY-EXTENSION.
           DISPLAY "ENTRY MOVED TO "
               FUNCTION TRIM(WS-TARGET-DIRECTORY-FILE) ".".

       CARRY-VERIFICATION.
           OPEN I-O VERIFICATION-FILE.
           IF WS-VERF-STATUS = "00"
               MOVE WS-FIND-NUMBER TO VF-PHONE-NUMBER
               READ VERIFICATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VF-DIRECTORY = WS-DIRECTORY-FILE
                           MOVE WS-TARGET-DIRECTORY-FILE
                               TO VF-DIRECTORY
                           REWRITE VERIFICATION-RECORD
                           DISPLAY "VERIFICATION HISTORY MOVED "
                               "WITH THE ENTRY."
                       END-IF
               END-READ
               CLOSE VERIFICATION-FILE
           END-IF.

      *    A TEMPORARY ENTRY STAYS TEMPORARY IN ITS NEW HOME.
       CARRY-EXPIRY.
           MOVE WS-FIND-NUMBER TO EX-PHONE-NUMBER.
           READ EXPIRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF EX-DIRECTORY = WS-DIRECTORY-FILE
                       MOVE WS-TARGET-DIRECTORY-FILE TO EX-DIRECTORY
                       REWRITE EXPIRY-RECORD
                       DISPLAY "EXPIRY DATE MOVED WITH THE ENTRY."
                   END-IF
           END-READ.

      *    THE INVENTORY ROW STAYS ASSIGNED TO THE NUMBER AND
      *    NOW NAMES THE DIRECTORY THE ENTRY LIVES IN.
       CARRY-EXTENSION.
           IF EXTENSION-INVENTORY-ON-HAND
                   AND TG-EXTENSION NOT = SPACE
               MOVE TG-EXTENSION TO EI-EXTENSION
               READ EXTENSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EI-ASSIGNED
                               AND EI-PHONE-NUMBER = WS-FIND-NUMBER
                           MOVE WS-TARGET-DIRECTORY-FILE
                               TO EI-DIRECTORY
                           ACCEPT EI-STATUS-DATE FROM DATE YYYYMMDD
                           MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR
                           REWRITE EXTENSION-RECORD
                           DISPLAY "EXTENSION " TG-EXTENSION
                               " MOVED WITH THE ENTRY."
                       END-IF
               END-READ
           END-IF.

       CARRY-PERSON-LINK.
           OPEN I-O PERSON-LINK-FILE.
           IF WS-LINK-STATUS = "00"
               MOVE WS-FIND-NUMBER TO PL-PHONE-NUMBER
               READ PERSON-LINK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PL-DIRECTORY = WS-DIRECTORY-FILE
                           MOVE WS-TARGET-DIRECTORY-FILE
                               TO PL-DIRECTORY
                           REWRITE PERSON-LINK-RECORD
                           DISPLAY "PERSON LINK MOVED WITH THE "
                               "ENTRY."
                       END-IF
               END-READ
               CLOSE PERSON-LINK-FILE
           END-IF.

       CLOSE-TARGET-DIRECTORY.
           PERFORM COUNT-TARGET-RECORDS.
           MOVE WS-RECORD-TALLY TO WS-TARGET-CLOSE-COUNT.
           CLOSE TARGET-PHONE-BOOK.
           MOVE "N" TO WS-TARGET-OPEN-SWITCH.
           CALL "MVTLOG" USING WS-JOB-NAME WS-TARGET-DIRECTORY-FILE
               WS-TARGET-OPEN-COUNT WS-TARGET-ADDED-COUNT
               WS-TARGET-CHANGED-COUNT WS-TARGET-DELETED-COUNT
               WS-TARGET-CLOSE-COUNT.
           MOVE "U" TO WS-LOCK-FUNCTION.
           MOVE WS-OPERATOR-ID TO WS-LOCK-HOLDER.
           CALL "DIRLOCK" USING WS-TARGET-DIRECTORY-FILE
               WS-LOCK-HOLDER WS-LOCK-FUNCTION WS-LOCK-RESULT.

       COUNT-TARGET-RECORDS.
           MOVE ZERO TO WS-RECORD-TALLY.
           MOVE LOW-VALUES TO TG-NUMBER.
           START TARGET-PHONE-BOOK KEY IS NOT LESS THAN TG-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-TALLY-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-TALLY-EOF
           END-START.
           PERFORM COUNT-NEXT-TARGET-RECORD
               UNTIL WS-TALLY-EOF = "Y".

       COUNT-NEXT-TARGET-RECORD.
           READ TARGET-PHONE-BOOK NEXT RECORD
               AT END
                   MOVE "Y" TO WS-TALLY-EOF
               NOT AT END
                   ADD 1 TO WS-RECORD-TALLY
           END-READ.

       ADD-RECORDS.
           MOVE "N" TO ENTRY-OK.
           MOVE SPACE TO PHONE-RECORD.
           MOVE SPACE TO WS-EXPIRY-DATE.
           MOVE SPACE TO WS-SCREEN-MESSAGE.
           PERFORM OFFER-NEXT-EXTENSION.
           PERFORM GET-FIELDS
               UNTIL ENTRY-OK = "Y".
           PERFORM CHECK-FOR-DUPLICATE.
           IF ENTRY-OK = "Y"
               MOVE WS-OPERATOR-ID TO PHONE-OPERATOR-ID
               ACCEPT PHONE-ENTRY-DATE FROM DATE YYYYMMDD
               MOVE SPACE TO WS-OLD-RECORD
               MOVE PHONE-RECORD TO WS-NEW-RECORD
               MOVE "A" TO WS-APPR-ACTION
               PERFORM CHECK-FOR-APPROVAL
               IF APPROVAL-NEEDED
                   PERFORM HOLD-FOR-APPROVAL
                   MOVE "H" TO ENTRY-OK
               END-IF
           END-IF.
           IF ENTRY-OK = "Y"
               PERFORM ADD-THIS-RECORD
               IF WRITE-SUCCESSFUL
                   MOVE SPACE TO WS-OLD-RECORD
                   MOVE PHONE-RECORD TO WS-NEW-RECORD
                   PERFORM LOG-CHANGE-HISTORY
                   PERFORM SAVE-EXPIRY-DATE
                   MOVE SPACE TO WS-EXTN-PRIOR-NUMBER
                   PERFORM CLAIM-INVENTORY-EXTENSION
                   PERFORM OFFER-ADDRESS-ENTRY
                   PERFORM OFFER-LOCATION-ENTRY
                   PERFORM OFFER-CHANNEL-ENTRY
                   PERFORM OFFER-NOTE-ENTRY
               ELSE
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           ELSE
               IF ENTRY-OK NOT = "H"
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
           END-IF.
           PERFORM GO-AGAIN.

      *    AN INTERNAL ENTRY IS OFFERED THE LOWEST FREE
      *    EXTENSION ON THE INVENTORY; THE OPERATOR CLEARS IT FOR
      *    AN OUTSIDE ENTRY. THE BUSINESS DIRECTORY'S EXTENSIONS
      *    ARE ON THE VENDORS' SWITCHES, NOT OURS.
       OFFER-NEXT-EXTENSION.
           IF EXTENSION-INVENTORY-ON-HAND
                   AND WS-DIRECTORY-FILE NOT = "vendors.csv"
               MOVE "N" TO WS-EXTN-FOUND
               MOVE "N" TO WS-EXTN-SCAN-EOF
               MOVE LOW-VALUES TO EI-EXTENSION
               START EXTENSION-FILE
                   KEY IS NOT LESS THAN EI-EXTENSION
                   INVALID KEY
                       MOVE "Y" TO WS-EXTN-SCAN-EOF
               END-START
               PERFORM FIND-FREE-EXTENSION
                   UNTIL WS-EXTN-SCAN-EOF = "Y"
               IF WS-EXTN-FOUND = "Y"
                   MOVE EI-EXTENSION TO PHONE-EXTENSION
                   STRING "NEXT FREE EXTENSION "  DELIMITED BY SIZE
                       FUNCTION TRIM(EI-EXTENSION) DELIMITED BY SIZE
                       " OFFERED - CLEAR IT IF OUTSIDE."
                                                  DELIMITED BY SIZE
                       INTO WS-SCREEN-MESSAGE
                   END-STRING
               ELSE
                   MOVE "NO FREE EXTENSION LEFT IN THE INVENTORY."
                       TO WS-SCREEN-MESSAGE
               END-IF
           END-IF.

       FIND-FREE-EXTENSION.
           READ EXTENSION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EXTN-SCAN-EOF
               NOT AT END
                   IF EI-FREE
                       MOVE "Y" TO WS-EXTN-FOUND
                       MOVE "Y" TO WS-EXTN-SCAN-EOF
                   END-IF
           END-READ.

      *    THE SAVED ENTRY'S EXTENSION IS MARKED ASSIGNED TO IT.
      *    ON A CHANGE WS-EXTN-PRIOR-NUMBER HOLDS THE NUMBER IT
      *    WAS KEYED UNDER, SO A RENUMBERED ENTRY KEEPS ITS
      *    EXTENSION.
       CLAIM-INVENTORY-EXTENSION.
           IF EXTENSION-INVENTORY-ON-HAND
                   AND PHONE-EXTENSION NOT = SPACE
                   AND WS-DIRECTORY-FILE NOT = "vendors.csv"
               MOVE PHONE-EXTENSION TO EI-EXTENSION
               READ EXTENSION-FILE
                   INVALID KEY
                       DISPLAY "NOTE: EXTENSION " PHONE-EXTENSION
                           " IS NOT IN THE EXTENSION INVENTORY."
                   NOT INVALID KEY
                       PERFORM MARK-EXTENSION-ASSIGNED
               END-READ
           END-IF.

       MARK-EXTENSION-ASSIGNED.
           EVALUATE TRUE
               WHEN EI-ASSIGNED AND EI-PHONE-NUMBER = PHONE-NUMBER
                   CONTINUE
               WHEN EI-ASSIGNED
                       AND EI-PHONE-NUMBER NOT = WS-EXTN-PRIOR-NUMBER
                   DISPLAY "NOTE: EXTENSION " PHONE-EXTENSION
                       " IS ALREADY ASSIGNED TO " EI-PHONE-NUMBER
                       " ON " FUNCTION TRIM(EI-DIRECTORY)
                       " - INVENTORY LEFT AS IT WAS."
               WHEN OTHER
                   IF EI-QUARANTINED
                       DISPLAY "NOTE: EXTENSION " PHONE-EXTENSION
                           " WAS IN QUARANTINE - NOW ASSIGNED."
                   END-IF
                   IF EI-RESERVED
                       DISPLAY "NOTE: EXTENSION " PHONE-EXTENSION
                           " WAS RESERVED - NOW ASSIGNED."
                   END-IF
                   MOVE "A"               TO EI-STATUS
                   MOVE PHONE-NUMBER      TO EI-PHONE-NUMBER
                   MOVE WS-DIRECTORY-FILE TO EI-DIRECTORY
                   ACCEPT EI-STATUS-DATE FROM DATE YYYYMMDD
                   MOVE WS-OPERATOR-ID    TO EI-LAST-OPERATOR
                   REWRITE EXTENSION-RECORD
           END-EVALUATE.

      *    AN EXTENSION GIVEN UP BY A DELETE OR A CHANGE GOES TO
      *    QUARANTINE, NOT STRAIGHT BACK TO FREE - CALLERS STILL
      *    DIAL IT FOR A WHILE. EXTNMNT FREES IT LATER.
       RELEASE-INVENTORY-EXTENSION.
           IF EXTENSION-INVENTORY-ON-HAND
                   AND WS-EXTN-OLD-EXTENSION NOT = SPACE
               MOVE WS-EXTN-OLD-EXTENSION TO EI-EXTENSION
               READ EXTENSION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EI-ASSIGNED
                               AND EI-PHONE-NUMBER = WS-FIND-NUMBER
                               AND EI-DIRECTORY = WS-DIRECTORY-FILE
                           MOVE "Q"            TO EI-STATUS
                           MOVE SPACE          TO EI-PHONE-NUMBER
                           MOVE SPACE          TO EI-DIRECTORY
                           ACCEPT EI-STATUS-DATE FROM DATE YYYYMMDD
                           MOVE WS-OPERATOR-ID TO EI-LAST-OPERATOR
                           REWRITE EXTENSION-RECORD
                           DISPLAY "EXTENSION " WS-EXTN-OLD-EXTENSION
                               " QUARANTINED IN THE INVENTORY."
                       END-IF
               END-READ
           END-IF.

       CHECK-FOR-DUPLICATE.
           MOVE PHONE-LAST-NAME      TO WS-SAVE-LAST.
           MOVE PHONE-FIRST-NAME     TO WS-SAVE-FIRST.
           IF ENTRY-OK = "Y"
               PERFORM CHECK-OTHER-DIRECTORY
           END-IF.
           IF ENTRY-OK = "Y"
               PERFORM CHECK-NUMBER-QUARANTINE
           END-IF.

       CHECK-OTHER-DIRECTORY.
           IF OTHER-DIRECTORY-ON-HAND
               END-READ
           END-IF.

      *    A NUMBER GIVEN UP LATELY STILL RINGS FOR ITS OLD
      *    HOLDER'S CALLERS - NUMQCHK SAYS WHETHER IT IS STILL
      *    COOLING OFF AND WHOSE IT WAS.
       CHECK-NUMBER-QUARANTINE.
           MOVE "C" TO WS-NUMQ-FUNCTION.
           CALL "NUMQCHK" USING WS-NUMQ-FUNCTION PHONE-RECORD
               WS-NUMQ-PRIOR WS-NUMQ-DIRECTORY WS-NUMQ-RELEASED
               WS-NUMQ-FREE WS-NUMQ-RESULT.
           IF WS-NUMQ-RESULT = "W" OR WS-NUMQ-RESULT = "R"
               DISPLAY "NUMBER " PHONE-NUMBER " WAS "
                   FUNCTION TRIM(WS-NUMQ-PRIOR-LAST) ", "
                   FUNCTION TRIM(WS-NUMQ-PRIOR-FIRST) " ON "
                   FUNCTION TRIM(WS-NUMQ-DIRECTORY)
                   " UNTIL " WS-NUMQ-RELEASED
               DISPLAY "IT IS NOT FREE FOR SOMEONE NEW UNTIL "
                   WS-NUMQ-FREE "."
           END-IF.
           IF WS-NUMQ-RESULT = "R"
               MOVE "N" TO ENTRY-OK
               DISPLAY "ENTRY NOT ADDED."
           END-IF.
           IF WS-NUMQ-RESULT = "W"
               PERFORM CONFIRM-ADD-ANYWAY
               IF YES-NO NOT = "Y"
                   MOVE "N" TO ENTRY-OK
                   DISPLAY "ENTRY NOT ADDED."
               END-IF
           END-IF.

       CHECK-WRITE-STATUS.
           MOVE "Y" TO WS-WRITE-OK.
           IF WS-FILE-STATUS = "22"
                       TO WS-SCREEN-MESSAGE
                   MOVE "N" TO ENTRY-OK
               END-IF.
               IF DP-CATEGORY-REQUIRED AND PHONE-CATEGORY = SPACE
                   MOVE "A CATEGORY IS REQUIRED ON THIS DIRECTORY."
                       TO WS-SCREEN-MESSAGE
                   MOVE "N" TO ENTRY-OK
               END-IF.
               IF DP-EXTENSION-REQUIRED AND PHONE-EXTENSION = SPACE
                   MOVE "AN EXTENSION IS REQUIRED ON THIS DIRECTORY."
                       TO WS-SCREEN-MESSAGE
                   MOVE "N" TO ENTRY-OK
               END-IF.
               IF DP-EXTENSION-BARRED AND PHONE-EXTENSION NOT = SPACE
                   MOVE "NO EXTENSION IS ALLOWED ON THIS DIRECTORY."
                       TO WS-SCREEN-MESSAGE
                   MOVE "N" TO ENTRY-OK
               END-IF.
               IF PHONE-LAST-NAME = SPACE
                   MOVE "LAST NAME MUST BE ENTERED!"
                       TO WS-SCREEN-MESSAGE
                       TO WS-SCREEN-MESSAGE
                   MOVE "N" TO ENTRY-OK
               END-IF.
               IF WS-EXPIRY-DATE NOT = SPACE
                   IF WS-EXPIRY-DATE NOT NUMERIC
                           OR WS-EXPIRY-DATE < WS-EXPY-TODAY
                       MOVE "EXPIRY MUST BE YYYYMMDD, TODAY OR LATER."
                           TO WS-SCREEN-MESSAGE
                       MOVE "N" TO ENTRY-OK
                   END-IF
               END-IF.
               IF PHONE-NUMBER (1:10) NOT NUMERIC
                   MOVE "PHONE NUMBER MUST BE AT LEAST 10 DIGITS!"
                       TO WS-SCREEN-MESSAGE
                   END-IF
                   CALL "CTRYCHK" USING PHONE-COUNTRY-CODE
                       PHONE-NUMBER WS-CTRY-VALID WS-CTRY-NANP
                   IF NOT DP-COUNTRY-CHECKED
                       MOVE "Y" TO WS-CTRY-VALID
                   END-IF
                   EVALUATE WS-CTRY-VALID
                       WHEN "U"
                           DISPLAY "COUNTRY CODE "
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   IF WS-CTRY-NANP = "Y" AND DP-AREA-CHECKED
                       PERFORM CHECK-AREA-CODE
                       IF NOT AREA-CODE-FOUND
                           IF WS-AREA-REGION NOT = SPACE
                               PERFORM CHECK-WRITE-STATUS
                               IF WRITE-SUCCESSFUL
                                   PERFORM REKEY-COMPANION-ADDRESS
                                   PERFORM REKEY-COMPANION-CHANNELS
                                   PERFORM REKEY-COMPANION-LOCATION
                                   PERFORM REKEY-COMPANION-EXPIRY
                                   PERFORM REKEY-COMPANION-NOTES
                               END-IF
                           NOT INVALID KEY
                               DISPLAY "RECORD NOT SAVED - NUMBER "
                   MOVE WS-DIRECTORY-FILE TO CH-DIRECTORY.
                   MOVE WS-OLD-RECORD  TO CH-OLD-VALUES.
                   MOVE WS-NEW-RECORD  TO CH-NEW-VALUES.
                   MOVE "03"           TO CH-IMAGE-VERSION.
                   OPEN EXTEND CHANGE-HISTORY-FILE.
                   IF WS-CHG-STATUS NOT = "00"
                       OPEN OUTPUT CHANGE-HISTORY-FILE
                   END-IF.
                   CALL "CHGSEAL" USING WS-SEAL-FUNCTION
                       CHANGE-HISTORY-RECORD WS-SEAL-CHECK
                       WS-SEAL-RESULT.
                   WRITE CHANGE-HISTORY-RECORD.
                   CLOSE CHANGE-HISTORY-FILE.

               END-IF.

           OFFER-ADDRESS-ENTRY.
               MOVE "N" TO WS-ADDR-ANSWER.
               IF DP-ADDRESS-REQUIRED
                   MOVE PHONE-NUMBER TO ADR-PHONE-NUMBER
                   READ ADDRESS-FILE
                       INVALID KEY
                           MOVE "Y" TO WS-ADDR-ANSWER
                       NOT INVALID KEY
                           IF ADR-STREET = SPACE
                               MOVE "Y" TO WS-ADDR-ANSWER
                           END-IF
                   END-READ
               END-IF.
               IF WS-ADDR-ANSWER = "Y"
                   DISPLAY "THIS DIRECTORY NEEDS A MAILING ADDRESS ON "
                       "EVERY ENTRY."
               ELSE
                   DISPLAY "ADD/UPDATE MAILING ADDRESS (Y/N) ? "
                   ACCEPT WS-ADDR-ANSWER
                   IF WS-ADDR-ANSWER = "y"
                       MOVE "Y" TO WS-ADDR-ANSWER
                   END-IF
               END-IF.
               IF WS-ADDR-ANSWER = "Y"
                   PERFORM GET-ADDRESS-FIELDS
               ELSE
                   MOVE SPACE TO WS-ADDR-OLD-IMAGE
               END-IF.
               PERFORM GET-ADDRESS-STREET.
               PERFORM GET-ADDRESS-CITY.
               PERFORM GET-ADDRESS-STATE.
               PERFORM GET-ADDRESS-POSTAL.
               IF WS-ADDR-FOUND = "Y"
                   PERFORM CONFIRM-ADD-ANYWAY
               END-IF.

      *    A DIRECTORY WHOSE PROFILE MAKES THE ADDRESS MANDATORY
      *    WILL NOT TAKE A BLANK STREET OR CITY.
       GET-ADDRESS-STREET.
           DISPLAY "STREET ? ".
           ACCEPT ADR-STREET.
           IF ADR-STREET = SPACE AND DP-ADDRESS-REQUIRED
               DISPLAY "STREET MUST BE ENTERED ON THIS DIRECTORY."
               PERFORM GET-ADDRESS-STREET
           END-IF.

       GET-ADDRESS-CITY.
           DISPLAY "CITY ? ".
           ACCEPT ADR-CITY.
           IF ADR-CITY = SPACE AND DP-ADDRESS-REQUIRED
               DISPLAY "CITY MUST BE ENTERED ON THIS DIRECTORY."
               PERFORM GET-ADDRESS-CITY
           END-IF.

      *    A STATE NOT ON THE statmast.dat TABLE IS REFUSED, NOT
      *    JUST WARNED - "Calif" AND "XX" ARE WHAT THE POST
      *    OFFICE KEPT SENDING BACK.
       CHECK-STATE-CODE.
           MOVE "F" TO WS-POSTAL-FORMAT.
           IF NOT STATE-TABLE-ON-HAND
                   OR NOT DP-ADDRESS-CHECKED
               MOVE "Y" TO WS-STATE-MATCH-SWITCH
           ELSE
               MOVE "N" TO WS-STATE-MATCH-SWITCH
           END-EVALUATE
           END-IF.

      *    UP TO FOUR E-MAIL/FAX/PAGER CHANNELS PER ENTRY GO TO
      *    phonchan.dat. EACH SLOT SHOWS WHAT IS THERE NOW; THE
      *    OPERATOR KEEPS IT, CLEARS IT, OR KEYS A NEW TYPE AND
      *    VALUE, AND A VALUE THAT DOES NOT FIT ITS TYPE IS
      *    REFUSED AND ASKED FOR AGAIN. CLEARING EVERY SLOT
      *    REMOVES THE ROW.
       OFFER-CHANNEL-ENTRY.
           DISPLAY "ADD/UPDATE E-MAIL/FAX/PAGER CHANNELS (Y/N) ? ".
           ACCEPT WS-CHAN-ANSWER.
           IF WS-CHAN-ANSWER = "y"
               MOVE "Y" TO WS-CHAN-ANSWER
           END-IF.
           IF WS-CHAN-ANSWER = "Y"
               PERFORM GET-CHANNEL-FIELDS
           END-IF.

       GET-CHANNEL-FIELDS.
           MOVE "N" TO WS-CHAN-FOUND.
           MOVE PHONE-NUMBER TO CHN-PHONE-NUMBER.
           READ CHANNEL-FILE
               INVALID KEY
                   MOVE SPACE TO CHANNEL-RECORD
                   MOVE PHONE-NUMBER TO CHN-PHONE-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHAN-FOUND
           END-READ.
           MOVE 1 TO WS-CHAN-SLOT.
           PERFORM GET-ONE-CHANNEL
               UNTIL WS-CHAN-SLOT > 4.
           IF CHN-SLOT (1) = SPACE AND CHN-SLOT (2) = SPACE
                   AND CHN-SLOT (3) = SPACE AND CHN-SLOT (4) = SPACE
               IF WS-CHAN-FOUND = "Y"
                   DELETE CHANNEL-FILE RECORD
                   DISPLAY "CONTACT CHANNELS REMOVED."
               END-IF
           ELSE
               IF WS-CHAN-FOUND = "Y"
                   REWRITE CHANNEL-RECORD
               ELSE
                   WRITE CHANNEL-RECORD
               END-IF
               IF WS-CHAN-STATUS = "00"
                   DISPLAY "CONTACT CHANNELS SAVED."
               ELSE
                   DISPLAY "CONTACT CHANNELS NOT SAVED - FILE STATUS "
                       WS-CHAN-STATUS
               END-IF
           END-IF.

       GET-ONE-CHANNEL.
           IF CHN-SLOT (WS-CHAN-SLOT) NOT = SPACE
               DISPLAY "CHANNEL " WS-CHAN-SLOT " NOW: "
                   CHN-TYPE (WS-CHAN-SLOT) " "
                   FUNCTION TRIM(CHN-VALUE (WS-CHAN-SLOT))
               DISPLAY "KEEP IT (Y/N) ? "
               ACCEPT WS-CHAN-KEEP
               IF WS-CHAN-KEEP = "y"
                   MOVE "Y" TO WS-CHAN-KEEP
               END-IF
           ELSE
               MOVE "N" TO WS-CHAN-KEEP
           END-IF.
           IF WS-CHAN-KEEP NOT = "Y"
               PERFORM GET-CHANNEL-TYPE
           END-IF.
           ADD 1 TO WS-CHAN-SLOT.

       GET-CHANNEL-TYPE.
           MOVE SPACE TO CHN-SLOT (WS-CHAN-SLOT).
           DISPLAY "CHANNEL " WS-CHAN-SLOT
               " TYPE (E=E-MAIL F=FAX P=PAGER, BLANK=NONE) ? ".
           ACCEPT CHN-TYPE (WS-CHAN-SLOT).
           MOVE FUNCTION UPPER-CASE(CHN-TYPE (WS-CHAN-SLOT))
               TO CHN-TYPE (WS-CHAN-SLOT).
           IF CHN-TYPE (WS-CHAN-SLOT) NOT = SPACE
               IF NOT CHN-EMAIL (WS-CHAN-SLOT)
                       AND NOT CHN-FAX (WS-CHAN-SLOT)
                       AND NOT CHN-PAGER (WS-CHAN-SLOT)
                   DISPLAY "PLEASE ENTER E, F, P, OR BLANK."
                   PERFORM GET-CHANNEL-TYPE
               ELSE
                   PERFORM GET-CHANNEL-VALUE
               END-IF
           END-IF.

       GET-CHANNEL-VALUE.
           EVALUATE TRUE
               WHEN CHN-EMAIL (WS-CHAN-SLOT)
                   DISPLAY "E-MAIL ADDRESS ? "
               WHEN CHN-FAX (WS-CHAN-SLOT)
                   DISPLAY "FAX NUMBER (DIGITS ONLY) ? "
               WHEN OTHER
                   DISPLAY "PAGER NUMBER (DIGITS ONLY) ? "
           END-EVALUATE.
           ACCEPT CHN-VALUE (WS-CHAN-SLOT).
           CALL "CHANCHK" USING CHN-TYPE (WS-CHAN-SLOT)
               CHN-VALUE (WS-CHAN-SLOT) WS-CHAN-RESULT.
           IF NOT CHANNEL-VALUE-OK
               EVALUATE TRUE
                   WHEN CHN-EMAIL (WS-CHAN-SLOT)
                       DISPLAY "NOT A VALID E-MAIL ADDRESS (NAME@"
                           "DOMAIN.EXT, NO BLANKS)."
                   WHEN CHN-FAX (WS-CHAN-SLOT)
                       DISPLAY "A FAX NUMBER IS 10 TO 15 DIGITS."
                   WHEN OTHER
                       DISPLAY "A PAGER NUMBER IS 7 TO 15 DIGITS."
               END-EVALUATE
               PERFORM GET-CHANNEL-VALUE
           END-IF.

      *    THE OFFICE LOCATION IS WHAT PUTS AN ENTRY ON A FIRE
      *    WARDEN'S FLOOR LIST (PHONEVAC). BUSINESS-DIRECTORY
      *    ENTRIES ARE NOT IN OUR BUILDINGS AND ARE NOT ASKED.
       OFFER-LOCATION-ENTRY.
           IF WS-DIRECTORY-FILE NOT = "vendors.csv"
               DISPLAY "ADD/UPDATE OFFICE LOCATION (Y/N) ? "
               ACCEPT WS-LOC-ANSWER
               IF WS-LOC-ANSWER = "y"
                   MOVE "Y" TO WS-LOC-ANSWER
               END-IF
               IF WS-LOC-ANSWER = "Y"
                   PERFORM GET-LOCATION-FIELDS
               END-IF
           END-IF.

       GET-LOCATION-FIELDS.
           MOVE "N" TO WS-LOC-FOUND.
           MOVE PHONE-NUMBER TO LC-PHONE-NUMBER.
           READ LOCATION-FILE
               INVALID KEY
                   MOVE SPACE TO LOCATION-RECORD
                   MOVE PHONE-NUMBER TO LC-PHONE-NUMBER
               NOT INVALID KEY
                   MOVE "Y" TO WS-LOC-FOUND
                   DISPLAY "NOW IN BUILDING " LC-BUILDING
                       " FLOOR " LC-FLOOR " ROOM " LC-ROOM
           END-READ.
           PERFORM GET-LOCATION-FLOOR.
           IF LC-BUILDING = SPACE
               IF WS-LOC-FOUND = "Y"
                   DELETE LOCATION-FILE RECORD
                   DISPLAY "OFFICE LOCATION REMOVED."
               END-IF
           ELSE
               PERFORM GET-LOCATION-ROOM
               IF WS-LOC-FOUND = "Y"
                   REWRITE LOCATION-RECORD
               ELSE
                   WRITE LOCATION-RECORD
               END-IF
               IF WS-LOC-STATUS = "00"
                   DISPLAY "OFFICE LOCATION SAVED."
               ELSE
                   DISPLAY "OFFICE LOCATION NOT SAVED - FILE STATUS "
                       WS-LOC-STATUS
               END-IF
           END-IF.

      *    A BLANK BUILDING TAKES THE ENTRY OFF THE WARDEN LISTS.
       GET-LOCATION-FLOOR.
           DISPLAY "BUILDING (BLANK = NO LOCATION) ? ".
           MOVE SPACE TO LC-BUILDING.
           ACCEPT LC-BUILDING.
           MOVE FUNCTION UPPER-CASE(LC-BUILDING) TO LC-BUILDING.
           IF LC-BUILDING NOT = SPACE
               DISPLAY "FLOOR ? "
               MOVE SPACE TO LC-FLOOR
               ACCEPT LC-FLOOR
               MOVE FUNCTION UPPER-CASE(LC-FLOOR) TO LC-FLOOR
               PERFORM CHECK-FLOOR-CODE
               IF NOT FLOOR-CODE-OK
                   DISPLAY "BUILDING " LC-BUILDING " FLOOR "
                       LC-FLOOR " IS NOT ON THE ACTIVE TABLE."
                   PERFORM GET-LOCATION-FLOOR
               END-IF
           END-IF.

       CHECK-FLOOR-CODE.
           IF NOT FLOOR-TABLE-ON-HAND
               MOVE "Y" TO WS-FLOOR-MATCH-SWITCH
               MOVE SPACE TO BF-ROOM-FIRST
               MOVE SPACE TO BF-ROOM-LAST
           ELSE
               MOVE "N" TO WS-FLOOR-MATCH-SWITCH
               MOVE LC-BUILDING TO BF-BUILDING
               MOVE LC-FLOOR    TO BF-FLOOR
               READ FLOOR-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BF-ACTIVE
                           MOVE "Y" TO WS-FLOOR-MATCH-SWITCH
                       END-IF
               END-READ
           END-IF.

      *    THE ROOM IS CHECKED AGAINST THE RANGE CHECK-FLOOR-CODE
      *    LEFT IN BF-ROOM-FIRST/BF-ROOM-LAST; NO RANGE, NO CHECK.
       GET-LOCATION-ROOM.
           DISPLAY "ROOM ? ".
           MOVE SPACE TO LC-ROOM.
           ACCEPT LC-ROOM.
           MOVE FUNCTION UPPER-CASE(LC-ROOM) TO LC-ROOM.
           IF LC-ROOM = SPACE
               DISPLAY "A ROOM MUST BE ENTERED."
               PERFORM GET-LOCATION-ROOM
           ELSE
               IF BF-ROOM-FIRST NOT = SPACE
                       AND (LC-ROOM < BF-ROOM-FIRST
                           OR LC-ROOM > BF-ROOM-LAST)
                   DISPLAY "ROOM " LC-ROOM " IS NOT ON THAT FLOOR ("
                       BF-ROOM-FIRST " TO " BF-ROOM-LAST ")."
                   PERFORM GET-LOCATION-ROOM
               END-IF
           END-IF.

      *    FREE-TEXT NOTES ("ASK FOR THE NIGHT DESK AFTER 6PM",
      *    "PREFERS E-MAIL") GO TO phonnote.dat, DATED AND STAMPED
      *    WITH THE OPERATOR, NOT INTO THE FIRST-NAME FIELD. THE
      *    ENTRY'S NOTES SO FAR ARE SHOWN FIRST. A NOTE IS ONLY
      *    EVER ADDED TO, NEVER CHANGED.
       OFFER-NOTE-ENTRY.
           PERFORM SHOW-ENTRY-NOTES.
           DISPLAY "ADD A NOTE TO THIS ENTRY (Y/N) ? ".
           ACCEPT WS-NOTE-ANSWER.
           IF WS-NOTE-ANSWER = "y"
               MOVE "Y" TO WS-NOTE-ANSWER
           END-IF.
           PERFORM GET-ONE-NOTE
               UNTIL WS-NOTE-ANSWER NOT = "Y".

       GET-ONE-NOTE.
           MOVE SPACE TO NOTE-RECORD.
           DISPLAY "NOTE (UP TO 60 CHARACTERS, BLANK = NONE) ? ".
           ACCEPT NT-TEXT.
           IF NT-TEXT NOT = SPACE
               MOVE PHONE-NUMBER TO NT-PHONE-NUMBER
               ACCEPT NT-DATE FROM DATE YYYYMMDD
               ACCEPT NT-TIME FROM TIME
               MOVE WS-OPERATOR-ID TO NT-OPERATOR-ID
               WRITE NOTE-RECORD
               IF WS-NOTE-STATUS = "00"
                   DISPLAY "NOTE SAVED."
               ELSE
                   DISPLAY "NOTE NOT SAVED - FILE STATUS "
                       WS-NOTE-STATUS
               END-IF
           END-IF.
           DISPLAY "ANOTHER NOTE (Y/N) ? ".
           ACCEPT WS-NOTE-ANSWER.
           IF WS-NOTE-ANSWER = "y"
               MOVE "Y" TO WS-NOTE-ANSWER
           END-IF.

       SHOW-ENTRY-NOTES.
           MOVE PHONE-NUMBER TO WS-NOTE-NUMBER.
           MOVE ZERO TO WS-NOTE-COUNT.
           MOVE WS-NOTE-NUMBER TO NT-PHONE-NUMBER.
           MOVE LOW-VALUES TO NT-DATE.
           MOVE LOW-VALUES TO NT-TIME.
           START NOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY
                   MOVE "Y" TO WS-NOTE-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-NOTE-EOF
           END-START.
           PERFORM SHOW-NEXT-NOTE
               UNTIL WS-NOTE-EOF = "Y".

       SHOW-NEXT-NOTE.
           READ NOTE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-NOTE-EOF
               NOT AT END
                   IF NT-PHONE-NUMBER NOT = WS-NOTE-NUMBER
                       MOVE "Y" TO WS-NOTE-EOF
                   ELSE
                       ADD 1 TO WS-NOTE-COUNT
                       IF WS-NOTE-COUNT = 1
                           DISPLAY "NOTES ON THIS ENTRY:"
                       END-IF
                       DISPLAY "  " NT-DATE " " NT-OPERATOR-ID " "
                           NT-TEXT
                   END-IF
           END-READ.
