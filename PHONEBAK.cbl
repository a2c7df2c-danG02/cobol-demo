001660*                 NOW GETS THE SAME DATED BACKUP EVERY
001670*                 RUN, SO PHONREST CAN BRING DIRECTORY AND
001680*                 ADDRESSES BACK FROM THE SAME POINT.
001686*  OCT 2026  DCG  THE COMPANION NOTES FILE phonnote.dat
001692*                 IS BACKED UP ALONGSIDE THE ADDRESSES.
001700*----------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900 DATA DIVISION.
004770         INTO WS-BACKUP-COMMAND
004780     END-STRING.
004790     CALL "SYSTEM" USING WS-BACKUP-COMMAND.
004791     MOVE SPACE TO WS-BACKUP-COMMAND.
004792     STRING "cp phonnote.dat phonnote.dat."
004793                                            DELIMITED BY SIZE
004794         WS-BACKUP-DATE                     DELIMITED BY SIZE
004795         ".bak"                             DELIMITED BY SIZE
004796         INTO WS-BACKUP-COMMAND
004797     END-STRING.
004798     CALL "SYSTEM" USING WS-BACKUP-COMMAND.
004800 1000-EXIT.
004900     EXIT.
