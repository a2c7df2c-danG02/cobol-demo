001420*                 COME FROM THE dirreg.dat REGISTRY THROUGH
001430*                 THE SHARED DIRREG ROUTINE (PREFIX PLUS
001440*                 SUFFIX); phone.csv KEEPS ITS LEGACY NAMES.
001493*  OCT 2026  DCG  STARTUP LOCK TAKEN WITH DIRLOCK "B" SO A
001546*                 STALE LOCK IS POSTED TO THE ALERT OUTBOX.
001599*----------------------------------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
005562         PERFORM 1400-SET-COMPANION-NAMES THRU 1400-EXIT
005564     END-IF.
005565     PERFORM 1500-LOAD-KNOWN-PAIRS THRU 1500-EXIT.
005566     MOVE "B" TO WS-LOCK-FUNCTION.
005567     MOVE "PHONESRT" TO WS-LOCK-HOLDER.
005568     CALL "DIRLOCK" USING WS-DIRECTORY-FILE WS-LOCK-HOLDER
005569         WS-LOCK-FUNCTION WS-LOCK-RESULT.
