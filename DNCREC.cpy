000100*----------------------------------------------------------
000200* DNCREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE DO-NOT-CALL REGISTRY
000400*       (dncreg.dat). THE OUTSIDE REGISTRY IS ONE RAW DIGIT
000500*       STRING PER LINE IN THE FIRST 15 COLUMNS, WHICH IS ALL
000600*       PHONDNC READS. A NUMBER ERASED BY PHONERAS IS ADDED
000700*       WITH "ERASED" AND THE ERASURE DATE AFTER IT; PHONIMPT
000800*       REFUSES TO LOAD A NUMBER SO MARKED. WHEN THE OUTSIDE
000900*       REGISTRY IS REPLACED, THE ERASED ROWS MUST BE CARRIED
001000*       ACROSS TO THE NEW COPY.
001100*----------------------------------------------------------
001200* MOD LOG:
001300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001400*----------------------------------------------------------
001500 01  DNC-REGISTRY-RECORD.
001600     05  DN-NUMBER               PIC X(15).
001700     05  FILLER                  PIC X(01).
001800     05  DN-MARKER               PIC X(06).
001900         88  DN-ERASED                   VALUE "ERASED".
002000     05  FILLER                  PIC X(01).
002100     05  DN-ERASED-DATE          PIC X(08).
