000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BOOKCELL.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: SHARED BUILDER FOR ONE LISTING CELL OF THE ANNUAL
000900*       PRINTED BOOK, A SIBLING OF NAMEDISP AND PHONFMT.
001000*       THE CELL IS 38 CHARACTERS: "Last, First" IN PRINT
001100*       CASING (NAMEDISP) IN COLUMNS 1-18, THE NUMBER AS
001200*       PHONFMT RENDERS IT IN COLUMNS 20-36, AND "/" PLUS
001300*       THE DIRECTORY TAG (P OR B) IN COLUMNS 37-38. PHONBOOK
001400*       BUILDS EVERY BODY CELL HERE AND PHONPRUF'S PROOF
001500*       SHEETS SHOW THE SAME CELL, SO WHAT A PERSON APPROVES
001600*       ON A PROOF IS EXACTLY WHAT THE BOOK PRINTS.
001700*----------------------------------------------------------
001800* MOD LOG:
001900*  OCT 2026  DCG  ORIGINAL PROGRAM.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 DATA DIVISION.
002300 WORKING-STORAGE SECTION.
002400 01  BC-PRINT-LAST           PIC X(20).
002500 01  BC-PRINT-FIRST          PIC X(20).
002600 01  BC-DISPLAY-NUMBER       PIC X(30).
002700 01  BC-NAME-WORK            PIC X(40).
002800
002900 LINKAGE SECTION.
003000 01  BC-LAST-NAME            PIC X(20).
003100 01  BC-FIRST-NAME           PIC X(20).
003200 01  BC-NUMBER               PIC X(15).
003300 01  BC-COUNTRY-CODE         PIC X(03).
003400 01  BC-EXTENSION            PIC X(05).
003500 01  BC-SOURCE-TAG           PIC X(01).
003600 01  BC-CELL                 PIC X(38).
003700
003800 PROCEDURE DIVISION USING BC-LAST-NAME BC-FIRST-NAME
003900     BC-NUMBER BC-COUNTRY-CODE BC-EXTENSION BC-SOURCE-TAG
004000     BC-CELL.
004100
004200 0000-MAINLINE.
004300     CALL "NAMEDISP" USING BC-LAST-NAME BC-PRINT-LAST.
004400     CALL "NAMEDISP" USING BC-FIRST-NAME BC-PRINT-FIRST.
004500     CALL "PHONFMT" USING BC-NUMBER BC-COUNTRY-CODE
004600         BC-EXTENSION BC-DISPLAY-NUMBER.
004700     MOVE SPACE TO BC-NAME-WORK.
004800     STRING FUNCTION TRIM(BC-PRINT-LAST)    DELIMITED BY SIZE
004900         ", "                               DELIMITED BY SIZE
005000         FUNCTION TRIM(BC-PRINT-FIRST)      DELIMITED BY SIZE
005100         INTO BC-NAME-WORK
005200     END-STRING.
005300     MOVE SPACE TO BC-CELL.
005400     MOVE BC-NAME-WORK (1:18)      TO BC-CELL (1:18).
005500     MOVE BC-DISPLAY-NUMBER (1:17) TO BC-CELL (20:17).
005600     MOVE "/"                      TO BC-CELL (37:1).
005700     MOVE BC-SOURCE-TAG            TO BC-CELL (38:1).
005800     GOBACK.
