002800*       WITH NO REGISTRY FILE ON HAND THE BUILT-IN PERSONAL
002900*       AND BUSINESS ROWS APPLY, SO A SHOP WITHOUT THE FILE
003000*       IS NO WORSE OFF THAN BEFORE.
003009*       EACH ROW MAY ALSO CARRY A VALIDATION PROFILE IN
003018*       COLUMNS 59-65 (LAYOUT AND CODES IN DIRPROF) SAYING
003027*       WHICH FIELDS ARE MANDATORY ON THAT DIRECTORY AND
003036*       WHICH TABLE CHECKS APPLY TO IT:
003045*         DR-FUNCTION = "P"  PROFILE BY DIRECTORY FILE -
003054*                            DR-DESCRIPTION COMES BACK
003063*                            HOLDING THE DIRPROF LAYOUT.
003072*       BLANK PROFILE COLUMNS, AN UNREGISTERED DIRECTORY
003081*       AND THE BUILT-IN ROWS ALL GET THE OLD SINGLE RULE
003090*       SET - NOTHING EXTRA MANDATORY, EVERY CHECK ON.
003100*----------------------------------------------------------
003200* MOD LOG:
003300*  SEP 2026  DCG  ORIGINAL PROGRAM.
003325*  OCT 2026  DCG  ROWS CARRY A VALIDATION PROFILE IN COLUMNS
003350*                 59-65; NEW FUNCTION "P" RETURNS IT IN THE
003375*                 DIRPROF LAYOUT.
003400*----------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
005000     05  RG-PREFIX               PIC X(04).
005100     05  FILLER                  PIC X(01).
005200     05  RG-DESCRIPTION          PIC X(30).
005233     05  FILLER                  PIC X(01).
005266     05  RG-PROFILE              PIC X(07).
005300
005400 WORKING-STORAGE SECTION.
005500 01  DG-FILE-STATUS          PIC X(02) VALUE "00".
006600         10  DG-RG-DIRECTORY PIC X(20).
006700         10  DG-RG-PREFIX    PIC X(04).
006800         10  DG-RG-DESC      PIC X(30).
006809         10  DG-RG-PROFILE   PIC X(07).
006818
006827 01  DG-PROFILE-WORK.
006836     05  DG-PF-CATEGORY-RULE     PIC X(01).
006845     05  DG-PF-EXTENSION-RULE    PIC X(01).
006854     05  DG-PF-ADDRESS-RULE      PIC X(01).
006863     05  DG-PF-AREA-CHECK        PIC X(01).
006872     05  DG-PF-CATEGORY-CHECK    PIC X(01).
006881     05  DG-PF-COUNTRY-CHECK     PIC X(01).
006890     05  DG-PF-ADDRESS-CHECK     PIC X(01).
006900
007000 LINKAGE SECTION.
007100 01  DR-FUNCTION             PIC X(01).
008400     END-IF.
008500     MOVE "N" TO DG-FOUND-SWITCH.
008600     MOVE ZERO TO DG-TABLE-INDEX.
008700     IF DR-FUNCTION = "D" OR DR-FUNCTION = "P"
008800         PERFORM 2100-SCAN-BY-DIRECTORY THRU 2100-EXIT
008900             UNTIL DG-TABLE-INDEX >= DG-ENTRY-USED
009000                 OR DG-FOUND-SWITCH = "Y"
009700         MOVE DG-RG-CHOICE (DG-TABLE-INDEX)    TO DR-CHOICE
009800         MOVE DG-RG-DIRECTORY (DG-TABLE-INDEX) TO DR-DIRECTORY
009900         MOVE DG-RG-PREFIX (DG-TABLE-INDEX)    TO DR-PREFIX
009928         IF DR-FUNCTION = "P"
009956             MOVE DG-RG-PROFILE (DG-TABLE-INDEX)
009984                                               TO DR-DESCRIPTION
010012         ELSE
010040             MOVE DG-RG-DESC (DG-TABLE-INDEX)  TO DR-DESCRIPTION
010068         END-IF
010100         MOVE "Y" TO DR-RESULT
010200     ELSE
010300         MOVE "N" TO DR-RESULT
010316         IF DR-FUNCTION = "P"
010332             MOVE SPACE TO DG-PROFILE-WORK
010348             PERFORM 1150-NORMALIZE-PROFILE THRU 1150-EXIT
010364             MOVE DG-PROFILE-WORK TO DR-DESCRIPTION
010380         END-IF
010400     END-IF.
010500     GOBACK.
010600
013800                     TO DG-RG-PREFIX (DG-ENTRY-USED)
013900                 MOVE RG-DESCRIPTION
014000                     TO DG-RG-DESC (DG-ENTRY-USED)
014020                 MOVE RG-PROFILE TO DG-PROFILE-WORK
014040                 PERFORM 1150-NORMALIZE-PROFILE THRU 1150-EXIT
014060                 MOVE DG-PROFILE-WORK
014080                     TO DG-RG-PROFILE (DG-ENTRY-USED)
014100             END-IF
014200     END-READ.
014300 1100-EXIT.
014400     EXIT.
014403
014406*    ONLY THE CODES DIRPROF KNOWS ARE TAKEN; ANYTHING ELSE,
014409*    BLANK INCLUDED, FALLS BACK TO THE OLD RULE SET - NO
014412*    EXTRA MANDATORY FIELD, EVERY CHECK ON.
014415 1150-NORMALIZE-PROFILE.
014418     IF DG-PF-CATEGORY-RULE NOT = "Y"
014421         MOVE "N" TO DG-PF-CATEGORY-RULE
014424     END-IF.
014427     IF DG-PF-EXTENSION-RULE NOT = "R"
014430             AND DG-PF-EXTENSION-RULE NOT = "N"
014433         MOVE "O" TO DG-PF-EXTENSION-RULE
014436     END-IF.
014439     IF DG-PF-ADDRESS-RULE NOT = "Y"
014442         MOVE "N" TO DG-PF-ADDRESS-RULE
014445     END-IF.
014448     IF DG-PF-AREA-CHECK NOT = "N"
014451         MOVE "Y" TO DG-PF-AREA-CHECK
014454     END-IF.
014457     IF DG-PF-CATEGORY-CHECK NOT = "N"
014460         MOVE "Y" TO DG-PF-CATEGORY-CHECK
014463     END-IF.
014466     IF DG-PF-COUNTRY-CHECK NOT = "N"
014469         MOVE "Y" TO DG-PF-COUNTRY-CHECK
014472     END-IF.
014475     IF DG-PF-ADDRESS-CHECK NOT = "N"
014478         MOVE "Y" TO DG-PF-ADDRESS-CHECK
014481     END-IF.
014484 1150-EXIT.
014487     EXIT.
014500
014600 1200-BUILT-IN-ROWS.
014700     MOVE 2 TO DG-ENTRY-USED.
015500     MOVE "vend"        TO DG-RG-PREFIX (2).
015600     MOVE "BUSINESS DIRECTORY"
015700                        TO DG-RG-DESC (2).
015720     MOVE SPACE TO DG-PROFILE-WORK.
015740     PERFORM 1150-NORMALIZE-PROFILE THRU 1150-EXIT.
015760     MOVE DG-PROFILE-WORK TO DG-RG-PROFILE (1).
015780     MOVE DG-PROFILE-WORK TO DG-RG-PROFILE (2).
015800 1200-EXIT.
015900     EXIT.
016000
