000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PHONMASK.
000300 AUTHOR. DATA CONTROL GROUP.
000400 INSTALLATION. DIRECTORY SYSTEMS.
000500 DATE-WRITTEN. OCT. 2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* DESC: MASKED TRAINING AND TEST COPY OF THE PRODUCTION
000900*       FILES. NEW OPERATORS USED TO PRACTISE ON THE LIVE
001000*       phone.csv, AND THE Loops STRESS HARNESS COPIED REAL
001100*       RECORDS INTO stress.csv. THIS JOB BUILDS A COMPLETE,
001200*       SELF-CONTAINED COPY IN ITS OWN DIRECTORY (RUN
001300*       PARAMETER, DEFAULT training) UNDER THE USUAL FILE
001400*       NAMES:
001500*         - EVERY DIRECTORY ON THE dirreg.dat REGISTRY (THE
001600*           BUILT-IN PERSONAL AND BUSINESS PAIR WITHOUT ONE)
001700*         - ITS OWN dirreg.dat LISTING THOSE COPIES, EACH
001800*           DESCRIPTION MARKED "TRAINING"
001900*         - phonaddr.dat, persmast.dat AND phonpers.dat
002000*         - THE LAST MONTH OF phonchg.dat, RE-SEALED AS A
002100*           CHAIN OF ITS OWN WITH A MATCHING chgseq.dat SO
002200*           PHONCHKV PASSES IT AND NEW CHANGES CHAIN ON
002300*         - THE REFERENCE TABLES, COPIED UNCHANGED
002400*       NAMES, NUMBERS AND STREETS ARE REPLACED WITH
002500*       REALISTIC FAKE VALUES. EACH REPLACEMENT IS WORKED OUT
002600*       FROM THE REAL VALUE AND A KEY TAKEN FROM THE CLOCK AT
002700*       THE START OF THE RUN AND NEVER KEPT, SO THE SAME REAL
002800*       VALUE GETS THE SAME FAKE ONE IN EVERY FILE - ADDRESS,
002900*       PERSON-LINK AND CHANGE-HISTORY ROWS STILL JOIN TO
003000*       THEIR DIRECTORY ROWS, AND PERSON MASTER NAMES STILL
003100*       MATCH THE LINKED ENTRIES - BUT THE COPY CANNOT BE
003200*       TURNED BACK INTO THE LIVE DATA. A NUMBER KEEPS ITS
003300*       LENGTH AND ITS AREA CODE (OR OTHER LEADING DIGITS);
003400*       THE REST IS SCRAMBLED ONE-FOR-ONE SO NO TWO NUMBERS
003500*       COLLIDE, AND A NANP EXCHANGE STAYS A VALID ONE. AN
003600*       ENTRY WITH NO FIRST NAME IS TAKEN FOR A BUSINESS AND
003700*       GETS A FAKE BUSINESS NAME. THE NOTES FILE, OPERATOR
003800*       MASTER AND EVERY WORK FILE ARE LEFT OUT.
003900*       IODEMO, THE Loops HARNESS AND THE REST OF THE SUITE
004000*       ARE POINTED AT THE COPY BY RUNNING THEM FROM THE
004100*       TRAINING DIRECTORY - EVERY FILE NAME THEY USE IS
004200*       RELATIVE. WITH NO opermast.dat THERE, IODEMO SIGNS ON
004300*       WITH ITS FULL-ACCESS WARNING.
004400*       THE LIVE FILES ARE ONLY EVER OPENED INPUT; EVERY
004500*       OUTPUT NAME CARRIES THE TRAINING DIRECTORY, AND A
004600*       BLANK OR CURRENT-DIRECTORY TARGET IS REFUSED. THE
004700*       COUNTS GO TO phonmask.lst.
004800*----------------------------------------------------------
004900* MOD LOG:
005000*  OCT 2026  DCG  ORIGINAL PROGRAM.
005100*----------------------------------------------------------
005200 ENVIRONMENT DIVISION.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT OPTIONAL REGISTRY-FILE
005600         ASSIGN TO "dirreg.dat"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS WS-REG-STATUS.
005900
006000     SELECT TRAIN-REGISTRY-FILE
006100         ASSIGN TO WS-TRAIN-REGISTRY-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-OUT-STATUS.
006400
006500     SELECT OPTIONAL PHONE-BOOK
006600         ASSIGN TO WS-DIRECTORY-FILE
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS SEQUENTIAL
006900         RECORD KEY IS PHONE-NUMBER
007000         ALTERNATE RECORD KEY IS PHONE-LAST-NAME
007100             WITH DUPLICATES
007200         FILE STATUS IS WS-IN-STATUS.
007300
007400     SELECT TRAIN-BOOK
007500         ASSIGN TO WS-TRAIN-FILE-NAME
007600         ORGANIZATION IS INDEXED
007700         ACCESS MODE IS RANDOM
007800         RECORD KEY IS TB-NUMBER
007900         ALTERNATE RECORD KEY IS TB-LAST-NAME
008000             WITH DUPLICATES
008100         FILE STATUS IS WS-OUT-STATUS.
008200
008300     SELECT OPTIONAL ADDRESS-FILE
008400         ASSIGN TO "phonaddr.dat"
008500         ORGANIZATION IS INDEXED
008600         ACCESS MODE IS SEQUENTIAL
008700         RECORD KEY IS ADR-PHONE-NUMBER
008800         FILE STATUS IS WS-IN-STATUS.
008900
009000     SELECT TRAIN-ADDRESS-FILE
009100         ASSIGN TO WS-TRAIN-FILE-NAME
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS RANDOM
009400         RECORD KEY IS TA-PHONE-NUMBER
009500         FILE STATUS IS WS-OUT-STATUS.
009600
009700     SELECT OPTIONAL PERSON-MASTER-FILE
009800         ASSIGN TO "persmast.dat"
009900         ORGANIZATION IS INDEXED
010000         ACCESS MODE IS SEQUENTIAL
010100         RECORD KEY IS PS-PERSON-ID
010200         FILE STATUS IS WS-IN-STATUS.
010300
010400     SELECT TRAIN-PERSON-FILE
010500         ASSIGN TO WS-TRAIN-FILE-NAME
010600         ORGANIZATION IS INDEXED
010700         ACCESS MODE IS RANDOM
010800         RECORD KEY IS TP-PERSON-ID
010900         FILE STATUS IS WS-OUT-STATUS.
011000
011100     SELECT OPTIONAL PERSON-LINK-FILE
011200         ASSIGN TO "phonpers.dat"
011300         ORGANIZATION IS INDEXED
011400         ACCESS MODE IS SEQUENTIAL
011500         RECORD KEY IS PL-PHONE-NUMBER
011600         FILE STATUS IS WS-IN-STATUS.
011700
011800     SELECT TRAIN-LINK-FILE
011900         ASSIGN TO WS-TRAIN-FILE-NAME
012000         ORGANIZATION IS INDEXED
012100         ACCESS MODE IS RANDOM
012200         RECORD KEY IS TL-PHONE-NUMBER
012300         FILE STATUS IS WS-OUT-STATUS.
012400
012500     SELECT OPTIONAL CHANGE-HISTORY-FILE
012600         ASSIGN TO "phonchg.dat"
012700         ORGANIZATION IS LINE SEQUENTIAL
012800         FILE STATUS IS WS-IN-STATUS.
012900
013000     SELECT TRAIN-HISTORY-FILE
013100         ASSIGN TO WS-TRAIN-FILE-NAME
013200         ORGANIZATION IS LINE SEQUENTIAL
013300         FILE STATUS IS WS-OUT-STATUS.
013400
013500     SELECT TRAIN-SEAL-CONTROL-FILE
013600         ASSIGN TO WS-TRAIN-FILE-NAME
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS WS-OUT-STATUS.
013900
014000     SELECT REPORT-FILE
014100         ASSIGN TO "phonmask.lst"
014200         ORGANIZATION IS LINE SEQUENTIAL.
014300
014400 DATA DIVISION.
014500 FILE SECTION.
014600 FD  REGISTRY-FILE.
014700 01  REGISTRY-RECORD.
014800     05  RG-CHOICE               PIC X(01).
014900     05  FILLER                  PIC X(01).
015000     05  RG-DIRECTORY            PIC X(20).
015100     05  RG-PREFIX               PIC X(04).
015200     05  FILLER                  PIC X(01).
015300     05  RG-DESCRIPTION          PIC X(30).
015400     05  FILLER                  PIC X(01).
015500     05  RG-PROFILE              PIC X(07).
015600
015700 FD  TRAIN-REGISTRY-FILE.
015800 01  TRAIN-REGISTRY-RECORD       PIC X(65).
015900
016000 FD  PHONE-BOOK.
016100     COPY PHONEREC.
016200
016300 FD  TRAIN-BOOK.
016400 01  TRAIN-BOOK-RECORD.
016500     05  TB-LAST-NAME            PIC X(20).
016600     05  FILLER                  PIC X(20).
016700     05  TB-NUMBER               PIC X(15).
016800     05  FILLER                  PIC X(27).
016900
017000 FD  ADDRESS-FILE.
017100     COPY PHONADDR.
017200
017300 FD  TRAIN-ADDRESS-FILE.
017400 01  TRAIN-ADDRESS-RECORD.
017500     05  TA-PHONE-NUMBER         PIC X(15).
017600     05  FILLER                  PIC X(62).
017700
017800 FD  PERSON-MASTER-FILE.
017900     COPY PERSREC.
018000
018100 FD  TRAIN-PERSON-FILE.
018200 01  TRAIN-PERSON-RECORD.
018300     05  TP-PERSON-ID            PIC 9(06).
018400     05  FILLER                  PIC X(56).
018500
018600 FD  PERSON-LINK-FILE.
018700     COPY PERSLNK.
018800
018900 FD  TRAIN-LINK-FILE.
019000 01  TRAIN-LINK-RECORD.
019100     05  TL-PHONE-NUMBER         PIC X(15).
019200     05  FILLER                  PIC X(26).
019300
019400 FD  CHANGE-HISTORY-FILE.
019500     COPY PHONCHG.
019600
019700 FD  TRAIN-HISTORY-FILE.
019800 01  TRAIN-HISTORY-RECORD        PIC X(229).
019900
020000 FD  TRAIN-SEAL-CONTROL-FILE.
020100     COPY CHGSEQ.
020200
020300 FD  REPORT-FILE.
020400 01  REPORT-LINE                 PIC X(80).
020500
020600 WORKING-STORAGE SECTION.
020700
020800 01  WS-JOB-NAME                 PIC X(08) VALUE "PHONMASK".
020900 01  WS-END-CODE                 PIC 9(04) VALUE ZERO.
021000 01  WS-JOURNAL-COUNT            PIC 9(06) VALUE ZERO.
021100
021200 01  WS-REG-STATUS               PIC X(02) VALUE "00".
021300 01  WS-IN-STATUS                PIC X(02) VALUE "00".
021400 01  WS-OUT-STATUS               PIC X(02) VALUE "00".
021500 01  WS-EOF-SWITCH               PIC X(01).
021600     88  END-OF-INPUT                    VALUE "Y".
021700
021800 01  WS-RUN-PARM                 PIC X(40).
021900 01  WS-TARGET-DIR               PIC X(40) VALUE "training".
022000 01  WS-DIRECTORY-FILE           PIC X(20).
022100 01  WS-FILE-NAME                PIC X(20).
022200 01  WS-TRAIN-FILE-NAME          PIC X(64).
022300 01  WS-TRAIN-REGISTRY-NAME      PIC X(64).
022400 01  WS-COMMAND                  PIC X(120).
022500
022600 01  WS-TODAY-DATE               PIC X(08).
022700 01  WS-TODAY-NUM REDEFINES WS-TODAY-DATE
022800                                 PIC 9(08).
022900 01  WS-CUTOFF-NUM               PIC 9(08).
023000 01  WS-CUTOFF-DATE REDEFINES WS-CUTOFF-NUM
023100                                 PIC X(08).
023200 01  WS-CLOCK-TIME               PIC 9(08).
023300
023400*    THE DIRECTORIES TO COPY, FROM THE LIVE REGISTRY.
023500 01  WS-DIRECTORY-TABLE.
023600     05  WS-DIRECTORY-USED       PIC 9(03) COMP VALUE ZERO.
023700     05  WS-DIRECTORY-ENTRY OCCURS 20 TIMES.
023800         10  WS-DT-FILE          PIC X(20).
023900 01  WS-TABLE-INDEX              PIC 9(03) COMP VALUE ZERO.
024000
024100 01  WS-READ-COUNT               PIC 9(06) COMP VALUE ZERO.
024200 01  WS-WRITTEN-COUNT            PIC 9(06) COMP VALUE ZERO.
024300 01  WS-DROPPED-COUNT            PIC 9(06) COMP VALUE ZERO.
024400 01  WS-TOTAL-WRITTEN            PIC 9(06) COMP VALUE ZERO.
024500
024600*    REFERENCE TABLES CARRIED ACROSS UNCHANGED.
024700 01  WS-REFERENCE-VALUES.
024800     05  FILLER                  PIC X(39)
024900             VALUE "areacode.dat areamast.dat catmast.dat  ".
025000     05  FILLER                  PIC X(39)
025100             VALUE "ctryrule.dat dialrule.dat exchmast.dat ".
025200     05  FILLER                  PIC X(39)
025300             VALUE "namexcp.dat  nicknam.dat  statmast.dat ".
025400 01  WS-REFERENCE-TABLE REDEFINES WS-REFERENCE-VALUES.
025500     05  WS-REFERENCE-FILE       PIC X(13) OCCURS 9 TIMES.
025600
025700*    THE RUN'S MASKING KEY: A MULTIPLIER PRIME TO 10 PICKED
025800*    FROM THE TABLE AND AN OFFSET, BOTH FROM THE CLOCK.
025900 01  WS-MASK-SEED                PIC 9(08).
026000 01  WS-MASK-MULT                PIC 9(06).
026100 01  WS-MASK-ADD                 PIC 9(07).
026200 01  WS-MULTIPLIER-VALUES.
026300     05  FILLER                  PIC X(24)
026400             VALUE "007919104729003571002749".
026500     05  FILLER                  PIC X(24)
026600             VALUE "006133004421008837001009".
026700 01  WS-MULTIPLIER-TABLE REDEFINES WS-MULTIPLIER-VALUES.
026800     05  WS-MULTIPLIER           PIC 9(06) OCCURS 8 TIMES.
026900
027000 01  WS-MASK-NUMBER              PIC X(15).
027100 01  WS-MASK-LAST                PIC X(20).
027200 01  WS-MASK-FIRST               PIC X(20).
027300 01  WS-MASK-STREET              PIC X(30).
027400
027500 01  WS-DIGIT-COUNT              PIC 9(03) COMP VALUE ZERO.
027600 01  WS-CHAR-INDEX               PIC 9(03) COMP VALUE ZERO.
027700 01  WS-TAIL-LENGTH              PIC 9(03) COMP VALUE ZERO.
027800 01  WS-TAIL-START               PIC 9(03) COMP VALUE ZERO.
027900 01  WS-TAIL-DIGITS              PIC 9(07).
028000 01  WS-TAIL-VALUE               PIC 9(15).
028100 01  WS-TAIL-MODULUS             PIC 9(08).
028200 01  WS-ONE-DIGIT                PIC 9(01).
028300
028400 01  WS-HASH-TEXT                PIC X(30).
028500 01  WS-HASH-VALUE               PIC 9(10).
028600 01  WS-PICK                     PIC 9(03) COMP VALUE ZERO.
028700 01  WS-HOUSE-NUMBER             PIC 9(05).
028800 01  WS-HOUSE-EDIT               PIC Z(04)9.
028900
029000*    FAKE VALUES, IN THE STORED (UPPER-CASE) FORM.
029100 01  WS-SURNAME-VALUES.
029200     05  FILLER                  PIC X(40)
029300             VALUE "ANDERSON  BAKER     CAMPBELL  CARTER    ".
029400     05  FILLER                  PIC X(40)
029500             VALUE "COLLINS   COOPER    DAVIES    DIXON     ".
029600     05  FILLER                  PIC X(40)
029700             VALUE "EDWARDS   ELLIS     FISHER    FOSTER    ".
029800     05  FILLER                  PIC X(40)
029900             VALUE "GARDNER   GRAHAM    HARPER    HAYES     ".
030000     05  FILLER                  PIC X(40)
030100             VALUE "HOLLAND   HUGHES    JENKINS   KELLER    ".
030200     05  FILLER                  PIC X(40)
030300             VALUE "LAMBERT   LAWSON    MARSH     MASON     ".
030400     05  FILLER                  PIC X(40)
030500             VALUE "MILLER    MORGAN    NEWMAN    NORRIS    ".
030600     05  FILLER                  PIC X(40)
030700             VALUE "OWENS     PALMER    PARKER    PEARSON   ".
030800     05  FILLER                  PIC X(40)
030900             VALUE "PORTER    QUINN     REED      REYNOLDS  ".
031000     05  FILLER                  PIC X(40)
031100             VALUE "ROGERS    SHAW      SIMMONS   SPENCER   ".
031200     05  FILLER                  PIC X(40)
031300             VALUE "STEVENS   TAYLOR    TURNER    VAUGHN    ".
031400     05  FILLER                  PIC X(40)
031500             VALUE "WALLACE   WARD      WEBB      WHEELER   ".
031600 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-VALUES.
031700     05  WS-SURNAME              PIC X(10) OCCURS 48 TIMES.
031800
031900 01  WS-FIRST-NAME-VALUES.
032000     05  FILLER                  PIC X(40)
032100             VALUE "JAMES     MARY      ROBERT    PATRICIA  ".
032200     05  FILLER                  PIC X(40)
032300             VALUE "JOHN      JENNIFER  MICHAEL   LINDA     ".
032400     05  FILLER                  PIC X(40)
032500             VALUE "DAVID     ELIZABETH WILLIAM   BARBARA   ".
032600     05  FILLER                  PIC X(40)
032700             VALUE "RICHARD   SUSAN     JOSEPH    JESSICA   ".
032800     05  FILLER                  PIC X(40)
032900             VALUE "THOMAS    SARAH     CHARLES   KAREN     ".
033000     05  FILLER                  PIC X(40)
033100             VALUE "DANIEL    NANCY     MATTHEW   LISA      ".
033200     05  FILLER                  PIC X(40)
033300             VALUE "ANTHONY   BETTY     MARK      MARGARET  ".
033400     05  FILLER                  PIC X(40)
033500             VALUE "DONALD    SANDRA    STEVEN    ASHLEY    ".
033600     05  FILLER                  PIC X(40)
033700             VALUE "PAUL      KIMBERLY  ANDREW    EMILY     ".
033800     05  FILLER                  PIC X(40)
033900             VALUE "JOSHUA    DONNA     KENNETH   MICHELLE  ".
034000     05  FILLER                  PIC X(40)
034100             VALUE "KEVIN     CAROL     BRIAN     AMANDA    ".
034200     05  FILLER                  PIC X(40)
034300             VALUE "GEORGE    MELISSA   TIMOTHY   DEBORAH   ".
034400 01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
034500     05  WS-FIRST-NAME           PIC X(10) OCCURS 48 TIMES.
034600
034700 01  WS-BUSINESS-VALUES.
034800     05  FILLER                  PIC X(40)
034900             VALUE "NORTHSIDE SUPPLY    HARBOR LOGISTICS    ".
035000     05  FILLER                  PIC X(40)
035100             VALUE "SUMMIT ELECTRIC     RIVERBEND PRINTING  ".
035200     05  FILLER                  PIC X(40)
035300             VALUE "OAKRIDGE CATERING   BLUE RIDGE PLUMBING ".
035400     05  FILLER                  PIC X(40)
035500             VALUE "CEDAR OFFICE SUPPLY LAKEVIEW COURIERS   ".
035600     05  FILLER                  PIC X(40)
035700             VALUE "PIONEER JANITORIAL  MAPLE LEAF TRAVEL   ".
035800     05  FILLER                  PIC X(40)
035900             VALUE "KEYSTONE SECURITY   GRANITE IT SERVICES ".
036000     05  FILLER                  PIC X(40)
036100             VALUE "PRAIRIE FLORISTS    BAYSHORE CLEANING   ".
036200     05  FILLER                  PIC X(40)
036300             VALUE "CROWN LEGAL SERVICE EAGLE MOVING        ".
036400     05  FILLER                  PIC X(40)
036500             VALUE "SILVERLINE TELECOM  METRO PEST CONTROL  ".
036600     05  FILLER                  PIC X(40)
036700             VALUE "HILLTOP MEDICAL     ATLAS FURNITURE     ".
036800     05  FILLER                  PIC X(40)
036900             VALUE "BRIGHTON INSURANCE  FAIRVIEW ROOFING    ".
037000     05  FILLER                  PIC X(40)
037100             VALUE "REDWOOD ACCOUNTING  COASTAL WATER CO    ".
037200 01  WS-BUSINESS-TABLE REDEFINES WS-BUSINESS-VALUES.
037300     05  WS-BUSINESS-NAME        PIC X(20) OCCURS 24 TIMES.
037400
037500 01  WS-STREET-VALUES.
037600     05  FILLER                  PIC X(40)
037700             VALUE "MAIN      OAK       MAPLE     CEDAR     ".
037800     05  FILLER                  PIC X(40)
037900             VALUE "PINE      ELM       WALNUT    CHESTNUT  ".
038000     05  FILLER                  PIC X(40)
038100             VALUE "LAKE      HILL      PARK      RIVER     ".
038200     05  FILLER                  PIC X(40)
038300             VALUE "CHURCH    MILL      SPRING    WASHINGTON".
038400     05  FILLER                  PIC X(40)
038500             VALUE "LINCOLN   JEFFERSON FRANKLIN  HIGHLAND  ".
038600     05  FILLER                  PIC X(40)
038700             VALUE "SUNSET    MEADOW    FOREST    RIDGE     ".
038800 01  WS-STREET-TABLE REDEFINES WS-STREET-VALUES.
038900     05  WS-STREET-NAME          PIC X(10) OCCURS 24 TIMES.
039000
039100 01  WS-SUFFIX-VALUES.
039200     05  FILLER                  PIC X(32)
039300             VALUE "ST  AVE RD  LN  DR  CT  WAY PL  ".
039400 01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-VALUES.
039500     05  WS-STREET-SUFFIX        PIC X(04) OCCURS 8 TIMES.
039600
039700*    THE COPIED HISTORY IS RE-SEALED AS ITS OWN CHAIN.
039800 01  WS-SEAL-FUNCTION            PIC X(01) VALUE "C".
039900 01  WS-SEAL-CHECK               PIC X(10).
040000 01  WS-SEAL-RESULT              PIC X(01).
040100 01  WS-SEAL-SEQUENCE            PIC 9(09) VALUE ZERO.
040200
040300 01  HEADING-LINE-1.
040400     05  FILLER                  PIC X(10) VALUE "PHONMASK".
040500     05  FILLER                  PIC X(50)
040600             VALUE "MASKED TRAINING COPY OF THE PRODUCTION FILES".
040700     05  FILLER                  PIC X(06) VALUE "DATE: ".
040800     05  HL1-MM                  PIC 99.
040900     05  FILLER                  PIC X(01) VALUE "/".
041000     05  HL1-DD                  PIC 99.
041100     05  FILLER                  PIC X(01) VALUE "/".
041200     05  HL1-YYYY                PIC 9999.
041300
041400 01  HEADING-LINE-2.
041500     05  FILLER                  PIC X(18)
041600             VALUE "COPY BUILT UNDER: ".
041700     05  HL2-TARGET              PIC X(40).
041800
041900 01  HEADING-LINE-3.
042000     05  FILLER                  PIC X(34)
042100             VALUE "FILE".
042200     05  FILLER                  PIC X(30)
042300             VALUE "  READ   WRITTEN   DROPPED".
042400
042500 01  COUNT-LINE.
042600     05  CL-FILE                 PIC X(30).
042700     05  FILLER                  PIC X(02) VALUE SPACE.
042800     05  CL-READ                 PIC ZZZZZ9.
042900     05  FILLER                  PIC X(04) VALUE SPACE.
043000     05  CL-WRITTEN              PIC ZZZZZ9.
043100     05  FILLER                  PIC X(04) VALUE SPACE.
043200     05  CL-DROPPED              PIC ZZZZZ9.
043300     05  FILLER                  PIC X(02) VALUE SPACE.
043400     05  CL-NOTE                 PIC X(20).
043500
043600 PROCEDURE DIVISION.
043700
043800 0000-MAINLINE.
043900     CALL "JOBHDR" USING WS-JOB-NAME.
044000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044100     PERFORM 2000-COPY-REGISTRY THRU 2000-EXIT.
044200     MOVE ZERO TO WS-TABLE-INDEX.
044300     PERFORM 2500-COPY-ONE-DIRECTORY THRU 2500-EXIT
044400         UNTIL WS-TABLE-INDEX >= WS-DIRECTORY-USED.
044500     PERFORM 3000-COPY-ADDRESSES THRU 3000-EXIT.
044600     PERFORM 3200-COPY-PERSONS THRU 3200-EXIT.
044700     PERFORM 3400-COPY-LINKS THRU 3400-EXIT.
044800     PERFORM 3600-COPY-HISTORY THRU 3600-EXIT.
044900     PERFORM 3900-COPY-REFERENCE-TABLES THRU 3900-EXIT.
045000     WRITE REPORT-LINE FROM SPACE.
045100     MOVE "NAMES, NUMBERS AND STREETS MASKED; THE MASKING KEY "
045200         TO REPORT-LINE.
045300     WRITE REPORT-LINE.
045400     MOVE "IS NOT KEPT. RUN IODEMO FROM THE DIRECTORY ABOVE."
045500         TO REPORT-LINE.
045600     WRITE REPORT-LINE.
045700     CLOSE REPORT-FILE.
045800     DISPLAY "PHONMASK - " WS-TOTAL-WRITTEN " MASKED RECORD(S) "
045900         "WRITTEN UNDER " FUNCTION TRIM(WS-TARGET-DIR)
046000         " - COUNTS ARE ON phonmask.lst.".
046100     MOVE WS-TOTAL-WRITTEN TO WS-JOURNAL-COUNT.
046200     MOVE WS-END-CODE TO RETURN-CODE.
046300     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
046400         WS-END-CODE.
046500     GOBACK.
046600
046700 1000-INITIALIZE.
046800     ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
046900     ACCEPT WS-CLOCK-TIME FROM TIME.
047000     MOVE SPACE TO WS-RUN-PARM.
047100     ACCEPT WS-RUN-PARM FROM COMMAND-LINE.
047200     IF WS-RUN-PARM NOT = SPACE
047300         MOVE WS-RUN-PARM TO WS-TARGET-DIR
047400     END-IF.
047500*    THE COPY MUST LAND SOMEWHERE OTHER THAN THE LIVE FILES.
047600     IF WS-TARGET-DIR = "." OR WS-TARGET-DIR = "./"
047700             OR WS-TARGET-DIR = ".." OR WS-TARGET-DIR = "../"
047800         DISPLAY "PHONMASK - THE TRAINING COPY NEEDS A DIRECTORY "
047900             "OF ITS OWN - NOTHING COPIED."
048000         MOVE 12 TO RETURN-CODE
048100         MOVE 12 TO WS-END-CODE
048200         CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
048300             WS-END-CODE
048400         GOBACK
048500     END-IF.
048600     COMPUTE WS-CUTOFF-NUM = FUNCTION DATE-OF-INTEGER(
048700         FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 31).
048800     MOVE WS-CLOCK-TIME TO WS-MASK-SEED.
048900     COMPUTE WS-PICK = FUNCTION MOD(WS-MASK-SEED, 8) + 1.
049000     MOVE WS-MULTIPLIER (WS-PICK) TO WS-MASK-MULT.
049100     COMPUTE WS-MASK-ADD =
049200         FUNCTION MOD(WS-MASK-SEED * 7 + 1234567, 10000000).
049300     MOVE SPACE TO WS-COMMAND.
049400     STRING "mkdir -p "                  DELIMITED BY SIZE
049500         FUNCTION TRIM(WS-TARGET-DIR)    DELIMITED BY SIZE
049600         INTO WS-COMMAND
049700     END-STRING.
049800     CALL "SYSTEM" USING WS-COMMAND.
049900     OPEN OUTPUT REPORT-FILE.
050000     MOVE WS-TODAY-DATE (5:2) TO HL1-MM.
050100     MOVE WS-TODAY-DATE (7:2) TO HL1-DD.
050200     MOVE WS-TODAY-DATE (1:4) TO HL1-YYYY.
050300     MOVE WS-TARGET-DIR TO HL2-TARGET.
050400     WRITE REPORT-LINE FROM HEADING-LINE-1.
050500     WRITE REPORT-LINE FROM HEADING-LINE-2.
050600     WRITE REPORT-LINE FROM SPACE.
050700     WRITE REPORT-LINE FROM HEADING-LINE-3.
050800 1000-EXIT.
050900     EXIT.
051000
051100*    THE TRAINING REGISTRY LISTS THE SAME DIRECTORIES UNDER
051200*    THE SAME NAMES, PREFIXES AND PROFILES, EACH DESCRIPTION
051300*    MARKED TRAINING SO NO ONE MISTAKES WHERE THEY ARE.
051400 2000-COPY-REGISTRY.
051500     MOVE "dirreg.dat" TO WS-FILE-NAME.
051600     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
051700     MOVE WS-TRAIN-FILE-NAME TO WS-TRAIN-REGISTRY-NAME.
051800     MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
051900         WS-DROPPED-COUNT.
052000     OPEN OUTPUT TRAIN-REGISTRY-FILE.
052100     IF WS-OUT-STATUS NOT = "00"
052200         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
052300         GO TO 2000-EXIT
052400     END-IF.
052500     MOVE "N" TO WS-EOF-SWITCH.
052600     OPEN INPUT REGISTRY-FILE.
052700     IF WS-REG-STATUS = "00"
052800         PERFORM 2100-COPY-REGISTRY-ROW THRU 2100-EXIT
052900             UNTIL END-OF-INPUT
053000         CLOSE REGISTRY-FILE
053100     END-IF.
053200     IF WS-DIRECTORY-USED = ZERO
053300         PERFORM 2200-BUILT-IN-ROWS THRU 2200-EXIT
053400     END-IF.
053500     CLOSE TRAIN-REGISTRY-FILE.
053600     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
053700 2000-EXIT.
053800     EXIT.
053900
054000 2100-COPY-REGISTRY-ROW.
054100     READ REGISTRY-FILE
054200         AT END
054300             MOVE "Y" TO WS-EOF-SWITCH
054400             GO TO 2100-EXIT
054500     END-READ.
054600     ADD 1 TO WS-READ-COUNT.
054700     IF RG-CHOICE NOT = SPACE AND RG-CHOICE NOT = "*"
054800         IF WS-DIRECTORY-USED < 20
054900             ADD 1 TO WS-DIRECTORY-USED
055000             MOVE RG-DIRECTORY
055100                 TO WS-DT-FILE (WS-DIRECTORY-USED)
055200         END-IF
055300         PERFORM 2300-MARK-DESCRIPTION THRU 2300-EXIT
055400     END-IF.
055500     WRITE TRAIN-REGISTRY-RECORD FROM REGISTRY-RECORD.
055600     ADD 1 TO WS-WRITTEN-COUNT.
055700 2100-EXIT.
055800     EXIT.
055900
056000*    NO LIVE REGISTRY MEANS THE SUITE RUNS ON DIRREG'S
056100*    BUILT-IN PERSONAL AND BUSINESS ROWS - COPY THOSE.
056200 2200-BUILT-IN-ROWS.
056300     MOVE SPACE TO REGISTRY-RECORD.
056400     MOVE "1"           TO RG-CHOICE.
056500     MOVE "phone.csv"   TO RG-DIRECTORY.
056600     MOVE "phon"        TO RG-PREFIX.
056700     MOVE "PERSONAL DIRECTORY" TO RG-DESCRIPTION.
056800     PERFORM 2300-MARK-DESCRIPTION THRU 2300-EXIT.
056900     WRITE TRAIN-REGISTRY-RECORD FROM REGISTRY-RECORD.
057000     MOVE SPACE TO REGISTRY-RECORD.
057100     MOVE "2"           TO RG-CHOICE.
057200     MOVE "vendors.csv" TO RG-DIRECTORY.
057300     MOVE "vend"        TO RG-PREFIX.
057400     MOVE "BUSINESS DIRECTORY" TO RG-DESCRIPTION.
057500     PERFORM 2300-MARK-DESCRIPTION THRU 2300-EXIT.
057600     WRITE TRAIN-REGISTRY-RECORD FROM REGISTRY-RECORD.
057700     MOVE 2 TO WS-DIRECTORY-USED.
057800     MOVE "phone.csv"   TO WS-DT-FILE (1).
057900     MOVE "vendors.csv" TO WS-DT-FILE (2).
058000     ADD 2 TO WS-WRITTEN-COUNT.
058100 2200-EXIT.
058200     EXIT.
058300
058400 2300-MARK-DESCRIPTION.
058500     MOVE RG-DESCRIPTION TO WS-HASH-TEXT.
058600     MOVE SPACE TO RG-DESCRIPTION.
058700     STRING "TRAINING "                  DELIMITED BY SIZE
058800         FUNCTION TRIM(WS-HASH-TEXT)     DELIMITED BY SIZE
058900         INTO RG-DESCRIPTION
059000     END-STRING.
059100 2300-EXIT.
059200     EXIT.
059300
059400 2500-COPY-ONE-DIRECTORY.
059500     ADD 1 TO WS-TABLE-INDEX.
059600     MOVE WS-DT-FILE (WS-TABLE-INDEX) TO WS-DIRECTORY-FILE.
059700     MOVE WS-DIRECTORY-FILE TO WS-FILE-NAME.
059800     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
059900     MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
060000         WS-DROPPED-COUNT.
060100     OPEN OUTPUT TRAIN-BOOK.
060200     IF WS-OUT-STATUS NOT = "00"
060300         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
060400         GO TO 2500-EXIT
060500     END-IF.
060600     MOVE "N" TO WS-EOF-SWITCH.
060700     OPEN INPUT PHONE-BOOK.
060800     IF WS-IN-STATUS = "00"
060900         PERFORM 2600-COPY-ONE-ENTRY THRU 2600-EXIT
061000             UNTIL END-OF-INPUT
061100         CLOSE PHONE-BOOK
061200     ELSE
061300         PERFORM 8300-INPUT-FAILED THRU 8300-EXIT
061400         IF WS-IN-STATUS = "05"
061500             CLOSE PHONE-BOOK
061600         END-IF
061700     END-IF.
061800     CLOSE TRAIN-BOOK.
061900     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
062000 2500-EXIT.
062100     EXIT.
062200
062300 2600-COPY-ONE-ENTRY.
062400     READ PHONE-BOOK NEXT RECORD
062500         AT END
062600             MOVE "Y" TO WS-EOF-SWITCH
062700             GO TO 2600-EXIT
062800     END-READ.
062900     ADD 1 TO WS-READ-COUNT.
063000     MOVE PHONE-LAST-NAME  TO WS-MASK-LAST.
063100     MOVE PHONE-FIRST-NAME TO WS-MASK-FIRST.
063200     PERFORM 5100-MASK-NAMES THRU 5100-EXIT.
063300     MOVE WS-MASK-LAST  TO PHONE-LAST-NAME.
063400     MOVE WS-MASK-FIRST TO PHONE-FIRST-NAME.
063500     MOVE PHONE-NUMBER TO WS-MASK-NUMBER.
063600     PERFORM 5000-MASK-NUMBER THRU 5000-EXIT.
063700     MOVE WS-MASK-NUMBER TO PHONE-NUMBER.
063800     WRITE TRAIN-BOOK-RECORD FROM PHONE-RECORD
063900         INVALID KEY
064000             ADD 1 TO WS-DROPPED-COUNT
064100         NOT INVALID KEY
064200             ADD 1 TO WS-WRITTEN-COUNT
064300     END-WRITE.
064400 2600-EXIT.
064500     EXIT.
064600
064700 3000-COPY-ADDRESSES.
064800     MOVE "phonaddr.dat" TO WS-FILE-NAME.
064900     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
065000     MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
065100         WS-DROPPED-COUNT.
065200     OPEN OUTPUT TRAIN-ADDRESS-FILE.
065300     IF WS-OUT-STATUS NOT = "00"
065400         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
065500         GO TO 3000-EXIT
065600     END-IF.
065700     MOVE "N" TO WS-EOF-SWITCH.
065800     OPEN INPUT ADDRESS-FILE.
065900     IF WS-IN-STATUS = "00"
066000         PERFORM 3100-COPY-ONE-ADDRESS THRU 3100-EXIT
066100             UNTIL END-OF-INPUT
066200         CLOSE ADDRESS-FILE
066300     ELSE
066400         PERFORM 8300-INPUT-FAILED THRU 8300-EXIT
066500         IF WS-IN-STATUS = "05"
066600             CLOSE ADDRESS-FILE
066700         END-IF
066800     END-IF.
066900     CLOSE TRAIN-ADDRESS-FILE.
067000     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
067100 3000-EXIT.
067200     EXIT.
067300
067400*    CITY, STATE AND POSTAL CODE STAY AS THEY ARE SO THE
067500*    ADDRESS STILL PASSES THE STATE AND POSTAL-FORMAT CHECKS;
067600*    THE NUMBER AND STREET ARE WHAT IDENTIFY SOMEONE.
067700 3100-COPY-ONE-ADDRESS.
067800     READ ADDRESS-FILE NEXT RECORD
067900         AT END
068000             MOVE "Y" TO WS-EOF-SWITCH
068100             GO TO 3100-EXIT
068200     END-READ.
068300     ADD 1 TO WS-READ-COUNT.
068400     MOVE ADR-PHONE-NUMBER TO WS-MASK-NUMBER.
068500     PERFORM 5000-MASK-NUMBER THRU 5000-EXIT.
068600     MOVE WS-MASK-NUMBER TO ADR-PHONE-NUMBER.
068700     MOVE ADR-STREET TO WS-MASK-STREET.
068800     PERFORM 5300-MASK-STREET THRU 5300-EXIT.
068900     MOVE WS-MASK-STREET TO ADR-STREET.
069000     WRITE TRAIN-ADDRESS-RECORD FROM ADDRESS-RECORD
069100         INVALID KEY
069200             ADD 1 TO WS-DROPPED-COUNT
069300         NOT INVALID KEY
069400             ADD 1 TO WS-WRITTEN-COUNT
069500     END-WRITE.
069600 3100-EXIT.
069700     EXIT.
069800
069900 3200-COPY-PERSONS.
070000     MOVE "persmast.dat" TO WS-FILE-NAME.
070100     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
070200     MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
070300         WS-DROPPED-COUNT.
070400     OPEN OUTPUT TRAIN-PERSON-FILE.
070500     IF WS-OUT-STATUS NOT = "00"
070600         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
070700         GO TO 3200-EXIT
070800     END-IF.
070900     MOVE "N" TO WS-EOF-SWITCH.
071000     OPEN INPUT PERSON-MASTER-FILE.
071100     IF WS-IN-STATUS = "00"
071200         PERFORM 3300-COPY-ONE-PERSON THRU 3300-EXIT
071300             UNTIL END-OF-INPUT
071400         CLOSE PERSON-MASTER-FILE
071500     ELSE
071600         PERFORM 8300-INPUT-FAILED THRU 8300-EXIT
071700         IF WS-IN-STATUS = "05"
071800             CLOSE PERSON-MASTER-FILE
071900         END-IF
072000     END-IF.
072100     CLOSE TRAIN-PERSON-FILE.
072200     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
072300 3200-EXIT.
072400     EXIT.
072500
072600*    THE PERSON-ID STAYS; THE NAME AND PREFERRED NUMBER GO
072700*    THROUGH THE SAME MASKS AS THE DIRECTORY ROWS, SO THEY
072800*    STILL MATCH THE ENTRIES LINKED TO THE PERSON.
072900 3300-COPY-ONE-PERSON.
073000     READ PERSON-MASTER-FILE NEXT RECORD
073100         AT END
073200             MOVE "Y" TO WS-EOF-SWITCH
073300             GO TO 3300-EXIT
073400     END-READ.
073500     ADD 1 TO WS-READ-COUNT.
073600     MOVE PS-LAST-NAME  TO WS-MASK-LAST.
073700     MOVE PS-FIRST-NAME TO WS-MASK-FIRST.
073800     PERFORM 5100-MASK-NAMES THRU 5100-EXIT.
073900     MOVE WS-MASK-LAST  TO PS-LAST-NAME.
074000     MOVE WS-MASK-FIRST TO PS-FIRST-NAME.
074100     MOVE PS-PREFERRED-NUMBER TO WS-MASK-NUMBER.
074200     PERFORM 5000-MASK-NUMBER THRU 5000-EXIT.
074300     MOVE WS-MASK-NUMBER TO PS-PREFERRED-NUMBER.
074400     WRITE TRAIN-PERSON-RECORD FROM PERSON-MASTER-RECORD
074500         INVALID KEY
074600             ADD 1 TO WS-DROPPED-COUNT
074700         NOT INVALID KEY
074800             ADD 1 TO WS-WRITTEN-COUNT
074900     END-WRITE.
075000 3300-EXIT.
075100     EXIT.
075200
075300 3400-COPY-LINKS.
075400     MOVE "phonpers.dat" TO WS-FILE-NAME.
075500     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
075600     MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
075700         WS-DROPPED-COUNT.
075800     OPEN OUTPUT TRAIN-LINK-FILE.
075900     IF WS-OUT-STATUS NOT = "00"
076000         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
076100         GO TO 3400-EXIT
076200     END-IF.
076300     MOVE "N" TO WS-EOF-SWITCH.
076400     OPEN INPUT PERSON-LINK-FILE.
076500     IF WS-IN-STATUS = "00"
076600         PERFORM 3500-COPY-ONE-LINK THRU 3500-EXIT
076700             UNTIL END-OF-INPUT
076800         CLOSE PERSON-LINK-FILE
076900     ELSE
077000         PERFORM 8300-INPUT-FAILED THRU 8300-EXIT
077100         IF WS-IN-STATUS = "05"
077200             CLOSE PERSON-LINK-FILE
077300         END-IF
077400     END-IF.
077500     CLOSE TRAIN-LINK-FILE.
077600     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
077700 3400-EXIT.
077800     EXIT.
077900
078000 3500-COPY-ONE-LINK.
078100     READ PERSON-LINK-FILE NEXT RECORD
078200         AT END
078300             MOVE "Y" TO WS-EOF-SWITCH
078400             GO TO 3500-EXIT
078500     END-READ.
078600     ADD 1 TO WS-READ-COUNT.
078700     MOVE PL-PHONE-NUMBER TO WS-MASK-NUMBER.
078800     PERFORM 5000-MASK-NUMBER THRU 5000-EXIT.
078900     MOVE WS-MASK-NUMBER TO PL-PHONE-NUMBER.
079000     WRITE TRAIN-LINK-RECORD FROM PERSON-LINK-RECORD
079100         INVALID KEY
079200             ADD 1 TO WS-DROPPED-COUNT
079300         NOT INVALID KEY
079400             ADD 1 TO WS-WRITTEN-COUNT
079500     END-WRITE.
079600 3500-EXIT.
079700     EXIT.
079800
079900*    THE LAST MONTH OF CHANGES, BOTH IMAGES MASKED THE SAME
080000*    WAY AS THE DIRECTORY ROWS THEY DESCRIBE. EVERY PHONEREC
080100*    LAYOUT THE IMAGES HAVE HAD STARTS WITH LAST NAME, FIRST
080200*    NAME AND NUMBER, SO OLDER IMAGE VERSIONS MASK THE SAME.
080300 3600-COPY-HISTORY.
080400     MOVE "phonchg.dat" TO WS-FILE-NAME.
080500     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
080600     MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
080700         WS-DROPPED-COUNT.
080800     MOVE ZERO  TO WS-SEAL-SEQUENCE.
080900     MOVE SPACE TO WS-SEAL-CHECK.
081000     OPEN OUTPUT TRAIN-HISTORY-FILE.
081100     IF WS-OUT-STATUS NOT = "00"
081200         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
081300         GO TO 3600-EXIT
081400     END-IF.
081500     MOVE "N" TO WS-EOF-SWITCH.
081600     OPEN INPUT CHANGE-HISTORY-FILE.
081700     IF WS-IN-STATUS = "00"
081800         PERFORM 3700-COPY-ONE-CHANGE THRU 3700-EXIT
081900             UNTIL END-OF-INPUT
082000         CLOSE CHANGE-HISTORY-FILE
082100     ELSE
082200         PERFORM 8300-INPUT-FAILED THRU 8300-EXIT
082300         IF WS-IN-STATUS = "05"
082400             CLOSE CHANGE-HISTORY-FILE
082500         END-IF
082600     END-IF.
082700     CLOSE TRAIN-HISTORY-FILE.
082800     MOVE "ROWS BEFORE CUTOFF" TO CL-NOTE.
082900     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
083000     IF WS-SEAL-SEQUENCE > ZERO
083100         PERFORM 3800-WRITE-SEAL-CONTROL THRU 3800-EXIT
083200     END-IF.
083300 3600-EXIT.
083400     EXIT.
083500
083600 3700-COPY-ONE-CHANGE.
083700     READ CHANGE-HISTORY-FILE
083800         AT END
083900             MOVE "Y" TO WS-EOF-SWITCH
084000             GO TO 3700-EXIT
084100     END-READ.
084200     ADD 1 TO WS-READ-COUNT.
084300     IF CH-DATE < WS-CUTOFF-DATE
084400         ADD 1 TO WS-DROPPED-COUNT
084500         GO TO 3700-EXIT
084600     END-IF.
084700     IF CH-OLD-VALUES NOT = SPACE
084800         MOVE CH-OLD-VALUES (1:20)  TO WS-MASK-LAST
084900         MOVE CH-OLD-VALUES (21:20) TO WS-MASK-FIRST
085000         PERFORM 5100-MASK-NAMES THRU 5100-EXIT
085100         MOVE WS-MASK-LAST  TO CH-OLD-VALUES (1:20)
085200         MOVE WS-MASK-FIRST TO CH-OLD-VALUES (21:20)
085300         MOVE CH-OLD-VALUES (41:15) TO WS-MASK-NUMBER
085400         PERFORM 5000-MASK-NUMBER THRU 5000-EXIT
085500         MOVE WS-MASK-NUMBER TO CH-OLD-VALUES (41:15)
085600     END-IF.
085700     IF CH-NEW-VALUES NOT = SPACE
085800         MOVE CH-NEW-VALUES (1:20)  TO WS-MASK-LAST
085900         MOVE CH-NEW-VALUES (21:20) TO WS-MASK-FIRST
086000         PERFORM 5100-MASK-NAMES THRU 5100-EXIT
086100         MOVE WS-MASK-LAST  TO CH-NEW-VALUES (1:20)
086200         MOVE WS-MASK-FIRST TO CH-NEW-VALUES (21:20)
086300         MOVE CH-NEW-VALUES (41:15) TO WS-MASK-NUMBER
086400         PERFORM 5000-MASK-NUMBER THRU 5000-EXIT
086500         MOVE WS-MASK-NUMBER TO CH-NEW-VALUES (41:15)
086600     END-IF.
086700     ADD 1 TO WS-SEAL-SEQUENCE.
086800     MOVE WS-SEAL-SEQUENCE TO CH-SEQUENCE.
086900     MOVE SPACE TO CH-CHAIN-CHECK.
087000     CALL "CHGSEAL" USING WS-SEAL-FUNCTION
087100         CHANGE-HISTORY-RECORD WS-SEAL-CHECK WS-SEAL-RESULT.
087200     MOVE WS-SEAL-CHECK TO CH-CHAIN-CHECK.
087300     WRITE TRAIN-HISTORY-RECORD FROM CHANGE-HISTORY-RECORD.
087400     ADD 1 TO WS-WRITTEN-COUNT.
087500 3700-EXIT.
087600     EXIT.
087700
087800*    THE TRAINING COPY'S OWN SEAL CONTROL, SO THE NEXT CHANGE
087900*    KEYED IN TRAINING CARRIES ON FROM THE LAST COPIED ROW.
088000 3800-WRITE-SEAL-CONTROL.
088100     MOVE "chgseq.dat" TO WS-FILE-NAME.
088200     PERFORM 8100-BUILD-TRAIN-NAME THRU 8100-EXIT.
088300     OPEN OUTPUT TRAIN-SEAL-CONTROL-FILE.
088400     IF WS-OUT-STATUS NOT = "00"
088500         MOVE ZERO TO WS-READ-COUNT WS-WRITTEN-COUNT
088600             WS-DROPPED-COUNT
088700         PERFORM 8200-OUTPUT-FAILED THRU 8200-EXIT
088800         GO TO 3800-EXIT
088900     END-IF.
089000     MOVE SPACE TO SEAL-CONTROL-RECORD.
089100     MOVE WS-SEAL-SEQUENCE TO SQ-LAST-SEQUENCE.
089200     MOVE WS-SEAL-CHECK    TO SQ-LAST-CHECK.
089300     MOVE WS-TODAY-DATE    TO SQ-LAST-DATE.
089400     MOVE WS-CLOCK-TIME    TO SQ-LAST-TIME.
089500     WRITE SEAL-CONTROL-RECORD.
089600     CLOSE TRAIN-SEAL-CONTROL-FILE.
089700 3800-EXIT.
089800     EXIT.
089900
090000*    REFERENCE TABLES HOLD NOTHING ABOUT ANYONE AND GO ACROSS
090100*    UNCHANGED SO THE COPY VALIDATES THE WAY PRODUCTION DOES.
090200 3900-COPY-REFERENCE-TABLES.
090300     PERFORM 3910-COPY-ONE-TABLE THRU 3910-EXIT
090400         VARYING WS-TABLE-INDEX FROM 1 BY 1
090500         UNTIL WS-TABLE-INDEX > 9.
090600     WRITE REPORT-LINE FROM SPACE.
090700     MOVE "REFERENCE TABLES ON HAND COPIED UNCHANGED; NOTES AND "
090800         TO REPORT-LINE.
090900     WRITE REPORT-LINE.
091000     MOVE "OPERATOR MASTER LEFT OUT." TO REPORT-LINE.
091100     WRITE REPORT-LINE.
091200 3900-EXIT.
091300     EXIT.
091400
091500 3910-COPY-ONE-TABLE.
091600     MOVE SPACE TO WS-COMMAND.
091700     STRING "cp "                        DELIMITED BY SIZE
091800         WS-REFERENCE-FILE (WS-TABLE-INDEX)
091900                                         DELIMITED BY SPACE
092000         " "                             DELIMITED BY SIZE
092100         FUNCTION TRIM(WS-TARGET-DIR)    DELIMITED BY SIZE
092200         "/ 2>/dev/null"                 DELIMITED BY SIZE
092300         INTO WS-COMMAND
092400     END-STRING.
092500     CALL "SYSTEM" USING WS-COMMAND.
092600 3910-EXIT.
092700     EXIT.
092800
092900*    A NUMBER KEEPS ITS LENGTH AND LEADING DIGITS; UP TO
093000*    SEVEN TRAILING DIGITS ARE SCRAMBLED BY THE RUN'S KEY.
093100*    MULTIPLYING BY A VALUE PRIME TO 10 AND ADDING AN OFFSET,
093200*    MODULO A POWER OF TEN (OR 2 OR 8 MILLION - NOTHING BUT
093300*    TWOS AND FIVES), IS ONE-FOR-ONE, SO DISTINCT LIVE NUMBERS
093400*    STAY DISTINCT. A TEN-DIGIT NUMBER WITH A VALID EXCHANGE
093500*    (FIRST DIGIT 2-9) GETS ANOTHER VALID EXCHANGE.
093600 5000-MASK-NUMBER.
093700     IF WS-MASK-NUMBER = SPACE
093800         GO TO 5000-EXIT
093900     END-IF.
094000     MOVE ZERO TO WS-DIGIT-COUNT.
094100     INSPECT WS-MASK-NUMBER TALLYING WS-DIGIT-COUNT
094200         FOR CHARACTERS BEFORE INITIAL SPACE.
094300     PERFORM 5010-FORCE-DIGIT THRU 5010-EXIT
094400         VARYING WS-CHAR-INDEX FROM 1 BY 1
094500         UNTIL WS-CHAR-INDEX > WS-DIGIT-COUNT.
094600     IF WS-DIGIT-COUNT = 10
094700         MOVE WS-MASK-NUMBER (4:7) TO WS-TAIL-DIGITS
094800         IF WS-MASK-NUMBER (4:1) NOT < "2"
094900             COMPUTE WS-TAIL-VALUE = FUNCTION MOD(
095000                 (WS-TAIL-DIGITS - 2000000) * WS-MASK-MULT
095100                 + WS-MASK-ADD, 8000000) + 2000000
095200         ELSE
095300             COMPUTE WS-TAIL-VALUE = FUNCTION MOD(
095400                 WS-TAIL-DIGITS * WS-MASK-MULT
095500                 + WS-MASK-ADD, 2000000)
095600         END-IF
095700         MOVE WS-TAIL-VALUE TO WS-TAIL-DIGITS
095800         MOVE WS-TAIL-DIGITS TO WS-MASK-NUMBER (4:7)
095900         GO TO 5000-EXIT
096000     END-IF.
096100     IF WS-DIGIT-COUNT > 7
096200         MOVE 7 TO WS-TAIL-LENGTH
096300     ELSE
096400         MOVE WS-DIGIT-COUNT TO WS-TAIL-LENGTH
096500     END-IF.
096600     COMPUTE WS-TAIL-START = WS-DIGIT-COUNT - WS-TAIL-LENGTH + 1.
096700     COMPUTE WS-TAIL-MODULUS = 10 ** WS-TAIL-LENGTH.
096800     MOVE ZERO TO WS-TAIL-VALUE.
096900     PERFORM 5020-ADD-TAIL-DIGIT THRU 5020-EXIT
097000         VARYING WS-CHAR-INDEX FROM WS-TAIL-START BY 1
097100         UNTIL WS-CHAR-INDEX > WS-DIGIT-COUNT.
097200     COMPUTE WS-TAIL-VALUE = FUNCTION MOD(
097300         WS-TAIL-VALUE * WS-MASK-MULT + WS-MASK-ADD,
097400         WS-TAIL-MODULUS).
097500     MOVE WS-TAIL-VALUE TO WS-TAIL-DIGITS.
097600     MOVE WS-TAIL-DIGITS (8 - WS-TAIL-LENGTH:WS-TAIL-LENGTH)
097700         TO WS-MASK-NUMBER (WS-TAIL-START:WS-TAIL-LENGTH).
097800 5000-EXIT.
097900     EXIT.
098000
098100 5010-FORCE-DIGIT.
098200     IF WS-MASK-NUMBER (WS-CHAR-INDEX:1) NOT NUMERIC
098300         MOVE "0" TO WS-MASK-NUMBER (WS-CHAR-INDEX:1)
098400     END-IF.
098500 5010-EXIT.
098600     EXIT.
098700
098800 5020-ADD-TAIL-DIGIT.
098900     MOVE WS-MASK-NUMBER (WS-CHAR-INDEX:1) TO WS-ONE-DIGIT.
099000     COMPUTE WS-TAIL-VALUE = WS-TAIL-VALUE * 10 + WS-ONE-DIGIT.
099100 5020-EXIT.
099200     EXIT.
099300
099400*    EACH FAKE NAME DEPENDS ONLY ON THE REAL ONE AND THE
099500*    RUN'S KEY. NO FIRST NAME MEANS A BUSINESS ENTRY.
099600 5100-MASK-NAMES.
099700     IF WS-MASK-LAST NOT = SPACE
099800         MOVE WS-MASK-LAST TO WS-HASH-TEXT
099900         PERFORM 5200-HASH-TEXT THRU 5200-EXIT
100000         IF WS-MASK-FIRST = SPACE
100100             COMPUTE WS-PICK = FUNCTION MOD(WS-HASH-VALUE, 24) + 1
100200             MOVE WS-BUSINESS-NAME (WS-PICK) TO WS-MASK-LAST
100300         ELSE
100400             COMPUTE WS-PICK = FUNCTION MOD(WS-HASH-VALUE, 48) + 1
100500             MOVE WS-SURNAME (WS-PICK) TO WS-MASK-LAST
100600         END-IF
100700     END-IF.
100800     IF WS-MASK-FIRST NOT = SPACE
100900         MOVE WS-MASK-FIRST TO WS-HASH-TEXT
101000         PERFORM 5200-HASH-TEXT THRU 5200-EXIT
101100         COMPUTE WS-PICK = FUNCTION MOD(WS-HASH-VALUE, 48) + 1
101200         MOVE WS-FIRST-NAME (WS-PICK) TO WS-MASK-FIRST
101300     END-IF.
101400 5100-EXIT.
101500     EXIT.
101600
101700 5200-HASH-TEXT.
101800     MOVE WS-MASK-SEED TO WS-HASH-VALUE.
101900     PERFORM 5210-HASH-ONE-CHARACTER THRU 5210-EXIT
102000         VARYING WS-CHAR-INDEX FROM 1 BY 1
102100         UNTIL WS-CHAR-INDEX > 30.
102200 5200-EXIT.
102300     EXIT.
102400
102500 5210-HASH-ONE-CHARACTER.
102600     COMPUTE WS-HASH-VALUE = FUNCTION MOD(
102700         WS-HASH-VALUE * 31
102800         + FUNCTION ORD(WS-HASH-TEXT (WS-CHAR-INDEX:1))
102900         * WS-CHAR-INDEX, 999999937).
103000 5210-EXIT.
103100     EXIT.
103200
103300 5300-MASK-STREET.
103400     IF WS-MASK-STREET = SPACE
103500         GO TO 5300-EXIT
103600     END-IF.
103700     MOVE WS-MASK-STREET TO WS-HASH-TEXT.
103800     PERFORM 5200-HASH-TEXT THRU 5200-EXIT.
103900     COMPUTE WS-HOUSE-NUMBER =
104000         FUNCTION MOD(WS-HASH-VALUE, 9900) + 100.
104100     MOVE WS-HOUSE-NUMBER TO WS-HOUSE-EDIT.
104200     COMPUTE WS-PICK = FUNCTION MOD(WS-HASH-VALUE / 9900, 24)
104300         + 1.
104400     MOVE SPACE TO WS-MASK-STREET.
104500     STRING FUNCTION TRIM(WS-HOUSE-EDIT)  DELIMITED BY SIZE
104600         " "                               DELIMITED BY SIZE
104700         FUNCTION TRIM(WS-STREET-NAME (WS-PICK))
104800                                           DELIMITED BY SIZE
104900         INTO WS-MASK-STREET
105000     END-STRING.
105100     COMPUTE WS-PICK = FUNCTION MOD(WS-HASH-VALUE / 237600, 8)
105200         + 1.
105300     MOVE SPACE TO WS-HASH-TEXT.
105400     STRING FUNCTION TRIM(WS-MASK-STREET) DELIMITED BY SIZE
105500         " "                               DELIMITED BY SIZE
105600         FUNCTION TRIM(WS-STREET-SUFFIX (WS-PICK))
105700                                           DELIMITED BY SIZE
105800         INTO WS-HASH-TEXT
105900     END-STRING.
106000     MOVE WS-HASH-TEXT TO WS-MASK-STREET.
106100 5300-EXIT.
106200     EXIT.
106300
106400 8000-WRITE-COUNT-LINE.
106500     MOVE WS-TRAIN-FILE-NAME TO CL-FILE.
106600     MOVE WS-READ-COUNT      TO CL-READ.
106700     MOVE WS-WRITTEN-COUNT   TO CL-WRITTEN.
106800     MOVE WS-DROPPED-COUNT   TO CL-DROPPED.
106900     WRITE REPORT-LINE FROM COUNT-LINE.
107000     MOVE SPACE TO CL-NOTE.
107100     ADD WS-WRITTEN-COUNT TO WS-TOTAL-WRITTEN.
107200 8000-EXIT.
107300     EXIT.
107400
107500 8100-BUILD-TRAIN-NAME.
107600     MOVE SPACE TO WS-TRAIN-FILE-NAME.
107700     STRING FUNCTION TRIM(WS-TARGET-DIR) DELIMITED BY SIZE
107800         "/"                             DELIMITED BY SIZE
107900         FUNCTION TRIM(WS-FILE-NAME)     DELIMITED BY SIZE
108000         INTO WS-TRAIN-FILE-NAME
108100     END-STRING.
108200 8100-EXIT.
108300     EXIT.
108400
108500 8200-OUTPUT-FAILED.
108600     MOVE "CANNOT CREATE - " TO CL-NOTE.
108700     MOVE WS-OUT-STATUS TO CL-NOTE (17:2).
108800     PERFORM 8000-WRITE-COUNT-LINE THRU 8000-EXIT.
108900     MOVE 12 TO WS-END-CODE.
109000 8200-EXIT.
109100     EXIT.
109200
109300*    A LIVE FILE THAT IS SIMPLY NOT THERE (OPTIONAL, STATUS
109400*    05) LEAVES AN EMPTY TRAINING FILE; ANY OTHER STATUS IS
109500*    FLAGGED ON THE REPORT AND IN THE RETURN CODE.
109600 8300-INPUT-FAILED.
109700     IF WS-IN-STATUS = "05"
109800         MOVE "NOT ON FILE" TO CL-NOTE
109900     ELSE
110000         MOVE "CANNOT READ - " TO CL-NOTE
110100         MOVE WS-IN-STATUS TO CL-NOTE (15:2)
110200         IF WS-END-CODE < 8
110300             MOVE 8 TO WS-END-CODE
110400         END-IF
110500     END-IF.
110600 8300-EXIT.
110700     EXIT.
