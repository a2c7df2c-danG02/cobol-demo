001920*                 dirreg.dat REGISTRY THROUGH THE SHARED
001930*                 DIRREG ROUTINE (PREFIX + "stat.lst");
001940*                 phone.csv KEEPS phonstat.lst.
001950*  OCT 2026  DCG  A CLEAN RUN NOW FILES ITS LISTING INTO THE
001960*                 DATED REPORT LIBRARY THROUGH RPTFILE.
001968*  OCT 2026  DCG  ADDED A FOURTH BREAKDOWN - RECORDS BY LINE
001976*                 TYPE (MOBILE / LANDLINE / UNKNOWN) FROM THE
001984*                 exchmast.dat EXCHANGE REFERENCE THROUGH THE
001992*                 SHARED EXCHLKP ROUTINE.
002000*----------------------------------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004840 01  WS-REG-PREFIX               PIC X(04).
004850 01  WS-REG-DESCRIPTION          PIC X(30).
004860 01  WS-REG-RESULT               PIC X(01).
004870 01  WS-FILE-RESULT              PIC X(01).
004886 01  WS-EXCH-FUNCTION            PIC X(01).
004902 01  WS-EXCH-LINE-TYPE           PIC X(01).
004918 01  WS-EXCH-RATE-CENTER         PIC X(20).
004934 01  WS-EXCH-TIME-ZONE           PIC X(02).
004950 01  WS-EXCH-LOCAL-TIME          PIC X(04).
004966 01  WS-EXCH-CALL-OK             PIC X(01).
004982 01  WS-EXCH-RESULT              PIC X(01).

005000 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
005100     88  END-OF-PHONE-BOOK               VALUE "Y".
007700         10  WS-OPER-COUNT       PIC 9(06) COMP.
007800 01  WS-OPER-OVERFLOW            PIC 9(06) COMP VALUE ZERO.

007960 01  WS-MOBILE-COUNT             PIC 9(06) COMP VALUE ZERO.
008040 01  WS-LANDLINE-COUNT           PIC 9(06) COMP VALUE ZERO.
008120 01  WS-UNKNOWN-LINE-COUNT       PIC 9(06) COMP VALUE ZERO.

008200 01  STAT-DETAIL-LINE.
008300     05  FILLER                  PIC X(03) VALUE SPACE.
008400     05  SD-KEY                  PIC X(08).
009680     END-IF.
009700     PERFORM 2000-TALLY-RECORDS THRU 2000-EXIT.
009800     PERFORM 3000-PRINT-REPORT THRU 3000-EXIT.
009801     IF WS-END-CODE = ZERO
009802         CALL "RPTFILE" USING WS-JOB-NAME WS-DIRECTORY-FILE
009803             WS-REPORT-FILE-NAME WS-FILE-RESULT
009804     END-IF.
009810     MOVE WS-RECORD-COUNT TO WS-JOURNAL-COUNT.
009820     CALL "JOBEND" USING WS-JOB-NAME WS-JOURNAL-COUNT
009821         WS-END-CODE.
011300     PERFORM 2100-TALLY-NEXT THRU 2100-EXIT
011400         UNTIL END-OF-PHONE-BOOK.
011500     CLOSE PHONE-BOOK.
011516     MOVE "C" TO WS-EXCH-FUNCTION.
011532     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
011548         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
011564         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
011580         WS-EXCH-RESULT.
011600 2000-EXIT.
011700     EXIT.

012100     PERFORM 2200-TALLY-AREA-CODE THRU 2200-EXIT.
012200     PERFORM 2300-TALLY-ENTRY-MONTH THRU 2300-EXIT.
012300     PERFORM 2400-TALLY-OPERATOR THRU 2400-EXIT.
012350     PERFORM 2500-TALLY-LINE-TYPE THRU 2500-EXIT.
012400     READ PHONE-BOOK NEXT RECORD
012500         AT END MOVE "Y" TO WS-EOF-SWITCH
012600     END-READ.
022000 2410-EXIT.
022100     EXIT.

022122 2500-TALLY-LINE-TYPE.
022133     MOVE "L" TO WS-EXCH-FUNCTION.
022144     CALL "EXCHLKP" USING WS-EXCH-FUNCTION PHONE-NUMBER
022155         PHONE-COUNTRY-CODE WS-EXCH-LINE-TYPE WS-EXCH-RATE-CENTER
022166         WS-EXCH-TIME-ZONE WS-EXCH-LOCAL-TIME WS-EXCH-CALL-OK
022177         WS-EXCH-RESULT.
022188     EVALUATE WS-EXCH-LINE-TYPE
022199         WHEN "M"
022210             ADD 1 TO WS-MOBILE-COUNT
022221         WHEN "L"
022232             ADD 1 TO WS-LANDLINE-COUNT
022243         WHEN OTHER
022254             ADD 1 TO WS-UNKNOWN-LINE-COUNT
022265     END-EVALUATE.
022276 2500-EXIT.
022287     EXIT.

022300 3000-PRINT-REPORT.
022400     OPEN OUTPUT REPORT-FILE.
022500     MOVE "DIRECTORY STATISTICS REPORT" TO REPORT-LINE.
024300     MOVE ZERO TO WS-TABLE-INDEX.
024400     PERFORM 3300-PRINT-OPER-ENTRY THRU 3300-EXIT
024500         UNTIL WS-TABLE-INDEX >= WS-OPER-USED.
024507     WRITE REPORT-LINE FROM SPACE.
024514     MOVE "RECORDS BY LINE TYPE" TO REPORT-LINE.
024521     WRITE REPORT-LINE.
024528     MOVE "MOBILE" TO SD-KEY.
024535     MOVE WS-MOBILE-COUNT TO SD-COUNT.
024542     WRITE REPORT-LINE FROM STAT-DETAIL-LINE.
024549     MOVE "LANDLINE" TO SD-KEY.
024556     MOVE WS-LANDLINE-COUNT TO SD-COUNT.
024563     WRITE REPORT-LINE FROM STAT-DETAIL-LINE.
024570     MOVE "UNKNOWN" TO SD-KEY.
024577     MOVE WS-UNKNOWN-LINE-COUNT TO SD-COUNT.
024584     WRITE REPORT-LINE FROM STAT-DETAIL-LINE.
024600     WRITE REPORT-LINE FROM SPACE.
024700     MOVE WS-RECORD-COUNT TO TL-COUNT.
024800     WRITE REPORT-LINE FROM TOTAL-LINE.
