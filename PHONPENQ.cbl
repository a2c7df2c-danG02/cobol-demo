001900*----------------------------------------------------------
002000* MOD LOG:
002100*  SEP 2026  DCG  ORIGINAL PROGRAM.
002133*  OCT 2026  DCG  QUEUE ROWS GREW 74 -> 82 WITH THE
002166*                 TR-KEYED-BY FIELD.
002177*  OCT 2026  DCG  QUEUE ROWS GREW 82 -> 90 WITH THE
002188*                 TR-EXPIRY-DATE FIELD.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004450         TR-COUNTRY-CODE    BY PD-COUNTRY-CODE
004500         TR-EXTENSION       BY PD-EXTENSION
004550         TR-CATEGORY        BY PD-CATEGORY
004600         TR-EFFECTIVE-DATE  BY PD-EFFECTIVE-DATE
004650         TR-KEYED-BY        BY PD-KEYED-BY
004675         TR-EXPIRY-DATE     BY PD-EXPIRY-DATE.
004700
004800 FD  REGISTER-FILE.
004900 01  REGISTER-LINE               PIC X(80).
007900 01  WS-QUEUE-TABLE.
008000     05  WS-QUEUE-USED           PIC 9(03) COMP VALUE ZERO.
008100     05  WS-QUEUE-ENTRY OCCURS 500 TIMES.
008200         10  WS-QU-ROW           PIC X(90).
008300         10  WS-QU-CANCELLED     PIC X(01).
008400 01  WS-QUEUE-OVERFLOW           PIC 9(06) COMP VALUE ZERO.
008500
