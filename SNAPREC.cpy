001100*  SEP 2026  DCG  PULLED OUT OF THE PHONSNAP AND PHONTRND
001200*                 FDS INTO A COPYBOOK SO THE TWO ENDS OF
001300*                 THE FILE CANNOT DRIFT APART.
001325*  OCT 2026  DCG  ADDED THE "L" ROW - ONE PER LINE TYPE
001350*                 (MOBILE / LANDLINE / UNKNOWN) FROM THE
001375*                 exchmast.dat EXCHANGE REFERENCE.
001400*----------------------------------------------------------
001500 01  SNAPSHOT-RECORD.
001600     05  SN-PERIOD               PIC X(06).
001900         88  SN-TOTAL-ROW                VALUE "T".
002000         88  SN-CATEGORY-ROW             VALUE "C".
002100         88  SN-AREA-ROW                 VALUE "A".
002150         88  SN-LINE-TYPE-ROW            VALUE "L".
002200     05  SN-KEY                  PIC X(08).
002300     05  SN-COUNT                PIC 9(06).
002400     05  SN-PRIVACY-COUNT        PIC 9(06).
