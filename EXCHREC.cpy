000100*----------------------------------------------------------
000200* EXCHREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE NPA-NXX EXCHANGE
000400*       REFERENCE (exchmast.dat), ONE ROW PER AREA CODE AND
000500*       PREFIX. REBUILT EACH QUARTER BY EXCHLOAD FROM THE
000600*       CARRIER'S EXCHANGE FILE AND READ THROUGH THE SHARED
000700*       EXCHLKP ROUTINE. NX-UTC-OFFSET IS THE STANDARD-TIME
000800*       OFFSET FOR THE TIME ZONE IN WHOLE HOURS; NX-DST-FLAG
000900*       SAYS WHETHER THE EXCHANGE MOVES AN HOUR AHEAD FOR
001000*       DAYLIGHT SAVING TIME (ARIZONA AND HAWAII DO NOT).
001100*----------------------------------------------------------
001200* MOD LOG:
001300*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001400*----------------------------------------------------------
001500 01  EXCHANGE-RECORD.
001600     05  NX-KEY.
001700         10  NX-NPA              PIC X(03).
001800         10  NX-NXX              PIC X(03).
001900     05  NX-LINE-TYPE            PIC X(01).
002000         88  NX-MOBILE                   VALUE "M".
002100         88  NX-LANDLINE                 VALUE "L".
002200     05  NX-RATE-CENTER          PIC X(20).
002300     05  NX-TIME-ZONE            PIC X(02).
002400     05  NX-UTC-OFFSET           PIC S9(02)
002500                                 SIGN IS LEADING SEPARATE.
002600     05  NX-DST-FLAG             PIC X(01).
002700         88  NX-OBSERVES-DST             VALUE "Y".
002800     05  NX-LOAD-DATE            PIC X(08).
