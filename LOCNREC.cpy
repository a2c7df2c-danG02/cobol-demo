000100*----------------------------------------------------------
000200* LOCNREC.CPY
000300* DESC: SHARED RECORD LAYOUT FOR THE COMPANION OFFICE-
000400*       LOCATION FILE (phonloc.dat), KEYED BY THE SAME
000500*       PHONE-NUMBER AS THE DIRECTORY RECORD IT BELONGS TO -
000600*       THE phonaddr.dat SHAPE. BUILDING AND FLOOR MUST BE
000700*       AN ACTIVE ROW OF THE bldgmast.dat TABLE (BLDGREC)
000800*       AND THE ROOM MUST FALL IN THAT FLOOR'S ROOM RANGE.
000900*       MAINTAINED AS AN OPTIONAL STEP OF IODEMO'S ADD/
001000*       CHANGE FLOW AND JOINED BACK TO THE DIRECTORY BY
001100*       PHONEVAC'S FLOOR-WARDEN LISTS. LIKE THE ADDRESS
001200*       FILE IT IS SHARED BY EVERY DIRECTORY.
001300*----------------------------------------------------------
001400* MOD LOG:
001500*  OCT 2026  DCG  ORIGINAL COPYBOOK.
001600*----------------------------------------------------------
001700 01  LOCATION-RECORD.
001800     05  LC-PHONE-NUMBER         PIC X(15).
001900     05  LC-BUILDING             PIC X(04).
002000     05  LC-FLOOR                PIC X(03).
002100     05  LC-ROOM                 PIC X(06).
