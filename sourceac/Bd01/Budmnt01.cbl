001700
001800     COPY "SLAUDIT.CBL".
001900
001910     COPY "SLOPER.CBL".
001920
002000 DATA DIVISION.
002100 FILE SECTION.
002200
002500     COPY "FDSTOR.CBL".
002600
002700     COPY "FDAUDIT.CBL".
002710
002720     COPY "FDOPER.CBL".
002800
002900 WORKING-STORAGE SECTION.
003000
