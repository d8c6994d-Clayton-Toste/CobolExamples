001910
001920     COPY "SLAUDIT.CBL".
002000
002010     COPY "SLOPER.CBL".
002020
002100 DATA DIVISION.
002200 FILE SECTION.
002300
002800     COPY "FDACCT.CBL".
002810
002820     COPY "FDAUDIT.CBL".
002830
002840     COPY "FDOPER.CBL".
002900
003000 WORKING-STORAGE SECTION.
003100
