001210
001220     COPY "SLAUDIT.CBL".
001300
001310     COPY "SLOPER.CBL".
001320
001400 DATA DIVISION.
001500 FILE SECTION.
001600
001700     COPY "FDSTOR.CBL".
001710
001720     COPY "FDAUDIT.CBL".
001730
001740     COPY "FDOPER.CBL".
001800
001900 WORKING-STORAGE SECTION.
002000
