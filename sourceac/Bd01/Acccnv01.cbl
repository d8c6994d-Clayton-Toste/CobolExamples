000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. ACCCNV01.
000300*---------------------------------
000400* One-time ledger account lookup file conversion
000500* Loads the old account lookup file into the new layout,
000600* which grew the default store used by the store operating
000700* statement.  Before running, rename the old file from
000800* ACCOUNT to ACCTOLD - the new indexed file is then built
000900* under the ACCOUNT name and the record counts are reported
001000* so the load can be proved complete.  Every loaded account
001100* starts with no default store.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600
001700     SELECT OLD-ACCOUNT-FILE
001800         ASSIGN TO "ACCTOLD"
001900         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS OLD-ACCOUNT-NUMBER.
002200
002300     COPY "SLACCT.CBL".
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700
002800* The old record - field for field the layout the account
002900* lookup file carried before the default store, which sits
003000* at the end of the new record.
003100 FD  OLD-ACCOUNT-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 01  OLD-ACCOUNT-RECORD.
003400     05  OLD-ACCOUNT-NUMBER        PIC 9(5).
003500     05  FILLER                    PIC X(30).
003600
003700     COPY "FDACCT.CBL".
003800
003900 WORKING-STORAGE SECTION.
004000
004100     COPY "WSCASE01.CBL".
004200
004300 77  OK-TO-PROCESS         PIC X.
004400
004500 77  OLD-FILE-AT-END         PIC X.
004600
004700 77  RECORDS-READ            PIC 9(5) VALUE ZERO.
004800 77  RECORDS-LOADED          PIC 9(5) VALUE ZERO.
004900 77  RECORDS-REJECTED        PIC 9(5) VALUE ZERO.
005000
005100 PROCEDURE DIVISION.
005200 PROGRAM-BEGIN.
005300
005400     PERFORM OPENING-PROCEDURE.
005500     PERFORM MAIN-PROCESS.
005600     PERFORM CLOSING-PROCEDURE.
005700
005800 PROGRAM-EXIT.
005900     EXIT PROGRAM.
006000
006100 PROGRAM-DONE.
006200     ACCEPT OMITTED. STOP RUN.
006300
006400 OPENING-PROCEDURE.
006500     DISPLAY "ACCOUNT LOOKUP FILE CONVERSION".
006600     DISPLAY "THE OLD FILE IS READ FROM ACCTOLD.".
006700     DISPLAY "THE NEW FILE IS BUILT AS ACCOUNT.".
006800
006900 CLOSING-PROCEDURE.
007000     DISPLAY "RECORDS READ:     " RECORDS-READ.
007100     DISPLAY "RECORDS LOADED:   " RECORDS-LOADED.
007200     IF RECORDS-REJECTED > ZERO
007300         DISPLAY "RECORDS REJECTED: " RECORDS-REJECTED
007400         DISPLAY "A REJECT MEANS A DUPLICATE ACCOUNT NUMBER -"
007500         DISPLAY "FIX THE OLD FILE AND RUN THE CONVERSION AGAIN.".
007600
007700 MAIN-PROCESS.
007800     PERFORM GET-OK-TO-PROCESS.
007900     IF OK-TO-PROCESS = "Y"
008000         PERFORM CONVERT-THE-FILE.
008100
008200 GET-OK-TO-PROCESS.
008300     PERFORM ACCEPT-OK-TO-PROCESS.
008400     PERFORM RE-ACCEPT-OK-TO-PROCESS
008500         UNTIL OK-TO-PROCESS = "Y" OR "N".
008600
008700 ACCEPT-OK-TO-PROCESS.
008800     DISPLAY "RUN THE CONVERSION (Y/N)?".
008900     ACCEPT OK-TO-PROCESS.
009000     INSPECT OK-TO-PROCESS
009100       CONVERTING LOWER-ALPHA
009200       TO         UPPER-ALPHA.
009300
009400 RE-ACCEPT-OK-TO-PROCESS.
009500     DISPLAY "YOU MUST ENTER YES OR NO".
009600     PERFORM ACCEPT-OK-TO-PROCESS.
009700
009800 CONVERT-THE-FILE.
009900     OPEN INPUT OLD-ACCOUNT-FILE.
010000     OPEN OUTPUT ACCOUNT-FILE.
010100
010200     PERFORM READ-OLD-ACCOUNT-RECORD.
010300     PERFORM LOAD-ONE-ACCOUNT
010400         UNTIL OLD-FILE-AT-END = "Y".
010500
010600     CLOSE OLD-ACCOUNT-FILE.
010700     CLOSE ACCOUNT-FILE.
010800
010900 READ-OLD-ACCOUNT-RECORD.
011000     MOVE "N" TO OLD-FILE-AT-END.
011100     READ OLD-ACCOUNT-FILE NEXT RECORD
011200         AT END MOVE "Y" TO OLD-FILE-AT-END.
011300
011400* The old fields sit in the same order at the front of the
011500* new record, so the group move lands them all - only the
011600* appended fields need seeding.
011700 LOAD-ONE-ACCOUNT.
011800     ADD 1 TO RECORDS-READ.
011900     MOVE OLD-ACCOUNT-RECORD TO ACCOUNT-RECORD.
012000* The old file predates store charging - a loaded account
012100* charges no store until its default store is keyed.
012200     MOVE ZEROES TO ACCOUNT-DEFAULT-STORE.
012300     WRITE ACCOUNT-RECORD
012400         INVALID KEY
012500         PERFORM REJECT-ONE-ACCOUNT
012600         NOT INVALID KEY
012700         ADD 1 TO RECORDS-LOADED.
012800     PERFORM READ-OLD-ACCOUNT-RECORD.
012900
013000 REJECT-ONE-ACCOUNT.
013100     ADD 1 TO RECORDS-REJECTED.
013200     DISPLAY "DUPLICATE ACCOUNT NUMBER " ACCOUNT-NUMBER
013300         " - RECORD NOT LOADED".
