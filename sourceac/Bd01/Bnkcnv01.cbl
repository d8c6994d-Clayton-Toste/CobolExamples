000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BNKCNV01.
000300*---------------------------------
000400* One-time bank account master conversion
000500* Loads the old bank account master into the new layout,
000600* which grew the electronic payment origination fields.
000610* The book balance, register entry number and store deposit
000620* flag that came after are appended to the same new layout.
000700* Before running, rename the old file from BANKACT to
000800* BANKOLD - the new indexed file is then built under the
000900* BANKACT name and the record counts are reported so the
001000* load can be proved complete.  Every loaded account starts
001100* with no electronic payment set-up, a zero book balance and
001110* no store deposits - key the account's opening balance as a
001120* book adjustment on the bank register before the first
001130* reconciliation.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600
001700     SELECT OLD-BANK-ACCOUNT-FILE
001800         ASSIGN TO "BANKOLD"
001900         ORGANIZATION IS INDEXED
002000         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS OLD-BANK-ACCT-CODE.
002200
002300     COPY "SLBNKAC.CBL".
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700
002800* The old record - field for field the layout the bank
002900* account master carried before the origination fields,
003000* which sit at the end of the new record.
003100 FD  OLD-BANK-ACCOUNT-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 01  OLD-BANK-ACCOUNT-RECORD.
003400     05  OLD-BANK-ACCT-CODE        PIC X(2).
003500     05  FILLER                    PIC X(41).
003600
003700     COPY "FDBNKAC.CBL".
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
006500     DISPLAY "BANK ACCOUNT MASTER FILE CONVERSION".
006600     DISPLAY "THE OLD FILE IS READ FROM BANKOLD.".
006700     DISPLAY "THE NEW FILE IS BUILT AS BANKACT.".
006800
006900 CLOSING-PROCEDURE.
007000     DISPLAY "RECORDS READ:     " RECORDS-READ.
007100     DISPLAY "RECORDS LOADED:   " RECORDS-LOADED.
007200     IF RECORDS-REJECTED > ZERO
007300         DISPLAY "RECORDS REJECTED: " RECORDS-REJECTED
007400         DISPLAY "A REJECT MEANS A DUPLICATE ACCOUNT CODE -"
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
009900     OPEN INPUT OLD-BANK-ACCOUNT-FILE.
010000     OPEN OUTPUT BANK-ACCOUNT-FILE.
010100
010200     PERFORM READ-OLD-BANK-RECORD.
010300     PERFORM LOAD-ONE-BANK-ACCOUNT
010400         UNTIL OLD-FILE-AT-END = "Y".
010500
010600     CLOSE OLD-BANK-ACCOUNT-FILE.
010700     CLOSE BANK-ACCOUNT-FILE.
010800
010900 READ-OLD-BANK-RECORD.
011000     MOVE "N" TO OLD-FILE-AT-END.
011100     READ OLD-BANK-ACCOUNT-FILE NEXT RECORD
011200         AT END MOVE "Y" TO OLD-FILE-AT-END.
011300
011400* The old fields sit in the same order at the front of the
011500* new record, so the group move lands them all - only the
011600* appended fields need seeding.
011700 LOAD-ONE-BANK-ACCOUNT.
011800     ADD 1 TO RECORDS-READ.
011900     MOVE OLD-BANK-ACCOUNT-RECORD TO BANK-ACCOUNT-RECORD.
012000* The old file predates electronic payments - a loaded
012100* account originates none until its set-up is keyed.
012200     MOVE ZEROES TO BANK-ACCT-ROUTING.
012300     MOVE SPACES TO BANK-ACCT-COMPANY-ID.
012400     MOVE SPACES TO BANK-ACCT-COMPANY-NAME.
012410* Nor did it keep a book balance or a register - both start
012420* at zero, and no account takes the store deposits until
012430* one is marked.
012440     MOVE ZEROES TO BANK-ACCT-BOOK-BALANCE.
012450     MOVE ZEROES TO BANK-ACCT-LAST-ENTRY.
012460     MOVE "N"    TO BANK-ACCT-STORE-DEPOSITS.
012500     WRITE BANK-ACCOUNT-RECORD
012600         INVALID KEY
012700         PERFORM REJECT-ONE-BANK-ACCOUNT
012800         NOT INVALID KEY
012900         ADD 1 TO RECORDS-LOADED.
013000     PERFORM READ-OLD-BANK-RECORD.
013100
013200 REJECT-ONE-BANK-ACCOUNT.
013300     ADD 1 TO RECORDS-REJECTED.
013400     DISPLAY "DUPLICATE ACCOUNT CODE " BANK-ACCT-CODE
013500         " - RECORD NOT LOADED".
