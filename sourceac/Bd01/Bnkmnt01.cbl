000700* account on every bank account is validated against the
000800* account lookup file, since the journal export credits it
000900* for checks drawn on the account.
000910* The book balance is shown but never keyed here - it moves
000920* only through postings, starting with the opening balance
000930* keyed as a book adjustment on the bank register.  One
000940* account may be marked to take the stores' daily deposits.
001000*---------------------------------
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001710
001720     COPY "SLAUDIT.CBL".
001800
001810     COPY "SLOPER.CBL".
001820
001900 DATA DIVISION.
002000 FILE SECTION.
002100
002400     COPY "FDACCT.CBL".
002410
002420     COPY "FDAUDIT.CBL".
002430
002440     COPY "FDOPER.CBL".
002500
002600 WORKING-STORAGE SECTION.
002700
004900 77  ENTRY-BANK-NAME         PIC X(30).
005000 77  ENTRY-CASH-GL           PIC 9(5).
005100 77  ENTRY-LAST-CHECK        PIC 9(6).
005102 77  ENTRY-ROUTING           PIC 9(9).
005104 77  ENTRY-COMPANY-ID        PIC X(10).
005106 77  ENTRY-COMPANY-NAME      PIC X(16).
005108 77  ENTRY-STORE-DEPOSITS    PIC X.
005110
005112* Another account already marked for the store deposits
005114 77  BANK-FILE-AT-END        PIC X.
005116 77  OTHER-DEPOSIT-ACCOUNT   PIC X(2).
005118
005120* The routing number is accepted here first, and proved with
005122* the bank routing check digit before it is taken - weights
005124* 3, 7 and 1 across the nine digits must total a multiple
005126* of ten.
005128 77  ROUTING-ANSWER          PIC 9(9).
005130 01  ROUTING-FIELD           PIC 9(9).
005132 01  ROUTING-FIELD-R REDEFINES ROUTING-FIELD.
005134     05  ROUTING-DIGIT       PIC 9 OCCURS 9 TIMES.
005136 77  ROUTING-SUM             PIC 9(4).
005138 77  ROUTING-QUOTIENT        PIC 9(4).
005140 77  ROUTING-REMAINDER       PIC 9.
005142 77  ROUTING-IS-VALID        PIC X.
005200
005300 PROCEDURE DIVISION.
005400 PROGRAM-BEGIN.
012900
013000 WRITE-NEW-BANK-ACCOUNT.
013100     MOVE ENTRY-BANK-CODE TO BANK-ACCT-CODE.
013110     MOVE ZEROES TO BANK-ACCT-BOOK-BALANCE.
013120     MOVE ZEROES TO BANK-ACCT-LAST-ENTRY.
013200     PERFORM MOVE-ENTRY-TO-BANK.
013300     WRITE BANK-ACCOUNT-RECORD
013400         INVALID KEY
021000     DISPLAY "BANK NAME:       " BANK-ACCT-NAME.
021100     DISPLAY "GL CASH ACCOUNT: " BANK-ACCT-CASH-GL.
021200     DISPLAY "LAST CHECK USED: " BANK-ACCT-LAST-CHECK.
021210     DISPLAY "ACH ROUTING:     " BANK-ACCT-ROUTING.
021220     DISPLAY "ACH COMPANY ID:  " BANK-ACCT-COMPANY-ID.
021230     DISPLAY "ACH COMPANY:     " BANK-ACCT-COMPANY-NAME.
021240     DISPLAY "BOOK BALANCE:    " BANK-ACCT-BOOK-BALANCE.
021250     DISPLAY "LAST REGISTER:   " BANK-ACCT-LAST-ENTRY.
021260     DISPLAY "STORE DEPOSITS:  " BANK-ACCT-STORE-DEPOSITS.
021300
021400*---------------------------------
021500* Field entry routines
023600         MOVE BANK-ACCT-NAME       TO ENTRY-BANK-NAME
023700         MOVE BANK-ACCT-CASH-GL    TO ENTRY-CASH-GL
023800         MOVE BANK-ACCT-LAST-CHECK TO ENTRY-LAST-CHECK
023810         MOVE BANK-ACCT-ROUTING    TO ENTRY-ROUTING
023820         MOVE BANK-ACCT-COMPANY-ID TO ENTRY-COMPANY-ID
023830         MOVE BANK-ACCT-COMPANY-NAME TO ENTRY-COMPANY-NAME
023840         MOVE BANK-ACCT-STORE-DEPOSITS TO ENTRY-STORE-DEPOSITS
023900         DISPLAY "ENTER NEW VALUE OR BLANK TO KEEP EACH FIELD."
024000     ELSE
024100         MOVE SPACES TO ENTRY-BANK-NAME
024200         MOVE ZEROES TO ENTRY-CASH-GL
024300         MOVE ZEROES TO ENTRY-LAST-CHECK
024310         MOVE ZEROES TO ENTRY-ROUTING
024320         MOVE SPACES TO ENTRY-COMPANY-ID
024330         MOVE SPACES TO ENTRY-COMPANY-NAME
024340         MOVE "N"    TO ENTRY-STORE-DEPOSITS.
024400
024500     PERFORM GET-BANK-NAME.
024600     PERFORM GET-BANK-CASH-GL.
024700     PERFORM GET-BANK-LAST-CHECK.
024710     PERFORM GET-BANK-ACH-FIELDS.
024720     PERFORM GET-BANK-STORE-DEPOSITS.
024800
024900 GET-BANK-NAME.
025000     DISPLAY "ENTER BANK NAME:".
029100     IF NUMBER-ANSWER NOT = ZEROES
029200         MOVE NUMBER-ANSWER TO ENTRY-LAST-CHECK.
029300
029301* Electronic payment origination - an account that sends ACH
029302* files to the bank needs the bank's routing number and the
029303* company ID the bank assigned.  A zero routing number means
029304* no electronic payments are drawn on this account.
029305 GET-BANK-ACH-FIELDS.
029306     PERFORM ACCEPT-BANK-ROUTING.
029307     PERFORM RE-ACCEPT-BANK-ROUTING
029308         UNTIL ROUTING-IS-VALID = "Y".
029309     IF ENTRY-ROUTING = ZEROES
029310         MOVE SPACES TO ENTRY-COMPANY-ID
029311         MOVE SPACES TO ENTRY-COMPANY-NAME
029312     ELSE
029313         PERFORM GET-BANK-COMPANY-FIELDS.
029314
029315 ACCEPT-BANK-ROUTING.
029316     DISPLAY "ENTER ACH ROUTING NUMBER (ZERO FOR NONE):".
029317     MOVE ZEROES TO ROUTING-ANSWER.
029318     ACCEPT ROUTING-ANSWER.
029319     IF ROUTING-ANSWER NOT = ZEROES
029320         MOVE ROUTING-ANSWER TO ENTRY-ROUTING.
029321     MOVE ENTRY-ROUTING TO ROUTING-FIELD.
029322     PERFORM CHECK-ROUTING-DIGIT.
029323
029324 RE-ACCEPT-BANK-ROUTING.
029325     DISPLAY "ROUTING NUMBER " ENTRY-ROUTING
029326         " FAILS THE CHECK DIGIT".
029327     MOVE ZEROES TO ENTRY-ROUTING.
029328     PERFORM ACCEPT-BANK-ROUTING.
029329
029330 CHECK-ROUTING-DIGIT.
029331     MOVE "Y" TO ROUTING-IS-VALID.
029332     IF ROUTING-FIELD NOT = ZEROES
029333         COMPUTE ROUTING-SUM =
029334             3 * (ROUTING-DIGIT(1) + ROUTING-DIGIT(4)
029335                                   + ROUTING-DIGIT(7))
029336           + 7 * (ROUTING-DIGIT(2) + ROUTING-DIGIT(5)
029337                                   + ROUTING-DIGIT(8))
029338           +     (ROUTING-DIGIT(3) + ROUTING-DIGIT(6)
029339                                   + ROUTING-DIGIT(9))
029340         DIVIDE ROUTING-SUM BY 10
029341             GIVING ROUTING-QUOTIENT
029342             REMAINDER ROUTING-REMAINDER
029343         IF ROUTING-REMAINDER NOT = ZERO
029344             MOVE "N" TO ROUTING-IS-VALID.
029345
029346 GET-BANK-COMPANY-FIELDS.
029347     DISPLAY "ENTER ACH COMPANY ID:".
029348     PERFORM ACCEPT-FIELD-ANSWER.
029349     IF FIELD-ANSWER NOT = SPACES
029350         MOVE FIELD-ANSWER TO ENTRY-COMPANY-ID.
029351     PERFORM RE-ACCEPT-COMPANY-ID
029352         UNTIL ENTRY-COMPANY-ID NOT = SPACES.
029353     DISPLAY "ENTER ACH COMPANY NAME:".
029354     PERFORM ACCEPT-FIELD-ANSWER.
029355     IF FIELD-ANSWER NOT = SPACES
029356         MOVE FIELD-ANSWER TO ENTRY-COMPANY-NAME.
029357     PERFORM RE-ACCEPT-COMPANY-NAME
029358         UNTIL ENTRY-COMPANY-NAME NOT = SPACES.
029359
029360 RE-ACCEPT-COMPANY-ID.
029361     DISPLAY "ACH COMPANY ID MAY NOT BE BLANK".
029362     PERFORM ACCEPT-FIELD-ANSWER.
029363     IF FIELD-ANSWER NOT = SPACES
029364         MOVE FIELD-ANSWER TO ENTRY-COMPANY-ID.
029365
029366 RE-ACCEPT-COMPANY-NAME.
029367     DISPLAY "ACH COMPANY NAME MAY NOT BE BLANK".
029368     PERFORM ACCEPT-FIELD-ANSWER.
029369     IF FIELD-ANSWER NOT = SPACES
029370         MOVE FIELD-ANSWER TO ENTRY-COMPANY-NAME.
029371
029400 ACCEPT-FIELD-ANSWER.
029500     MOVE SPACES TO FIELD-ANSWER.
029600     ACCEPT FIELD-ANSWER.
029601
029602* The sales posting loads every store's daily deposit to the
029603* one account marked here, so a second account may not be
029604* marked while another still is.
029605 GET-BANK-STORE-DEPOSITS.
029606     PERFORM ACCEPT-BANK-STORE-DEPOSITS.
029607     PERFORM RE-ACCEPT-BANK-STORE-DEPOSITS
029608         UNTIL ENTRY-STORE-DEPOSITS = "Y" OR "N".
029609     IF ENTRY-STORE-DEPOSITS = "Y"
029610         PERFORM FIND-OTHER-DEPOSIT-ACCOUNT
029611         IF OTHER-DEPOSIT-ACCOUNT NOT = SPACES
029612             DISPLAY "BANK ACCOUNT " OTHER-DEPOSIT-ACCOUNT
029613                 " ALREADY TAKES THE STORE DEPOSITS"
029614             DISPLAY "- UNMARK IT FIRST.  THIS ACCOUNT IS NOT"
029615                 " MARKED."
029616             MOVE "N" TO ENTRY-STORE-DEPOSITS.
029617
029618 ACCEPT-BANK-STORE-DEPOSITS.
029619     DISPLAY "DO THE STORES' DAILY DEPOSITS GO TO THIS"
029620         " ACCOUNT (Y/N)?".
029621     PERFORM ACCEPT-FIELD-ANSWER.
029622     INSPECT FIELD-ANSWER
029623       CONVERTING LOWER-ALPHA
029624       TO         UPPER-ALPHA.
029625     IF FIELD-ANSWER NOT = SPACES
029626         MOVE FIELD-ANSWER TO ENTRY-STORE-DEPOSITS.
029627
029628 RE-ACCEPT-BANK-STORE-DEPOSITS.
029629     DISPLAY "YOU MUST ENTER YES OR NO".
029630     PERFORM ACCEPT-BANK-STORE-DEPOSITS.
029631
029632* The scan walks the whole master, so the account being keyed
029633* is read back afterwards for the rewrite.
029634 FIND-OTHER-DEPOSIT-ACCOUNT.
029635     MOVE SPACES TO OTHER-DEPOSIT-ACCOUNT.
029636     MOVE "N" TO BANK-FILE-AT-END.
029637     MOVE LOW-VALUES TO BANK-ACCT-CODE.
029638     START BANK-ACCOUNT-FILE
029639         KEY IS NOT < BANK-ACCT-CODE
029640         INVALID KEY
029641         MOVE "Y" TO BANK-FILE-AT-END.
029642     PERFORM CHECK-ONE-DEPOSIT-ACCOUNT
029643         UNTIL BANK-FILE-AT-END = "Y".
029644     IF PICK-CHANGE
029645         PERFORM READ-BANK-RECORD.
029646
029647 CHECK-ONE-DEPOSIT-ACCOUNT.
029648     READ BANK-ACCOUNT-FILE NEXT RECORD
029649         AT END MOVE "Y" TO BANK-FILE-AT-END.
029650     IF BANK-FILE-AT-END = "N"
029651        AND BANK-ACCT-TAKES-DEPOSITS
029652        AND BANK-ACCT-CODE NOT = ENTRY-BANK-CODE
029653         MOVE BANK-ACCT-CODE TO OTHER-DEPOSIT-ACCOUNT.
029700
029800 ACCEPT-NUMBER-ANSWER.
029900     MOVE ZEROES TO NUMBER-ANSWER.
030300     MOVE ENTRY-BANK-NAME  TO BANK-ACCT-NAME.
030400     MOVE ENTRY-CASH-GL    TO BANK-ACCT-CASH-GL.
030500     MOVE ENTRY-LAST-CHECK TO BANK-ACCT-LAST-CHECK.
030510     MOVE ENTRY-ROUTING    TO BANK-ACCT-ROUTING.
030520     MOVE ENTRY-COMPANY-ID TO BANK-ACCT-COMPANY-ID.
030530     MOVE ENTRY-COMPANY-NAME TO BANK-ACCT-COMPANY-NAME.
030540     MOVE ENTRY-STORE-DEPOSITS TO BANK-ACCT-STORE-DEPOSITS.
030600
030700*---------------------------------
030800* File IO routines
