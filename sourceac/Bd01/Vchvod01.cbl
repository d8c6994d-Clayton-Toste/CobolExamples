001200* voided check file so the check register and the bank
001300* reconciliation show the check as VOID instead of forever
001400* outstanding.
001410* A split voucher's expense credit is reversed one
001420* distribution line at a time, the way the export posted it.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
002610
002620     COPY "SLAUDIT.CBL".
002630
002632     COPY "SLOPER.CBL".
002634
002640     COPY "SLPOSPY.CBL".
002650
002660     COPY "SLVCHDS.CBL".
002700
002800     SELECT JOURNAL-FILE
002900         ASSIGN TO "GLJRNL"
004510
004520     COPY "FDAUDIT.CBL".
004530
004532     COPY "FDOPER.CBL".
004534
004540     COPY "FDPOSPY.CBL".
004550
004560     COPY "FDVCHDS.CBL".
004600
004700* The same journal layout the ledger export writes - posting
004800* date, account, D or C, amount, reference.
006800 77  VOUCHER-FILE-AT-END     PIC X.
006900 77  VENDOR-RECORD-FOUND     PIC X.
007000 77  ACCOUNT-RECORD-FOUND    PIC X.
007010 77  VOUCHER-DIST-AT-END     PIC X.
007020
007030* The account and amount of the expense credit being
007040* written - the voucher's own, or one distribution line's.
007050 77  REVERSAL-GL-ACCOUNT     PIC 9(5).
007060 77  REVERSAL-AMOUNT         PIC S9(6)V99.
007100
007200* The check being voided and the void posting date
007300 77  WANTED-CHECK-NO       PIC 9(6) VALUE ZEROES.
007400 01  VOID-POSTING-DATE     PIC 9(8).
007410
007420* A check already on the voided check file - voided before,
007430* or escheated to the state - is not voided a second time.
007440 77  VOID-FILE-AT-END      PIC X.
007450 77  PRIOR-VOID-FOUND      PIC X.
007460 77  PRIOR-VOID-TYPE       PIC X.
007470 77  PRIOR-VOID-DATE       PIC 9(8).
007500
007600* Re-mark the vouchers selected so the next check run
007700* reissues them, or leave them unselected for review.
008000* The reversing entries need the same accounts the journal
008100* export used - cash, suspense for uncoded vouchers, and
008200* discounts-taken when the check paid net of a discount.
008202* Backup tax held back from the check is debited back out of
008204* the withholding liability account it was credited to.
008210* A check stamped with a bank account debits that account's
008220* own cash GL off the bank master, the same way the export
008230* credited it; the keyed default only covers payments posted
008300 77  CASH-ACCOUNT          PIC 9(5) VALUE ZEROES.
008400 77  SUSPENSE-ACCOUNT      PIC 9(5) VALUE ZEROES.
008500 77  DISCOUNT-ACCOUNT      PIC 9(5) VALUE ZEROES.
008510 77  WITHHOLDING-ACCOUNT   PIC 9(5) VALUE ZEROES.
008600 77  ENTRY-ACCOUNT         PIC 9(5).
008610 77  DEBIT-CASH-ACCOUNT    PIC 9(5).
008620 77  BANK-RECORD-FOUND     PIC X.
008630 77  BANK-REWRITE-OK       PIC X.
008700
008800 77  VOUCHER-DISCOUNT      PIC S9(6)V99.
008900
009100 77  VOIDED-PAID-TOTAL     PIC S9(7)V99 VALUE ZERO.
009200 77  VOIDED-VENDOR         PIC 9(5) VALUE ZEROES.
009210 77  VOIDED-BANK-ACCOUNT   PIC X(2) VALUE SPACES.
009220 77  VOIDED-PAY-METHOD     PIC X VALUE SPACES.
009300
009400 01  DETAIL-LINE.
009500     05  PRINT-NUMBER      PIC ZZZZ9.
013800 OPENING-PROCEDURE.
013900     OPEN I-O VENDOR-FILE.
014000     OPEN INPUT ACCOUNT-FILE.
014010     OPEN I-O BANK-ACCOUNT-FILE.
014100     OPEN OUTPUT PRINTER-FILE.
014110     MOVE "VCHVOD01" TO AUDIT-PROGRAM-ID.
014120     PERFORM GET-OPERATOR-INITIALS.
014600     CLOSE PRINTER-FILE.
014700
014800 MAIN-PROCESS.
014810     IF NOT OPERATOR-IS-SUPERVISOR
014820         DISPLAY "VOIDING A CHECK NEEDS SUPERVISOR AUTHORITY"
014830         MOVE 8 TO RETURN-CODE
014840     ELSE
014900         PERFORM GET-OK-TO-PROCESS
015000         PERFORM VOID-ONE-CHECK
015100             UNTIL OK-TO-PROCESS = "N".
015200
015300 GET-OK-TO-PROCESS.
015400     PERFORM ACCEPT-OK-TO-PROCESS.
016800
016900 VOID-ONE-CHECK.
017000     PERFORM GET-WANTED-CHECK-NO.
017010     PERFORM FIND-PRIOR-VOID.
017020     IF PRIOR-VOID-FOUND = "Y"
017030         PERFORM REFUSE-THE-VOID
017040     ELSE
017100         PERFORM GET-VOID-POSTING-DATE
017200         PERFORM GET-REISSUE-OPTION
017300         PERFORM GET-CASH-ACCOUNT
017400         PERFORM GET-SUSPENSE-ACCOUNT
017500         PERFORM GET-DISCOUNT-ACCOUNT
017510         PERFORM GET-WITHHOLDING-ACCOUNT
017600         PERFORM RUN-THE-VOID-PASS.
017700
017800     PERFORM GET-OK-TO-PROCESS.
017900
018700 RE-ACCEPT-WANTED-CHECK-NO.
018800     DISPLAY "CHECK NUMBER MAY NOT BE ZERO".
018900     ACCEPT WANTED-CHECK-NO.
018902
018904* The voided check file is read through for the wanted check
018906* before anything is reversed - an escheated check's vouchers
018908* are still paid and would otherwise be voided out from under
018910* the state's claim.
018912 FIND-PRIOR-VOID.
018914     MOVE "N" TO PRIOR-VOID-FOUND.
018916     MOVE "N" TO VOID-FILE-AT-END.
018918     OPEN INPUT VOID-FILE.
018920     PERFORM READ-VOID-RECORD.
018922     PERFORM CHECK-ONE-PRIOR-VOID
018924         UNTIL VOID-FILE-AT-END = "Y"
018926            OR PRIOR-VOID-FOUND = "Y".
018928     CLOSE VOID-FILE.
018930
018932 READ-VOID-RECORD.
018934     READ VOID-FILE
018936         AT END MOVE "Y" TO VOID-FILE-AT-END.
018938
018940 CHECK-ONE-PRIOR-VOID.
018942     IF VOID-CHECK-NO = WANTED-CHECK-NO
018944         MOVE "Y" TO PRIOR-VOID-FOUND
018946         MOVE VOID-TYPE TO PRIOR-VOID-TYPE
018948         MOVE VOID-DATE TO PRIOR-VOID-DATE
018950     ELSE
018952         PERFORM READ-VOID-RECORD.
018954
018956 REFUSE-THE-VOID.
018958     IF PRIOR-VOID-TYPE = "E"
018960         DISPLAY "CHECK " WANTED-CHECK-NO
018962             " WAS ESCHEATED ON " PRIOR-VOID-DATE
018964         DISPLAY "AN ESCHEATED CHECK CANNOT BE VOIDED - NOTHING"
018966             " VOIDED"
018968     ELSE
018970         DISPLAY "CHECK " WANTED-CHECK-NO
018972             " WAS ALREADY VOIDED ON " PRIOR-VOID-DATE
018974             " - NOTHING VOIDED".
019000
019100 GET-VOID-POSTING-DATE.
019200     DISPLAY "ENTER VOID DATE CCYYMMDD (BLANK FOR TODAY):".
022600     PERFORM GET-ONE-VALID-ACCOUNT.
022700     MOVE ENTRY-ACCOUNT TO DISCOUNT-ACCOUNT.
022800
022810 GET-WITHHOLDING-ACCOUNT.
022820     DISPLAY "ENTER BACKUP WITHHOLDING LIABILITY ACCOUNT NUMBER:".
022830     PERFORM GET-ONE-VALID-ACCOUNT.
022840     MOVE ENTRY-ACCOUNT TO WITHHOLDING-ACCOUNT.
022850
022900 GET-ONE-VALID-ACCOUNT.
023000     PERFORM ACCEPT-ONE-ACCOUNT.
023100     PERFORM RE-ACCEPT-ONE-ACCOUNT
025200     MOVE ZERO TO VOIDED-PAID-TOTAL.
025300     MOVE ZEROES TO VOIDED-VENDOR.
025310     MOVE SPACES TO VOIDED-BANK-ACCOUNT.
025320     MOVE SPACES TO VOIDED-PAY-METHOD.
025400
025500     PERFORM PRINT-REGISTER-HEADING.
025600
025700     OPEN I-O VOUCHER-FILE.
025800     OPEN EXTEND JOURNAL-FILE.
025810     OPEN INPUT VOUCHER-DIST-FILE.
025900
026000     PERFORM READ-VOUCHER-RECORD.
026100     PERFORM CHECK-ONE-VOUCHER
026300
026400     CLOSE VOUCHER-FILE.
026500     CLOSE JOURNAL-FILE.
026510     CLOSE VOUCHER-DIST-FILE.
026600
026700     IF VOUCHERS-VOIDED = ZERO
026800         DISPLAY "CHECK " WANTED-CHECK-NO
029400     ADD VOUCHER-PAID-AMOUNT TO VOIDED-PAID-TOTAL.
029500     MOVE VOUCHER-VENDOR TO VOIDED-VENDOR.
029510     MOVE VOUCHER-BANK-ACCOUNT TO VOIDED-BANK-ACCOUNT.
029520     MOVE VOUCHER-PAY-METHOD TO VOIDED-PAY-METHOD.
029600
029700     MOVE ZEROES TO VOUCHER-PAID-AMOUNT.
029800     MOVE ZEROES TO VOUCHER-PAID-DATE.
029900     MOVE ZEROES TO VOUCHER-CHECK-NO.
029910     MOVE SPACES TO VOUCHER-BANK-ACCOUNT.
029920     MOVE SPACES TO VOUCHER-PAY-METHOD.
029930     MOVE ZEROES TO VOUCHER-WITHHELD.
030000     IF REISSUE-OPTION = "Y"
030100         MOVE "Y" TO VOUCHER-SELECTED
030200     ELSE
030700* debited back at the amount the check paid, the expense (or
030800* suspense) account is credited at the voucher's gross, and
030900* any discount the check run took is debited back out of the
031000* discounts-taken account, and any backup tax withheld back
031010* out of the withholding liability, so the reversal balances.
031100 WRITE-REVERSING-ENTRIES.
031200     COMPUTE VOUCHER-DISCOUNT =
031300             VOUCHER-AMOUNT - VOUCHER-PAID-AMOUNT
031310           - VOUCHER-WITHHELD.
031400
031410* The journal amount column is unsigned - a voided check that
031420* netted a credit memo carries negative fields, which reverse
033100             DELIMITED BY SIZE INTO JOURNAL-REFERENCE
033200         WRITE JOURNAL-RECORD.
033300
033302     IF VOUCHER-WITHHELD NOT = ZEROES
033304         MOVE VOID-POSTING-DATE TO JOURNAL-DATE
033306         MOVE WITHHOLDING-ACCOUNT TO JOURNAL-ACCOUNT
033308         PERFORM SET-WITHHOLDING-SIDE
033310         MOVE VOUCHER-WITHHELD TO JOURNAL-AMOUNT
033312         MOVE SPACES TO JOURNAL-REFERENCE
033314         STRING "VWH " WANTED-CHECK-NO
033316             DELIMITED BY SIZE INTO JOURNAL-REFERENCE
033318         WRITE JOURNAL-RECORD.
033320
033322     PERFORM START-VOUCHER-DIST.
033324     IF VOUCHER-DIST-AT-END = "Y"
033326         MOVE VOUCHER-GL-ACCOUNT TO REVERSAL-GL-ACCOUNT
033328         MOVE VOUCHER-AMOUNT TO REVERSAL-AMOUNT
033330         PERFORM WRITE-EXPENSE-REVERSAL
033332     ELSE
033334         PERFORM REVERSE-ONE-DIST-LINE
033336             UNTIL VOUCHER-DIST-AT-END = "Y".
033338
033340 REVERSE-ONE-DIST-LINE.
033342     MOVE VOUCHER-DIST-GL-ACCOUNT TO REVERSAL-GL-ACCOUNT.
033344     MOVE VOUCHER-DIST-AMOUNT TO REVERSAL-AMOUNT.
033346     PERFORM WRITE-EXPENSE-REVERSAL.
033348     PERFORM READ-NEXT-VOUCHER-DIST.
033350
033352 WRITE-EXPENSE-REVERSAL.
033400     MOVE VOID-POSTING-DATE TO JOURNAL-DATE.
033500     IF REVERSAL-GL-ACCOUNT = ZEROES
033600         MOVE SUSPENSE-ACCOUNT TO JOURNAL-ACCOUNT
033700     ELSE
033800         MOVE REVERSAL-GL-ACCOUNT TO JOURNAL-ACCOUNT.
033900     IF REVERSAL-AMOUNT < ZEROES
033910         MOVE "D" TO JOURNAL-DC
033920     ELSE
033930         MOVE "C" TO JOURNAL-DC.
034000     MOVE REVERSAL-AMOUNT TO JOURNAL-AMOUNT.
034100     MOVE SPACES TO JOURNAL-REFERENCE.
034200     STRING "VVC " VOUCHER-NUMBER
034300         DELIMITED BY SIZE INTO JOURNAL-REFERENCE.
034492         IF BANK-RECORD-FOUND = "Y"
034493             MOVE BANK-ACCT-CASH-GL TO DEBIT-CASH-ACCOUNT.
034494
034496* A credit memo withholds negative, so it reverses as a
034498* credit to the liability rather than a debit.
034500 SET-WITHHOLDING-SIDE.
034502     IF VOUCHER-WITHHELD < ZEROES
034504         MOVE "C" TO JOURNAL-DC
034506     ELSE
034508         MOVE "D" TO JOURNAL-DC.
034510
034512 START-VOUCHER-DIST.
034514     MOVE "N" TO VOUCHER-DIST-AT-END.
034516     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
034518     MOVE ZEROES TO VOUCHER-DIST-LINE.
034520     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
034522         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
034524     IF VOUCHER-DIST-AT-END = "N"
034526         PERFORM READ-NEXT-VOUCHER-DIST.
034528
034530 READ-NEXT-VOUCHER-DIST.
034532     READ VOUCHER-DIST-FILE NEXT RECORD
034534         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
034536     IF VOUCHER-DIST-AT-END = "N"
034538        AND VOUCHER-DIST-VOUCHER NOT = VOUCHER-NUMBER
034540         MOVE "Y" TO VOUCHER-DIST-AT-END.
034542
034600* One record per voided check - the check register and the
034700* bank reconciliation pick this up and show the check VOID.
034800 RECORD-THE-VOID.
035200     MOVE VOIDED-VENDOR      TO VOID-VENDOR.
035300     MOVE VOIDED-PAID-TOTAL  TO VOID-AMOUNT.
035310     MOVE VOIDED-BANK-ACCOUNT TO VOID-BANK-ACCOUNT.
035320     MOVE "V"                TO VOID-TYPE.
035400     WRITE VOID-RECORD.
035500     CLOSE VOID-FILE.
035505     PERFORM RESTORE-THE-BOOK-BALANCE.
035510     PERFORM SEND-THE-VOID-TO-BANK.
035520
035530* The void also rides to the bank on the next positive-pay
035540* transmission, so a stolen copy of the check cannot clear.
035597     WRITE POSPAY-RECORD.
035598     CLOSE POSPAY-FILE.
035600
035602* The check is no longer paid, so its amount goes back on the
035604* book balance of the account it was drawn on.
035606 RESTORE-THE-BOOK-BALANCE.
035608     IF VOIDED-BANK-ACCOUNT NOT = SPACES
035610         MOVE VOIDED-BANK-ACCOUNT TO BANK-ACCT-CODE
035612         PERFORM READ-BANK-RECORD
035614         IF BANK-RECORD-FOUND = "Y"
035616             PERFORM ADD-BACK-TO-BOOK-BALANCE.
035618
035620 ADD-BACK-TO-BOOK-BALANCE.
035622     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-BEFORE.
035624     ADD VOIDED-PAID-TOTAL TO BANK-ACCT-BOOK-BALANCE.
035626     MOVE "Y" TO BANK-REWRITE-OK.
035628     REWRITE BANK-ACCOUNT-RECORD
035630         INVALID KEY
035632         MOVE "N" TO BANK-REWRITE-OK
035634         DISPLAY "BANK ACCOUNT " BANK-ACCT-CODE
035636             " COULD NOT BE REWRITTEN".
035638     IF BANK-REWRITE-OK = "Y"
035640         PERFORM AUDIT-THE-BOOK-BALANCE.
035642
035644 AUDIT-THE-BOOK-BALANCE.
035646     MOVE "BANKACT" TO AUDIT-LOG-FILE.
035648     MOVE "POST  " TO AUDIT-LOG-ACTION.
035650     MOVE BANK-ACCT-CODE TO AUDIT-LOG-KEY.
035652     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-AFTER.
035654     PERFORM WRITE-AUDIT-RECORD.
035656
035658* An electronic payment never went out on paper, so there
035660* is nothing for positive pay to stop - the money has to be
035662* pulled back with a reversal requested from the bank.
035664 SEND-THE-VOID-TO-BANK.
035666     IF VOIDED-PAY-METHOD = "E"
035668         DISPLAY "EFT " WANTED-CHECK-NO
035670             " WAS SENT ELECTRONICALLY - REQUEST AN ACH"
035672         DISPLAY "REVERSAL FROM THE BANK FOR "
035674             VOIDED-PAID-TOTAL
035676     ELSE
035678         PERFORM RECORD-THE-POSPAY-VOID.
035680
035700*---------------------------------
035800* Void register
035900*---------------------------------
