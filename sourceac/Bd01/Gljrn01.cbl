000700* entered check number range - each voucher's expense
000800* account debited, the cash account credited once per check
000900* - to a file the ledger side can import, with a proof
001000* listing showing the batch balances to the penny.  Backup
001010* tax withheld from a check is credited to the withholding
001020* liability account until it is remitted to the IRS.
001030* A voucher split into distribution lines is debited one
001040* line at a time, each to its own account.
001100*
001200* The journal file GLJRNL is line sequential - posting date
001300* CCYYMMDD in columns 1-8, account number in columns 9-13,
002400     COPY "SLACCT.CBL".
002410
002420     COPY "SLBNKAC.CBL".
002430
002440     COPY "SLVCHDS.CBL".
002500
002600     SELECT WORK-FILE
002700         ASSIGN TO "WORK"
004610
004620     COPY "FDBNKAC.CBL".
004700
004710     COPY "FDVCHDS.CBL".
004720
004800 FD  WORK-FILE
004900     LABEL RECORDS ARE STANDARD.
005000 01  WORK-RECORD.
005500     05  WORK-PAID-AMOUNT      PIC S9(6)V99.
005510     05  WORK-AMOUNT           PIC S9(6)V99.
005520     05  WORK-BANK-ACCOUNT     PIC X(2).
005530     05  WORK-WITHHELD         PIC S9(6)V99.
005540     05  WORK-LINE             PIC 9(3).
005550     05  WORK-STORE            PIC 9(2).
005600
005700 SD  SORT-FILE.
005800
006400     05  SORT-PAID-AMOUNT      PIC S9(6)V99.
006410     05  SORT-AMOUNT           PIC S9(6)V99.
006420     05  SORT-BANK-ACCOUNT     PIC X(2).
006430     05  SORT-WITHHELD         PIC S9(6)V99.
006440     05  SORT-LINE             PIC 9(3).
006450     05  SORT-STORE            PIC 9(2).
006500
006600 FD  JOURNAL-FILE
006700     LABEL RECORDS ARE OMITTED.
009330* the batch balances when the check run took early-payment
009340* discounts.
009350 77  DISCOUNT-ACCOUNT      PIC 9(5) VALUE ZEROES.
009360* The backup withholding liability account - credited for the
009370* federal tax each check held back from a B-noticed vendor.
009380 77  WITHHOLDING-ACCOUNT   PIC 9(5) VALUE ZEROES.
009400 77  ENTRY-ACCOUNT         PIC 9(5).
009500
009600 77  VOUCHER-FILE-AT-END     PIC X.
009700 77  WORK-FILE-AT-END        PIC X.
009800 77  ACCOUNT-RECORD-FOUND    PIC X.
009810 77  BANK-RECORD-FOUND       PIC X.
009820 77  VOUCHER-DIST-AT-END     PIC X.
009900
010000* Control break current value for check number
010100 77  CURRENT-CHECK-NO        PIC 9(6).
010200 77  CHECK-CREDIT-TOTAL      PIC S9(7)V99.
010210 77  CHECK-DISCOUNT-TOTAL    PIC S9(7)V99.
010215 77  CHECK-WITHHELD-TOTAL    PIC S9(7)V99.
010220* The bank account the check's vouchers carry, and the cash
010230* GL number its credit actually posts to - the account's own
010240* cash GL off the bank master when the check is stamped, the
019400     PERFORM GET-CASH-ACCOUNT.
019500     PERFORM GET-SUSPENSE-ACCOUNT.
019510     PERFORM GET-DISCOUNT-ACCOUNT.
019520     PERFORM GET-WITHHOLDING-ACCOUNT.
019600     PERFORM SORT-DATA-FILE.
019700     OPEN OUTPUT JOURNAL-FILE.
019800     PERFORM START-NEW-REPORT.
022330     PERFORM GET-ONE-VALID-ACCOUNT.
022340     MOVE ENTRY-ACCOUNT TO DISCOUNT-ACCOUNT.
022350
022355 GET-WITHHOLDING-ACCOUNT.
022360     DISPLAY "ENTER BACKUP WITHHOLDING LIABILITY ACCOUNT NUMBER:".
022365     PERFORM GET-ONE-VALID-ACCOUNT.
022370     MOVE ENTRY-ACCOUNT TO WITHHOLDING-ACCOUNT.
022375
022400 GET-ONE-VALID-ACCOUNT.
022500     PERFORM ACCEPT-ONE-ACCOUNT.
022600     PERFORM RE-ACCEPT-ONE-ACCOUNT
024700     SORT SORT-FILE
024800         ON ASCENDING KEY SORT-CHECK-NO
024900                          SORT-NUMBER
024910                          SORT-LINE
025000         INPUT PROCEDURE IS BUILD-SORT-FILE
025100         GIVING WORK-FILE.
025200
025300 BUILD-SORT-FILE.
025400     OPEN INPUT VOUCHER-FILE.
025410     OPEN INPUT VOUCHER-DIST-FILE.
025500     PERFORM READ-VOUCHER-RECORD.
025600     PERFORM BUILD-ONE-SORT-RECORD
025700         UNTIL VOUCHER-FILE-AT-END = "Y".
025800     CLOSE VOUCHER-FILE.
025810     CLOSE VOUCHER-DIST-FILE.
025900
026000 READ-VOUCHER-RECORD.
026100     MOVE "N" TO VOUCHER-FILE-AT-END.
027400         MOVE VOUCHER-PAID-AMOUNT TO SORT-PAID-AMOUNT
027410         MOVE VOUCHER-AMOUNT      TO SORT-AMOUNT
027420         MOVE VOUCHER-BANK-ACCOUNT TO SORT-BANK-ACCOUNT
027430         MOVE VOUCHER-WITHHELD    TO SORT-WITHHELD
027440         MOVE ZEROES              TO SORT-LINE
027450         MOVE ZEROES              TO SORT-STORE
027460         PERFORM RELEASE-VOUCHER-OR-LINES.
027600     PERFORM READ-VOUCHER-RECORD.
027602
027604* A voucher with no distribution lines goes to the sort
027606* whole, as it always has - a split voucher goes one record
027608* per line.
027610 RELEASE-VOUCHER-OR-LINES.
027612     PERFORM START-VOUCHER-DIST.
027614     IF VOUCHER-DIST-AT-END = "Y"
027616         RELEASE SORT-RECORD
027618     ELSE
027620         PERFORM RELEASE-ONE-DIST-LINE
027622             UNTIL VOUCHER-DIST-AT-END = "Y".
027624
027626* Each line is one debit.  The check's paid amount and the
027628* tax withheld ride on the first line only, so the cash,
027630* discount and withholding credits per check come out the
027632* same as for an unsplit voucher.
027634 RELEASE-ONE-DIST-LINE.
027636     MOVE VOUCHER-DIST-LINE       TO SORT-LINE.
027638     MOVE VOUCHER-DIST-GL-ACCOUNT TO SORT-GL-ACCOUNT.
027640     MOVE VOUCHER-DIST-STORE      TO SORT-STORE.
027642     MOVE VOUCHER-DIST-AMOUNT     TO SORT-AMOUNT.
027644     RELEASE SORT-RECORD.
027646     MOVE ZEROES TO SORT-PAID-AMOUNT.
027648     MOVE ZEROES TO SORT-WITHHELD.
027650     PERFORM READ-NEXT-VOUCHER-DIST.
027652
027654 START-VOUCHER-DIST.
027656     MOVE "N" TO VOUCHER-DIST-AT-END.
027658     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
027660     MOVE ZEROES TO VOUCHER-DIST-LINE.
027662     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
027664         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
027666     IF VOUCHER-DIST-AT-END = "N"
027668         PERFORM READ-NEXT-VOUCHER-DIST.
027670
027672 READ-NEXT-VOUCHER-DIST.
027674     READ VOUCHER-DIST-FILE NEXT RECORD
027676         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
027678     IF VOUCHER-DIST-AT-END = "N"
027680        AND VOUCHER-DIST-VOUCHER NOT = VOUCHER-NUMBER
027682         MOVE "Y" TO VOUCHER-DIST-AT-END.
027700
027800*---------------------------------
027900* One check at a time - a debit per voucher, one credit for
029500     MOVE WORK-CHECK-NO TO CURRENT-CHECK-NO.
029600     MOVE ZEROES TO CHECK-CREDIT-TOTAL.
029610     MOVE ZEROES TO CHECK-DISCOUNT-TOTAL.
029620     MOVE ZEROES TO CHECK-WITHHELD-TOTAL.
029700
029800     PERFORM WRITE-ONE-DEBIT
029900         UNTIL WORK-FILE-AT-END = "Y"
030500* suspense account and flagged, so the batch still balances
030600* and the bookkeeper can see what needs recoding.  The debit
030700* posts at the voucher's gross amount - the gross-to-paid
030710* difference, less any backup tax withheld, is the early-
030720* payment discount the check run took, credited to the
030900* discounts-taken account per check.
031000 WRITE-ONE-DEBIT.
031010     MOVE SPACE TO DETAIL-LINE.
031020     MOVE WORK-PAID-DATE TO JOURNAL-DATE.
031400         ADD 1 TO SUSPENSE-COUNT
031500     ELSE
031510         MOVE WORK-GL-ACCOUNT TO JOURNAL-ACCOUNT.
031512     IF WORK-STORE NOT = ZEROES
031514         STRING "STORE " WORK-STORE
031516             DELIMITED BY SIZE INTO PRINT-NOTE.
031520* The journal amount column is unsigned - a netted credit
031530* memo exports as a credit at its absolute value, so the
031540* transmitted file balances the same way the proof does.
032300     ADD WORK-AMOUNT TO DEBIT-TOTAL.
032400     ADD WORK-PAID-AMOUNT TO CHECK-CREDIT-TOTAL.
032410     COMPUTE CHECK-DISCOUNT-TOTAL = CHECK-DISCOUNT-TOTAL
032420             + WORK-AMOUNT - WORK-PAID-AMOUNT - WORK-WITHHELD.
032430     ADD WORK-WITHHELD TO CHECK-WITHHELD-TOTAL.
032500     ADD 1 TO DEBIT-COUNT.
032600
032700     PERFORM PRINT-ONE-JOURNAL-LINE.
034310
034320     IF CHECK-DISCOUNT-TOTAL NOT = ZEROES
034330         PERFORM WRITE-ONE-DISCOUNT-CREDIT.
034332     IF CHECK-WITHHELD-TOTAL NOT = ZEROES
034334         PERFORM WRITE-ONE-WITHHOLDING-CREDIT.
034340
034341* A check stamped with a bank account posts its cash credit
034342* to that account's cash GL number off the bank master - an
034500
034510     PERFORM PRINT-ONE-JOURNAL-LINE.
034520
034530* One credit per check for the backup tax it held back - the
034540* liability stands until the deposit is made with the IRS.
034550 WRITE-ONE-WITHHOLDING-CREDIT.
034560     MOVE SPACE TO DETAIL-LINE.
034570     MOVE CHECK-PAID-DATE TO JOURNAL-DATE.
034580     MOVE WITHHOLDING-ACCOUNT TO JOURNAL-ACCOUNT.
034590     MOVE "C" TO JOURNAL-DC.
034600     MOVE CHECK-WITHHELD-TOTAL TO JOURNAL-AMOUNT.
034610     MOVE SPACES TO JOURNAL-REFERENCE.
034620     STRING "BWH " CURRENT-CHECK-NO
034630         DELIMITED BY SIZE INTO JOURNAL-REFERENCE.
034640     WRITE JOURNAL-RECORD.
034650
034660     ADD CHECK-WITHHELD-TOTAL TO CREDIT-TOTAL.
034670     ADD 1 TO CREDIT-COUNT.
034680
034690     PERFORM PRINT-ONE-JOURNAL-LINE.
034700
034900 PRINT-ONE-JOURNAL-LINE.
035000     IF LINE-COUNT > MAXIMUM-LINES
035100         PERFORM START-NEXT-PAGE.
