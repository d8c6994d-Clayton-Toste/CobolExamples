001000* paid fields are then stamped on each voucher and the
001100* selected flag cleared, so the check-register report picks
001200* the payments up and a voucher can never be selected twice.
001205* A vendor under an IRS B-notice has federal backup tax
001210* withheld from the payment, shown on the stub and stamped
001215* on each voucher it paid.
001220* Only a supervisor may run the checks, and a voucher the
001225* signed-on operator entered is left selected for another
001230* operator's run.
001235* A vendor set up for EFT gets no printed check - it is paid
001240* by an entry in the ACH file sent to the bank, its stub goes
001245* to the remittance-advice file to be e-mailed, and its
001250* trace reference comes off the same number series.
001255* A voucher that is not approved is never paid, even when it
001260* is marked selected.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002020     COPY "SLBNKAC.CBL".
002030
002040     COPY "SLAUDIT.CBL".
002042
002044     COPY "SLOPER.CBL".
002050
002060     COPY "SLAPPD.CBL".
002070
003000         ASSIGN TO PRINTER
003100         ORGANIZATION IS LINE SEQUENTIAL.
003200
003205* The ACH transmission for the bank and the remittance
003210* advices for the vendors paid electronically - both are
003215* written fresh by a run that pays anyone by EFT.
003220     SELECT ACH-FILE
003225         ASSIGN TO "ACHFILE"
003230         ORGANIZATION IS LINE SEQUENTIAL.
003235
003240     SELECT REMIT-FILE
003245         ASSIGN TO "REMITADV"
003250         ORGANIZATION IS LINE SEQUENTIAL.
003255
003300 DATA DIVISION.
003400 FILE SECTION.
003500
003820     COPY "FDBNKAC.CBL".
003830
003840     COPY "FDAUDIT.CBL".
003842
003844     COPY "FDOPER.CBL".
003850
003860     COPY "FDAPPD.CBL".
003870
005600 FD  PRINTER-FILE
005700     LABEL RECORDS ARE OMITTED.
005800 01  PRINTER-RECORD             PIC X(80).
005810
005820 FD  ACH-FILE
005830     LABEL RECORDS ARE OMITTED.
005840 01  ACH-RECORD                 PIC X(94).
005850
005860 FD  REMIT-FILE
005870     LABEL RECORDS ARE OMITTED.
005880 01  REMIT-RECORD               PIC X(80).
005900
006000 WORKING-STORAGE SECTION.
006100
008540     05  INVOICE-DATE-DD        PIC 9(2).
008550 77  VOUCHERS-POSTED         PIC 9(5) VALUE ZERO.
008560 77  VOUCHERS-NOT-POSTED     PIC 9(5) VALUE ZERO.
008561
008562* Backup withholding - a vendor flagged for it has the federal
008563* backup rate held back from each item's net once the check
008564* date reaches the withholding start date.  The check pays
008565* net of it; the posting pass stamps each voucher's share for
008566* the ledger export, the 1099 extract and the 945 report.
008567 77  BACKUP-WH-RATE          PIC 9(2) VALUE 24.
008568 77  VOUCHER-WITHHOLDING     PIC S9(6)V99.
008569 77  WITHHOLDING-BASE        PIC S9(6)V99.
008570 77  CHECK-WITHHELD-TOTAL    PIC S9(7)V99.
008571 77  RUN-WITHHELD-TOTAL      PIC S9(7)V99 VALUE ZERO.
008572
008573* Electronic payments.  The payment takes the next number off
008574* the account's series as its trace reference, so the journal
008575* export, the check register and the void run see it the same
008576* as a check.  An account with no routing number on the bank
008577* master cannot originate ACH, and a run drawn on it pays its
008578* EFT vendors by printed check.
008579 77  RUN-ACH-ENABLED         PIC X VALUE "N".
008580 01  RUN-ACH-ROUTING-FIELD   PIC 9(9) VALUE ZEROES.
008581 01  RUN-ACH-ROUTING-R REDEFINES RUN-ACH-ROUTING-FIELD.
008582     05  RUN-ACH-ODFI        PIC 9(8).
008583     05  FILLER              PIC 9.
008584 77  RUN-ACH-COMPANY-ID      PIC X(10).
008585 77  RUN-ACH-COMPANY-NAME    PIC X(16).
008586 77  RUN-ACH-BANK-NAME       PIC X(30).
008587 77  PAY-BY-EFT              PIC X.
008588 77  ACH-FILE-OPEN           PIC X VALUE "N".
008589 77  STUB-TO-REMIT           PIC X VALUE "N".
008590 77  EFT-PAYMENTS            PIC 9(5) VALUE ZERO.
008591 77  EFT-TOTAL               PIC S9(7)V99 VALUE ZERO.
008592
008593* ACH control totals - the entry hash is the sum of the
008594* receiving banks' 8-digit routing prefixes, of which the
008595* control records carry the low-order ten digits.
008596 77  ACH-RECORD-COUNT        PIC 9(6) VALUE ZERO.
008597 77  ACH-RECORD-LIMIT        PIC 9(6).
008598 77  ACH-BLOCK-COUNT         PIC 9(6).
008599 77  ACH-HASH-TOTAL          PIC 9(12) VALUE ZERO.
008600 77  ACH-CREDIT-TOTAL        PIC 9(10)V99 VALUE ZERO.
008601 01  ACH-RDFI-FIELD          PIC 9(9).
008602 01  ACH-RDFI-R REDEFINES ACH-RDFI-FIELD.
008603     05  ACH-RDFI-PREFIX     PIC 9(8).
008604     05  FILLER              PIC 9.
008605 01  ACH-TODAY               PIC 9(6).
008606 01  ACH-NOW                 PIC 9(8).
008607 01  ACH-NOW-R REDEFINES ACH-NOW.
008608     05  ACH-NOW-HHMM        PIC 9(4).
008609     05  FILLER              PIC 9(4).
008610 01  ACH-EFFECTIVE-DATE.
008611     05  ACH-EFFECTIVE-YY    PIC 9(2).
008612     05  ACH-EFFECTIVE-MM    PIC 9(2).
008613     05  ACH-EFFECTIVE-DD    PIC 9(2).
008614
008615* ACH records - 94 columns each, in the bank's standard
008616* layout: one file header, one batch header, one entry per
008617* vendor paid, the batch control and the file control.
008618 01  ACH-FILE-HEADER.
008619     05  FILLER              PIC X VALUE "1".
008620     05  FILLER              PIC X(2) VALUE "01".
008621     05  FILLER              PIC X VALUE SPACE.
008622     05  ACH-FH-DESTINATION  PIC 9(9).
008623     05  ACH-FH-ORIGIN       PIC X(10).
008624     05  ACH-FH-DATE         PIC 9(6).
008625     05  ACH-FH-TIME         PIC 9(4).
008626     05  FILLER              PIC X VALUE "A".
008627     05  FILLER              PIC X(3) VALUE "094".
008628     05  FILLER              PIC X(2) VALUE "10".
008629     05  FILLER              PIC X VALUE "1".
008630     05  ACH-FH-DEST-NAME    PIC X(23).
008631     05  ACH-FH-ORIGIN-NAME  PIC X(23).
008632     05  FILLER              PIC X(8) VALUE SPACES.
008633
008634 01  ACH-BATCH-HEADER.
008635     05  FILLER              PIC X VALUE "5".
008636     05  FILLER              PIC X(3) VALUE "220".
008637     05  ACH-BH-COMPANY-NAME PIC X(16).
008638     05  FILLER              PIC X(20) VALUE SPACES.
008639     05  ACH-BH-COMPANY-ID   PIC X(10).
008640     05  FILLER              PIC X(3) VALUE "CCD".
008641     05  FILLER              PIC X(10) VALUE "VENDOR PAY".
008642     05  FILLER              PIC X(6) VALUE SPACES.
008643     05  ACH-BH-EFFECTIVE-DATE PIC 9(6).
008644     05  FILLER              PIC X(3) VALUE SPACES.
008645     05  FILLER              PIC X VALUE "1".
008646     05  ACH-BH-ODFI         PIC 9(8).
008647     05  ACH-BH-BATCH-NO     PIC 9(7) VALUE 1.
008648
008649 01  ACH-ENTRY-DETAIL.
008650     05  FILLER              PIC X VALUE "6".
008651     05  ACH-ED-TRAN-CODE    PIC X(2).
008652     05  ACH-ED-RDFI         PIC 9(9).
008653     05  ACH-ED-ACCOUNT      PIC X(17).
008654     05  ACH-ED-AMOUNT       PIC 9(8)V99.
008655     05  ACH-ED-IDENT        PIC X(15).
008656     05  ACH-ED-NAME         PIC X(22).
008657     05  FILLER              PIC X(2) VALUE SPACES.
008658     05  FILLER              PIC X VALUE "0".
008659     05  ACH-ED-TRACE-ODFI   PIC 9(8).
008660     05  ACH-ED-TRACE-SEQ    PIC 9(7).
008661
008662 01  ACH-BATCH-CONTROL.
008663     05  FILLER              PIC X VALUE "8".
008664     05  FILLER              PIC X(3) VALUE "220".
008665     05  ACH-BC-ENTRY-COUNT  PIC 9(6).
008666     05  ACH-BC-HASH         PIC 9(10).
008667     05  ACH-BC-DEBITS       PIC 9(10)V99.
008668     05  ACH-BC-CREDITS      PIC 9(10)V99.
008669     05  ACH-BC-COMPANY-ID   PIC X(10).
008670     05  FILLER              PIC X(25) VALUE SPACES.
008671     05  ACH-BC-ODFI         PIC 9(8).
008672     05  ACH-BC-BATCH-NO     PIC 9(7) VALUE 1.
008673
008674 01  ACH-FILE-CONTROL.
008675     05  FILLER              PIC X VALUE "9".
008676     05  ACH-FC-BATCH-COUNT  PIC 9(6) VALUE 1.
008677     05  ACH-FC-BLOCK-COUNT  PIC 9(6).
008678     05  ACH-FC-ENTRY-COUNT  PIC 9(8).
008679     05  ACH-FC-HASH         PIC 9(10).
008680     05  ACH-FC-DEBITS       PIC 9(10)V99.
008681     05  ACH-FC-CREDITS      PIC 9(10)V99.
008682     05  FILLER              PIC X(39) VALUE SPACES.
008700
008800* The check number cut for each vendor is collected here in
008900* the print pass, then stamped on that vendor's vouchers in
008910* the posting pass, along with C for a printed check or E for
008920* an electronic payment.
009100 01  CHECK-TABLE.
009200     05  CHECK-ENTRY OCCURS 500 TIMES.
009300         10  CHECK-VENDOR          PIC 9(5).
009400         10  CHECK-NUMBER          PIC 9(6).
009410         10  CHECK-PAY-METHOD      PIC X.
009500
009600 77  MAXIMUM-CHECKS          PIC 9(3) COMP VALUE 500.
009700 77  CHECK-COUNT             PIC 9(3) COMP VALUE ZERO.
009972         10  ITEM-INVOICE          PIC X(15).
009973         10  ITEM-AMOUNT           PIC S9(6)V99.
009974         10  ITEM-DISCOUNT         PIC S9(6)V99.
009975         10  ITEM-WITHHELD         PIC S9(6)V99.
009976 77  MAXIMUM-ITEMS           PIC 9(3) COMP VALUE 100.
009977 77  ITEM-COUNT              PIC 9(3) COMP VALUE ZERO.
009978 77  ITEM-INDEX              PIC 9(3) COMP.
009989 77  NO-CHECK-INDEX          PIC 9(3) COMP.
009990 77  NO-CHECK-MATCHED        PIC X.
009991 77  VOUCHERS-UNSELECTED     PIC 9(5) VALUE ZERO.
009992* Selected vouchers the operator running the checks keyed in
009993* themselves - left selected for another supervisor to pay.
009994 77  VOUCHERS-OWN-ENTRY      PIC 9(5) VALUE ZERO.
009995* Selected vouchers still pending approval, or rejected - left
009996* selected until an approver releases them.
009997 77  VOUCHERS-NOT-APPROVED   PIC 9(5) VALUE ZERO.
010000
010100* Check and stub print lines
010200 01  CHECK-NUMBER-LINE.
013100 01  STUB-TITLE-LINE.
013200     05  FILLER            PIC X(18)
013300         VALUE "REMITTANCE ADVICE ".
013400     05  PRINT-STUB-KIND   PIC X(8) VALUE "- CHECK ".
013500     05  PRINT-STUB-CHECK-NO PIC 9(6).
013600
013700 01  STUB-COLUMN-LINE.
014940     05  PRINT-STUB-NET     PIC ZZZ,ZZ9.99-.
015000
015100 01  STUB-TOTAL-LINE.
015200     05  PRINT-STUB-TOTAL-TITLE PIC X(14)
015300         VALUE "CHECK TOTAL   ".
015400     05  FILLER             PIC X(34) VALUE SPACE.
015500     05  PRINT-STUB-TOTAL   PIC ZZZ,ZZ9.99.
015540         VALUE "DISCOUNT TAKEN".
015550     05  FILLER             PIC X(12) VALUE SPACE.
015560     05  PRINT-STUB-DISC-TOTAL PIC ZZZ,ZZ9.99.
015565
015570 01  STUB-WITHHELD-LINE.
015575     05  FILLER             PIC X(26)
015580         VALUE "FEDERAL BACKUP WITHHOLDING".
015585     05  PRINT-STUB-WH-TOTAL PIC ZZZ,ZZ9.99.
015600
015700 01  RUN-TOTAL-LINE.
015800     05  FILLER             PIC X(20)
016240         VALUE "DISCOUNTS TAKEN:    ".
016250     05  FILLER             PIC X(14) VALUE SPACE.
016260     05  PRINT-RUN-DISCOUNT PIC Z,ZZZ,ZZ9.99.
016261
016262 01  RUN-WITHHELD-LINE.
016263     05  FILLER             PIC X(20)
016264         VALUE "BACKUP WITHHOLDING: ".
016265     05  FILLER             PIC X(14) VALUE SPACE.
016266     05  PRINT-RUN-WITHHELD PIC Z,ZZZ,ZZ9.99.
016267
016268 01  ACH-TRANSMITTAL-LINE.
016269     05  FILLER             PIC X(20)
016270         VALUE "EFT PAYMENTS SENT:  ".
016271     05  PRINT-EFT-COUNT    PIC ZZZZ9.
016272     05  FILLER             PIC X(9) VALUE "  TOTAL: ".
016273     05  PRINT-EFT-TOTAL    PIC Z,ZZZ,ZZ9.99.
016274
016275* Remittance advice lines - the advice is addressed to the
016276* vendor's remittance e-mail and carries the same stub lines
016277* a printed check does.
016278 01  REMIT-TO-LINE.
016279     05  FILLER             PIC X(4) VALUE "TO: ".
016280     05  PRINT-REMIT-EMAIL  PIC X(40).
016281
016282 01  REMIT-SUBJECT-LINE.
016283     05  FILLER             PIC X(9) VALUE "SUBJECT: ".
016284     05  FILLER             PIC X(33)
016285         VALUE "ELECTRONIC PAYMENT ADVICE - REF. ".
016286     05  PRINT-REMIT-REF    PIC 9(6).
016287
016288 01  REMIT-PAID-LINE.
016289     05  FILLER             PIC X(15) VALUE "PAID BY EFT ON ".
016290     05  PRINT-REMIT-DATE   PIC Z9/99/9999.
016291     05  FILLER             PIC X(24)
016292         VALUE " TO YOUR ACCOUNT ON FILE".
016300
016400     COPY "WSDATE01.CBL".
016500
018500     CLOSE PRINTER-FILE.
018600
018700 MAIN-PROCESS.
018710     IF NOT OPERATOR-IS-SUPERVISOR
018720         DISPLAY "THE CHECK RUN NEEDS SUPERVISOR AUTHORITY"
018730         MOVE 8 TO RETURN-CODE
018740     ELSE
018800         PERFORM GET-OK-TO-PROCESS
018900         IF OK-TO-PROCESS = "Y"
019000             PERFORM RUN-ONE-CHECK-PASS.
019100
019200 GET-OK-TO-PROCESS.
019300     PERFORM ACCEPT-OK-TO-PROCESS.
021110     OPEN EXTEND POSPAY-FILE.
021200     PERFORM PRINT-ALL-CHECKS.
021210     CLOSE POSPAY-FILE.
021220     IF ACH-FILE-OPEN = "Y"
021230         PERFORM FINISH-THE-ACH-FILE.
021300     PERFORM POST-THE-PAYMENTS.
021400     PERFORM STAMP-BANK-LAST-CHECK.
021410     PERFORM PRINT-RUN-TOTALS.
021420     PERFORM PRINT-POSPAY-TRANSMITTAL.
021430     IF EFT-PAYMENTS > ZERO
021440         PERFORM PRINT-ACH-TRANSMITTAL.
021500
021600* Which bank account the run draws on - the next check number
021700* comes off the account's own series, so two accounts never
022210     DISPLAY "DRAWING ON: " BANK-ACCT-NAME.
022220     COMPUTE NEXT-CHECK-NO = BANK-ACCT-LAST-CHECK + 1.
022230     DISPLAY "FIRST CHECK NUMBER WILL BE " NEXT-CHECK-NO.
022235     PERFORM LOAD-RUN-ACH-SETUP.
022240
022250 ACCEPT-BANK-ACCOUNT.
022260     MOVE SPACES TO RUN-BANK-CODE.
022391* The last number this run used goes back on the master, so
022392* the next run picks up the series where this one left off.
022393 STAMP-BANK-LAST-CHECK.
022394     IF CHECKS-WRITTEN + EFT-PAYMENTS > ZERO
022395         MOVE RUN-BANK-CODE TO BANK-ACCT-CODE
022396         PERFORM READ-BANK-RECORD
022397         MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-BEFORE
022398         PERFORM STAMP-THE-BANK-RECORD
022399         REWRITE BANK-ACCOUNT-RECORD
022400         PERFORM AUDIT-THE-BANK-STAMP.
022401
022408     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-AFTER.
022409     PERFORM WRITE-AUDIT-RECORD.
022410
022420* The run's checks and electronic payments both come off the
022430* account's book balance as the last number used goes on.
022440 STAMP-THE-BANK-RECORD.
022450     COMPUTE BANK-ACCT-LAST-CHECK = NEXT-CHECK-NO - 1.
022460     SUBTRACT RUN-TOTAL FROM BANK-ACCT-BOOK-BALANCE.
022470     SUBTRACT EFT-TOTAL FROM BANK-ACCT-BOOK-BALANCE.
022480
022490* The ACH origination setup comes off the master now, while
022500* the run's account is the current bank record.
022510 LOAD-RUN-ACH-SETUP.
022520     MOVE BANK-ACCT-ROUTING      TO RUN-ACH-ROUTING-FIELD.
022530     MOVE BANK-ACCT-COMPANY-ID   TO RUN-ACH-COMPANY-ID.
022540     MOVE BANK-ACCT-COMPANY-NAME TO RUN-ACH-COMPANY-NAME.
022550     MOVE BANK-ACCT-NAME         TO RUN-ACH-BANK-NAME.
022560     IF BANK-ACCT-ROUTING = ZEROES
022570         MOVE "N" TO RUN-ACH-ENABLED
022580         DISPLAY "ACCOUNT IS NOT SET UP FOR ACH - EFT VENDORS"
022590             " WILL BE PAID BY PRINTED CHECK"
022600     ELSE
022610         MOVE "Y" TO RUN-ACH-ENABLED.
022620
022800 GET-CHECK-DATE.
022900     DISPLAY "ENTER CHECK DATE CCYYMMDD (BLANK FOR TODAY):".
023000     MOVE ZEROES TO CHECK-DATE.
023385        AND CHECK-PERIOD NOT = OPEN-PERIOD
023386         DISPLAY "CHECK DATE " CHECK-DATE
023387             " IS OUTSIDE THE OPEN AP PERIOD " OPEN-PERIOD
023388         PERFORM GET-SUPERVISOR-OVERRIDE
023389         IF OVERRIDE-ANSWER NOT = "Y"
023390             MOVE "N" TO PERIOD-IS-OK.
023391
023413     DISPLAY "YOU MUST ENTER YES OR NO".
023414     PERFORM ACCEPT-PERIOD-OVERRIDE.
023420
023425* A yes to the override stands only once a supervisor has
023430* signed for it.
023435 GET-SUPERVISOR-OVERRIDE.
023440     PERFORM GET-PERIOD-OVERRIDE.
023445     IF OVERRIDE-ANSWER = "Y"
023450         PERFORM VERIFY-SUPERVISOR
023455         IF SUPERVISOR-VERIFIED NOT = "Y"
023460             MOVE "N" TO OVERRIDE-ANSWER.
023465
023500*---------------------------------
023600* Sort the selected vouchers into vendor order
023700*---------------------------------
025500         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
025600
025700* Only selected, still-unpaid vouchers take part in a
025710* check run - and none the operator running it entered,
025720* and none that is not approved.
025900 BUILD-ONE-SORT-RECORD.
026000     IF VOUCHER-SELECTED = "Y"
026100        AND VOUCHER-PAID-DATE = ZEROES
026110        AND NOT VOUCHER-APPROVED
026120         PERFORM HOLD-UNAPPROVED-VOUCHER.
026130     IF VOUCHER-SELECTED = "Y"
026140        AND VOUCHER-PAID-DATE = ZEROES
026150        AND VOUCHER-APPROVED
026160         IF VOUCHER-ENTERED-BY = OPERATOR-INITIALS
026170             PERFORM HOLD-OWN-VOUCHER
026180         ELSE
026200             MOVE VOUCHER-NUMBER     TO SORT-NUMBER
026300             MOVE VOUCHER-VENDOR     TO SORT-VENDOR
026400             MOVE VOUCHER-INVOICE    TO SORT-INVOICE
026500             MOVE VOUCHER-AMOUNT     TO SORT-AMOUNT
026510             MOVE VOUCHER-DATE       TO SORT-DATE
026600             RELEASE SORT-RECORD.
026700     PERFORM READ-VOUCHER-RECORD.
026705
026710* Segregation of duties - whoever keyed a voucher may not pay
026715* it.  It stays selected for a run under another sign-on.
026720 HOLD-OWN-VOUCHER.
026725     ADD 1 TO VOUCHERS-OWN-ENTRY.
026730     DISPLAY "VOUCHER " VOUCHER-NUMBER " WAS ENTERED BY "
026735         OPERATOR-INITIALS " - LEFT SELECTED FOR ANOTHER"
026740         " OPERATOR TO PAY".
026745
026750 HOLD-UNAPPROVED-VOUCHER.
026755     ADD 1 TO VOUCHERS-NOT-APPROVED.
026760     DISPLAY "VOUCHER " VOUCHER-NUMBER " IS NOT APPROVED"
026765         " - LEFT SELECTED UNTIL IT IS APPROVED".
026800
026900*---------------------------------
027000* LEVEL 1 - print one check per vendor
028900     MOVE WORK-VENDOR TO CURRENT-VENDOR.
029000     MOVE ZEROES TO CHECK-TOTAL.
029010     MOVE ZEROES TO CHECK-DISCOUNT-TOTAL.
029020     MOVE ZEROES TO CHECK-WITHHELD-TOTAL.
029100
029200     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
029300     PERFORM READ-VENDOR-RECORD.
031746         ADD ITEM-COUNT TO VOUCHERS-NOT-POSTED
031750     ELSE
031760         IF CHECK-TOTAL > ZEROES
031762             PERFORM DECIDE-PAYMENT-METHOD
031764             IF PAY-BY-EFT = "Y"
031766                 PERFORM SEND-ONE-EFT
031768             ELSE
031770                 PERFORM PRINT-CHECK-HEADING
031780                 PERFORM PRINT-STUB-HEADING
031790                 PERFORM PRINT-ALL-STUB-LINES
031800                 PERFORM PRINT-CHECK-AMOUNT-LINES
031810                 PERFORM RECORD-ONE-CHECK
031820         ELSE
031830             PERFORM HOLD-VENDOR-CREDIT.
031840
031907     MOVE VOUCHER-DISCOUNT TO ITEM-DISCOUNT(ITEM-COUNT).
031908     COMPUTE CHECK-TOTAL =
031909             CHECK-TOTAL + WORK-AMOUNT - VOUCHER-DISCOUNT.
031910     PERFORM ADD-ITEM-DEDUCTIONS.
031911
031912* No early-payment discount is figured on a credit memo - the
031913* credit nets against the invoices at its face amount.
031934             " NETS TO ZERO OR A CREDIT - NO CHECK CUT"
031935         DISPLAY "  ITS VOUCHERS WILL BE CARRIED FORWARD"
031936             " UNSELECTED".
031940
031950* Backup withholding is figured on what the item pays after
031960* its discount, and comes off the check with the discount.
031970 ADD-ITEM-DEDUCTIONS.
031980     ADD VOUCHER-DISCOUNT TO CHECK-DISCOUNT-TOTAL.
031990     COMPUTE WITHHOLDING-BASE = WORK-AMOUNT - VOUCHER-DISCOUNT.
032000     PERFORM COMPUTE-ONE-WITHHOLDING.
032010     MOVE VOUCHER-WITHHOLDING TO ITEM-WITHHELD(ITEM-COUNT).
032020     SUBTRACT VOUCHER-WITHHOLDING FROM CHECK-TOTAL.
032030     ADD VOUCHER-WITHHOLDING TO CHECK-WITHHELD-TOTAL.
032040
032050* A vendor set up for EFT is paid electronically when the
032060* run's account can originate ACH and the vendor's bank
032070* details are complete - otherwise it falls back to a
032080* printed check and the operator is told why.
032090 DECIDE-PAYMENT-METHOD.
032100     MOVE "N" TO PAY-BY-EFT.
032110     IF VENDOR-PAY-METHOD = "E"
032120         IF RUN-ACH-ENABLED = "Y"
032130            AND VENDOR-BANK-ROUTING NOT = ZEROES
032140            AND VENDOR-BANK-ACCOUNT-NO NOT = SPACES
032150             MOVE "Y" TO PAY-BY-EFT
032160         ELSE
032170             DISPLAY "VENDOR " CURRENT-VENDOR
032180                 " IS SET UP FOR EFT BUT CANNOT BE SENT"
032190                 " - A CHECK IS PRINTED".
032400
032500* The check amount is not known until the vendor's vouchers
032600* have all been stubbed, so the face amount prints below the
035500     PERFORM LINE-FEED.
035600
035700 PRINT-STUB-HEADING.
035710     IF STUB-TO-REMIT = "Y"
035720         MOVE "- EFT   " TO PRINT-STUB-KIND
035730         MOVE "PAYMENT TOTAL " TO PRINT-STUB-TOTAL-TITLE
035740     ELSE
035750         MOVE "- CHECK " TO PRINT-STUB-KIND
035760         MOVE "CHECK TOTAL   " TO PRINT-STUB-TOTAL-TITLE.
035800     MOVE NEXT-CHECK-NO TO PRINT-STUB-CHECK-NO.
035900     MOVE STUB-TITLE-LINE TO PRINTER-RECORD.
036000     PERFORM WRITE-STUB-LINE.
036100     MOVE STUB-COLUMN-LINE TO PRINTER-RECORD.
036200     PERFORM WRITE-STUB-LINE.
036300
036400* Each invoice stubs at gross less the discount earned - a
036500* credit memo stubs at its negative face, so the vendor can
036800     COMPUTE PRINT-STUB-NET = ITEM-AMOUNT(ITEM-INDEX)
036810             - ITEM-DISCOUNT(ITEM-INDEX).
036820     MOVE STUB-DETAIL-LINE TO PRINTER-RECORD.
036830     PERFORM WRITE-STUB-LINE.
037200
037300 PRINT-CHECK-AMOUNT-LINES.
037400     PERFORM PRINT-STUB-TOTAL-LINES.
037700     PERFORM LINE-FEED.
037800     MOVE CHECK-TOTAL TO PRINT-CHECK-AMOUNT.
037900     MOVE CHECK-AMOUNT-LINE TO PRINTER-RECORD.
038000     PERFORM WRITE-TO-PRINTER.
038100     PERFORM FORM-FEED.
038200
038202 PRINT-STUB-TOTAL-LINES.
038204     MOVE CHECK-TOTAL TO PRINT-STUB-TOTAL.
038206     MOVE STUB-TOTAL-LINE TO PRINTER-RECORD.
038208     PERFORM WRITE-STUB-LINE.
038210     IF CHECK-DISCOUNT-TOTAL NOT = ZEROES
038212         MOVE CHECK-DISCOUNT-TOTAL TO PRINT-STUB-DISC-TOTAL
038214         MOVE STUB-DISCOUNT-LINE TO PRINTER-RECORD
038216         PERFORM WRITE-STUB-LINE.
038218     IF CHECK-WITHHELD-TOTAL NOT = ZEROES
038220         MOVE CHECK-WITHHELD-TOTAL TO PRINT-STUB-WH-TOTAL
038222         MOVE STUB-WITHHELD-LINE TO PRINTER-RECORD
038224         PERFORM WRITE-STUB-LINE.
038226
038228* Stub lines go to the check stock for a printed check, or
038230* to the remittance file for an electronic payment.
038232 WRITE-STUB-LINE.
038234     IF STUB-TO-REMIT = "Y"
038236         MOVE PRINTER-RECORD TO REMIT-RECORD
038238         WRITE REMIT-RECORD
038240     ELSE
038242         PERFORM WRITE-TO-PRINTER.
038244
038300 RECORD-ONE-CHECK.
038400     ADD 1 TO CHECK-COUNT.
038500     MOVE CURRENT-VENDOR TO CHECK-VENDOR(CHECK-COUNT).
038600     MOVE NEXT-CHECK-NO  TO CHECK-NUMBER(CHECK-COUNT).
038610     MOVE "C"            TO CHECK-PAY-METHOD(CHECK-COUNT).
038700     ADD 1 TO CHECKS-WRITTEN.
038800     ADD CHECK-TOTAL TO RUN-TOTAL.
038810     ADD CHECK-DISCOUNT-TOTAL TO RUN-DISCOUNT-TOTAL.
038815     ADD CHECK-WITHHELD-TOTAL TO RUN-WITHHELD-TOTAL.
038820     PERFORM WRITE-ONE-POSPAY-RECORD.
038900     ADD 1 TO NEXT-CHECK-NO.
038910
040000
040100* Stamp the paid fields and clear the selected flag on every
040200* voucher covered by a check cut in the print pass.  The paid
040300* amount is the net of the discount and any backup withholding
040310* the print pass took - the same computation from the same
040400* dates lands the same answer.
040500 POST-ONE-VOUCHER.
040600     IF VOUCHER-SELECTED = "Y"
040700        AND VOUCHER-PAID-DATE = ZEROES
040710        AND VOUCHER-ENTERED-BY NOT = OPERATOR-INITIALS
040720        AND VOUCHER-APPROVED
040800         PERFORM FIND-THE-CHECK
040900         IF CHECK-MATCHED = "Y"
040910             MOVE VOUCHER-RECORD TO AUDIT-LOG-BEFORE
041000             PERFORM COMPUTE-POSTING-DISCOUNT
041010             PERFORM COMPUTE-POSTING-WITHHOLDING
041100             COMPUTE VOUCHER-PAID-AMOUNT =
041110                     VOUCHER-AMOUNT - VOUCHER-DISCOUNT
041112                   - VOUCHER-WITHHOLDING
041114             MOVE VOUCHER-WITHHOLDING TO VOUCHER-WITHHELD
041120             MOVE CHECK-DATE     TO VOUCHER-PAID-DATE
041130             MOVE CHECK-NUMBER(CHECK-INDEX)
041140                 TO VOUCHER-CHECK-NO
041142             MOVE CHECK-PAY-METHOD(CHECK-INDEX)
041144                 TO VOUCHER-PAY-METHOD
041150             MOVE RUN-BANK-CODE  TO VOUCHER-BANK-ACCOUNT
041200             MOVE "N"            TO VOUCHER-SELECTED
041300             REWRITE VOUCHER-RECORD
041660         MOVE VOUCHER-AMOUNT TO DISCOUNT-GROSS-AMOUNT
041665         PERFORM COMPUTE-ONE-DISCOUNT.
041670
041672* Withholding applies to credit memos as well as invoices, so
041674* the vendor is read whatever the voucher's sign.
041676 COMPUTE-POSTING-WITHHOLDING.
041678     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
041680     PERFORM READ-VENDOR-RECORD.
041682     COMPUTE WITHHOLDING-BASE = VOUCHER-AMOUNT - VOUCHER-DISCOUNT.
041684     PERFORM COMPUTE-ONE-WITHHOLDING.
041686
041700 FIND-THE-CHECK.
041800     MOVE "N" TO CHECK-MATCHED.
041900     MOVE 1 TO CHECK-INDEX.
042971                 * VENDOR-DISCOUNT-PCT / 100.
042972
043000*---------------------------------
043005* Backup withholding - figured on what the item pays after
043010* its discount, from the vendor record current at the time
043015* of the call.  A credit memo withholds negative, so the
043020* check withholds on its net.
043025*---------------------------------
043030 COMPUTE-ONE-WITHHOLDING.
043035     MOVE ZEROES TO VOUCHER-WITHHOLDING.
043040     IF VENDOR-RECORD-FOUND = "Y"
043045        AND VENDOR-BACKUP-WH = "Y"
043050        AND CHECK-DATE NOT < VENDOR-BACKUP-WH-DATE
043055         COMPUTE VOUCHER-WITHHOLDING ROUNDED =
043060             WITHHOLDING-BASE * BACKUP-WH-RATE / 100.
043065
043070*---------------------------------
043100* Run totals
043200*---------------------------------
043300 PRINT-RUN-TOTALS.
043720         MOVE RUN-DISCOUNT-TOTAL TO PRINT-RUN-DISCOUNT
043730         MOVE RUN-DISCOUNT-LINE TO PRINTER-RECORD
043740         PERFORM WRITE-TO-PRINTER.
043750     IF RUN-WITHHELD-TOTAL NOT = ZEROES
043760         MOVE RUN-WITHHELD-TOTAL TO PRINT-RUN-WITHHELD
043770         MOVE RUN-WITHHELD-LINE TO PRINTER-RECORD
043780         PERFORM WRITE-TO-PRINTER.
043800     PERFORM FORM-FEED.
043900
044000     DISPLAY "CHECKS WRITTEN:      " CHECKS-WRITTEN.
044100     DISPLAY "VOUCHERS POSTED:     " VOUCHERS-POSTED.
044110     IF RUN-DISCOUNT-TOTAL NOT = ZEROES
044120         DISPLAY "DISCOUNTS TAKEN:     " RUN-DISCOUNT-TOTAL.
044122     IF RUN-WITHHELD-TOTAL NOT = ZEROES
044124         DISPLAY "BACKUP WITHHOLDING:  " RUN-WITHHELD-TOTAL.
044130     IF VOUCHERS-UNSELECTED > ZERO
044140         DISPLAY "CREDIT-BALANCE VOUCHERS UNSELECTED: "
044150             VOUCHERS-UNSELECTED
044180         DISPLAY "VOUCHERS NOT POSTED: " VOUCHERS-NOT-POSTED
044190         DISPLAY "THOSE VOUCHERS REMAIN SELECTED - ADD THE"
044200         DISPLAY "MISSING VENDORS AND RUN AGAIN.".
044201     IF VOUCHERS-OWN-ENTRY > ZERO
044202         DISPLAY "VOUCHERS ENTERED BY THIS OPERATOR: "
044203             VOUCHERS-OWN-ENTRY
044204         DISPLAY "THOSE VOUCHERS REMAIN SELECTED FOR A CHECK"
044205         DISPLAY "RUN UNDER ANOTHER SUPERVISOR'S SIGN-ON.".
044206     IF VOUCHERS-NOT-APPROVED > ZERO
044207         DISPLAY "VOUCHERS NOT APPROVED: " VOUCHERS-NOT-APPROVED
044208         DISPLAY "THOSE VOUCHERS REMAIN SELECTED UNTIL AN"
044209         DISPLAY "APPROVER RELEASES THEM.".
044210
044220* The transmittal proves the positive-pay file before it
044230* goes to the bank - the item count and dollar total must
044340
044350     DISPLAY "POSITIVE PAY ITEMS:  " POSPAY-ITEM-COUNT.
044360     DISPLAY "POSITIVE PAY TOTAL:  " POSPAY-AMOUNT-TOTAL.
044361
044362* The ACH transmittal proves the electronic file the same
044363* way - entries and total must match its control records,
044364* and the remittance advices go out before it settles.
044365 PRINT-ACH-TRANSMITTAL.
044366     MOVE EFT-PAYMENTS TO PRINT-EFT-COUNT.
044367     MOVE EFT-TOTAL TO PRINT-EFT-TOTAL.
044368     MOVE ACH-TRANSMITTAL-LINE TO PRINTER-RECORD.
044369     PERFORM WRITE-TO-PRINTER.
044370     MOVE "MUST MATCH THE ACH FILE CONTROL RECORD - E-MAIL THE"
044371         TO PRINTER-RECORD.
044372     PERFORM WRITE-TO-PRINTER.
044373     MOVE "REMITTANCE ADVICES BEFORE THE FILE IS SENT"
044374         TO PRINTER-RECORD.
044375     PERFORM WRITE-TO-PRINTER.
044376     PERFORM FORM-FEED.
044377
044378     DISPLAY "EFT PAYMENTS SENT:   " EFT-PAYMENTS.
044379     DISPLAY "EFT PAYMENT TOTAL:   " EFT-TOTAL.
044380
044381*---------------------------------
044382* Electronic payments - the ACH entry for the bank, the
044383* remittance advice for the vendor, and the same bookkeeping
044384* a printed check gets.
044385*---------------------------------
044386 SEND-ONE-EFT.
044387     IF ACH-FILE-OPEN = "N"
044388         PERFORM START-THE-ACH-FILE.
044389     PERFORM WRITE-ONE-ACH-ENTRY.
044390     PERFORM WRITE-ONE-REMITTANCE.
044391     PERFORM RECORD-ONE-EFT.
044392
044393* The files open on the first electronic payment, so a run
044394* that pays nobody by EFT leaves the last transmission alone.
044395 START-THE-ACH-FILE.
044396     OPEN OUTPUT ACH-FILE.
044397     OPEN OUTPUT REMIT-FILE.
044398     MOVE "Y" TO ACH-FILE-OPEN.
044399     ACCEPT ACH-TODAY FROM DATE.
044400     ACCEPT ACH-NOW FROM TIME.
044401     MOVE RUN-ACH-ROUTING-FIELD TO ACH-FH-DESTINATION.
044402     MOVE RUN-ACH-COMPANY-ID    TO ACH-FH-ORIGIN.
044403     MOVE ACH-TODAY             TO ACH-FH-DATE.
044404     MOVE ACH-NOW-HHMM          TO ACH-FH-TIME.
044405     MOVE RUN-ACH-BANK-NAME     TO ACH-FH-DEST-NAME.
044406     MOVE RUN-ACH-COMPANY-NAME  TO ACH-FH-ORIGIN-NAME.
044407     MOVE ACH-FILE-HEADER TO ACH-RECORD.
044408     PERFORM WRITE-ACH-RECORD.
044409
044410     MOVE RUN-ACH-COMPANY-NAME  TO ACH-BH-COMPANY-NAME.
044411     MOVE RUN-ACH-COMPANY-ID    TO ACH-BH-COMPANY-ID.
044412     MOVE CHECK-DATE-CCYY       TO ACH-EFFECTIVE-YY.
044413     MOVE CHECK-DATE-MM         TO ACH-EFFECTIVE-MM.
044414     MOVE CHECK-DATE-DD         TO ACH-EFFECTIVE-DD.
044415     MOVE ACH-EFFECTIVE-DATE    TO ACH-BH-EFFECTIVE-DATE.
044416     MOVE RUN-ACH-ODFI          TO ACH-BH-ODFI.
044417     MOVE ACH-BATCH-HEADER TO ACH-RECORD.
044418     PERFORM WRITE-ACH-RECORD.
044419
044420* Checking accounts take transaction code 22, savings 32 -
044421* both automated deposits.  The trace number is the
044422* originating bank's routing prefix and the payment's
044423* reference number off the check series.
044424 WRITE-ONE-ACH-ENTRY.
044425     IF VENDOR-BANK-ACCOUNT-TYPE = "S"
044426         MOVE "32" TO ACH-ED-TRAN-CODE
044427     ELSE
044428         MOVE "22" TO ACH-ED-TRAN-CODE.
044429     MOVE VENDOR-BANK-ROUTING    TO ACH-ED-RDFI.
044430     MOVE VENDOR-BANK-ACCOUNT-NO TO ACH-ED-ACCOUNT.
044431     MOVE CHECK-TOTAL            TO ACH-ED-AMOUNT.
044432     MOVE CURRENT-VENDOR         TO ACH-ED-IDENT.
044433     MOVE VENDOR-NAME            TO ACH-ED-NAME.
044434     MOVE RUN-ACH-ODFI           TO ACH-ED-TRACE-ODFI.
044435     MOVE NEXT-CHECK-NO          TO ACH-ED-TRACE-SEQ.
044436     MOVE ACH-ENTRY-DETAIL TO ACH-RECORD.
044437     PERFORM WRITE-ACH-RECORD.
044438     MOVE VENDOR-BANK-ROUTING TO ACH-RDFI-FIELD.
044439     ADD ACH-RDFI-PREFIX TO ACH-HASH-TOTAL.
044440     ADD CHECK-TOTAL TO ACH-CREDIT-TOTAL.
044441
044442* The remittance advice is the same stub a printed check
044443* carries, addressed to the vendor's remittance e-mail.
044444 WRITE-ONE-REMITTANCE.
044445     IF VENDOR-REMIT-EMAIL = SPACES
044446         MOVE "** NO E-MAIL ON FILE - MAIL THIS **"
044447             TO PRINT-REMIT-EMAIL
044448     ELSE
044449         MOVE VENDOR-REMIT-EMAIL TO PRINT-REMIT-EMAIL.
044450     MOVE REMIT-TO-LINE TO REMIT-RECORD.
044451     WRITE REMIT-RECORD.
044452     MOVE NEXT-CHECK-NO TO PRINT-REMIT-REF.
044453     MOVE REMIT-SUBJECT-LINE TO REMIT-RECORD.
044454     WRITE REMIT-RECORD.
044455     MOVE VENDOR-NAME TO REMIT-RECORD.
044456     WRITE REMIT-RECORD.
044457     MOVE SPACES TO REMIT-RECORD.
044458     WRITE REMIT-RECORD.
044459     MOVE "Y" TO STUB-TO-REMIT.
044460     PERFORM PRINT-STUB-HEADING.
044461     PERFORM PRINT-ALL-STUB-LINES.
044462     PERFORM PRINT-STUB-TOTAL-LINES.
044463     MOVE "N" TO STUB-TO-REMIT.
044464     MOVE CHECK-DATE TO DATE-CCYYMMDD.
044465     PERFORM CONVERT-TO-MMDDCCYY.
044466     MOVE DATE-MMDDCCYY TO PRINT-REMIT-DATE.
044467     MOVE REMIT-PAID-LINE TO REMIT-RECORD.
044468     WRITE REMIT-RECORD.
044469     MOVE ALL "-" TO REMIT-RECORD.
044470     WRITE REMIT-RECORD.
044471
044472* An electronic payment is booked like a check - its number
044473* goes in the check table for the posting pass - but it is
044474* counted apart from the paper, since positive pay never
044475* sees it.
044476 RECORD-ONE-EFT.
044477     ADD 1 TO CHECK-COUNT.
044478     MOVE CURRENT-VENDOR TO CHECK-VENDOR(CHECK-COUNT).
044479     MOVE NEXT-CHECK-NO  TO CHECK-NUMBER(CHECK-COUNT).
044480     MOVE "E"            TO CHECK-PAY-METHOD(CHECK-COUNT).
044481     ADD 1 TO EFT-PAYMENTS.
044482     ADD CHECK-TOTAL TO EFT-TOTAL.
044483     ADD CHECK-DISCOUNT-TOTAL TO RUN-DISCOUNT-TOTAL.
044484     ADD CHECK-WITHHELD-TOTAL TO RUN-WITHHELD-TOTAL.
044485     ADD 1 TO NEXT-CHECK-NO.
044486
044487* The control records prove the entries to the bank - count,
044488* routing hash and dollar total - and the file is filled out
044489* to a whole block of ten records with all-nines records.
044490 FINISH-THE-ACH-FILE.
044491     MOVE EFT-PAYMENTS       TO ACH-BC-ENTRY-COUNT.
044492     MOVE ACH-HASH-TOTAL     TO ACH-BC-HASH.
044493     MOVE ZEROES             TO ACH-BC-DEBITS.
044494     MOVE ACH-CREDIT-TOTAL   TO ACH-BC-CREDITS.
044495     MOVE RUN-ACH-COMPANY-ID TO ACH-BC-COMPANY-ID.
044496     MOVE RUN-ACH-ODFI       TO ACH-BC-ODFI.
044497     MOVE ACH-BATCH-CONTROL TO ACH-RECORD.
044498     PERFORM WRITE-ACH-RECORD.
044499
044500     COMPUTE ACH-BLOCK-COUNT = (ACH-RECORD-COUNT + 10) / 10.
044501     MOVE ACH-BLOCK-COUNT    TO ACH-FC-BLOCK-COUNT.
044502     MOVE EFT-PAYMENTS       TO ACH-FC-ENTRY-COUNT.
044503     MOVE ACH-HASH-TOTAL     TO ACH-FC-HASH.
044504     MOVE ZEROES             TO ACH-FC-DEBITS.
044505     MOVE ACH-CREDIT-TOTAL   TO ACH-FC-CREDITS.
044506     MOVE ACH-FILE-CONTROL TO ACH-RECORD.
044507     PERFORM WRITE-ACH-RECORD.
044508
044509     COMPUTE ACH-RECORD-LIMIT = ACH-BLOCK-COUNT * 10.
044510     PERFORM WRITE-ONE-ACH-FILLER
044511         UNTIL ACH-RECORD-COUNT = ACH-RECORD-LIMIT.
044512     CLOSE ACH-FILE.
044513     CLOSE REMIT-FILE.
044514     MOVE "N" TO ACH-FILE-OPEN.
044515
044516 WRITE-ONE-ACH-FILLER.
044517     MOVE ALL "9" TO ACH-RECORD.
044518     PERFORM WRITE-ACH-RECORD.
044519
044520 WRITE-ACH-RECORD.
044521     WRITE ACH-RECORD.
044522     ADD 1 TO ACH-RECORD-COUNT.
044600
044700*---------------------------------
044800* Printing routines
