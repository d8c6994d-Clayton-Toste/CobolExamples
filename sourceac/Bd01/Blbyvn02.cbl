006700     05  WORK-STATE            PIC X(2).
006710     05  WORK-VOID-FLAG        PIC X.
006720     05  WORK-BANK-ACCOUNT     PIC X(2).
006730     05  WORK-APPROVAL-STATUS  PIC X.
006740     05  WORK-APPROVAL-DATE    PIC 9(8).
006750     05  WORK-DISCOUNT-OPEN    PIC X.
006760     05  WORK-ACT-DAYS         PIC S9(6).
006770     05  WORK-DISCOUNT         PIC S9(6)V99.
006780     05  WORK-VOID-TYPE        PIC X.
006800
006900 SD  SORT-FILE.
007000
008400     05  SORT-STATE            PIC X(2).
008410     05  SORT-VOID-FLAG        PIC X.
008420     05  SORT-BANK-ACCOUNT     PIC X(2).
008430     05  SORT-APPROVAL-STATUS  PIC X.
008440     05  SORT-APPROVAL-DATE    PIC 9(8).
008450     05  SORT-DISCOUNT-OPEN    PIC X.
008460     05  SORT-ACT-DAYS         PIC S9(6).
008470     05  SORT-DISCOUNT         PIC S9(6)V99.
008480     05  SORT-VOID-TYPE        PIC X.
008500
008600 FD  PRINTER-FILE
008700     LABEL RECORDS ARE OMITTED.
010200     88  MODE-SELECTED-CUTLIST    VALUE "3".
010300     88  MODE-VENDOR-XREF         VALUE "4".
010310     88  MODE-CASH-REQUIREMENTS   VALUE "5".
010320     88  MODE-PENDING-APPROVAL    VALUE "6".
010400
010500* Selection criteria for this pass - operator entered
010600 77  FROM-VENDOR           PIC 9(5) VALUE ZEROES.
012200     05  PRINT-INVOICE     PIC X(15).
012300     05  PRINT-CHECK-NO    PIC ZZZZZ9.
012400
012405 01  APPROVAL-DETAIL-LINE.
012410     05  PRINT-AP-NAME       PIC X(22).
012415     05  FILLER              PIC X(1) VALUE SPACE.
012420     05  PRINT-AP-NUMBER     PIC ZZZZ9.
012425     05  FILLER              PIC X(1) VALUE SPACE.
012430     05  PRINT-AP-DUE-DATE   PIC Z9/99/9999.
012435     05  FILLER              PIC X(1) VALUE SPACE.
012440     05  PRINT-AP-AMOUNT     PIC ZZZ,ZZ9.99.
012445     05  FILLER              PIC X(2) VALUE SPACE.
012450     05  PRINT-AP-WAITING    PIC ZZZ9.
012455     05  FILLER              PIC X(2) VALUE SPACE.
012460     05  PRINT-AP-DISCOUNT   PIC ZZ,ZZ9.99.
012465     05  FILLER              PIC X(2) VALUE SPACE.
012470     05  PRINT-AP-LEFT       PIC ---9.
012475
012480 01  APPROVAL-GROUP-HEADER-LINE.
012485     05  PRINT-AP-GROUP-NAME PIC X(60).
012490
012500* Comma-delimited export written alongside the printed report
012600 01  CSV-DETAIL-LINE.
012700     05  CSV-VENDOR        PIC 9(5).
013200     05  FILLER            PIC X VALUE ",".
013300     05  CSV-AMOUNT        PIC ZZZ,ZZ9.99.
013400     05  FILLER            PIC X VALUE ",".
013500     05  CSV-PAID-STATUS   PIC X(7).
013600
013700 01  VENDOR-TOTAL-LITERAL.
013800     05  FILLER            PIC X(18) VALUE SPACE.
028540     05  FILLER            PIC X(23)
028550         VALUE "CUMULATIVE REQUIREMENT ".
028560
028561 01  APPROVAL-TITLE-LINE.
028562     05  FILLER              PIC X(24) VALUE SPACE.
028563     05  FILLER              PIC X(25)
028564         VALUE "VOUCHERS PENDING APPROVAL".
028565     05  FILLER              PIC X(9) VALUE SPACE.
028566     05  FILLER              PIC X(5) VALUE "PAGE:".
028567     05  FILLER              PIC X(1) VALUE SPACE.
028568     05  PA-PRINT-PAGE-NUMBER PIC ZZZ9.
028569
028570 01  APPROVAL-COLUMN-LINE.
028571     05  FILLER         PIC X(6)  VALUE "VENDOR".
028572     05  FILLER         PIC X(17) VALUE SPACE.
028573     05  FILLER         PIC X(5)  VALUE "VCHR ".
028574     05  FILLER         PIC X(1)  VALUE SPACE.
028575     05  FILLER         PIC X(10) VALUE "DUE DATE".
028576     05  FILLER         PIC X(1)  VALUE SPACE.
028577     05  FILLER         PIC X(10) VALUE "    AMOUNT".
028578     05  FILLER         PIC X(2)  VALUE SPACE.
028579     05  FILLER         PIC X(4)  VALUE "WAIT".
028580     05  FILLER         PIC X(2)  VALUE SPACE.
028581     05  FILLER         PIC X(9)  VALUE " DISCOUNT".
028582     05  FILLER         PIC X(2)  VALUE SPACE.
028583     05  FILLER         PIC X(4)  VALUE "LEFT".
028584
028585 01  DISCOUNT-AT-STAKE-LITERAL.
028586     05  FILLER            PIC X(13) VALUE SPACE.
028587     05  FILLER            PIC X(17) VALUE "DISCOUNT AT STAKE".
028588
028600 77  WORK-FILE-AT-END     PIC X.
028700 77  WORK-RECORD-QUALIFIES   PIC X.
028800 77  VOUCHER-FILE-AT-END     PIC X.
034080 77  BUCKET-TOTAL                 PIC S9(7)V99.
034090 77  CUMULATIVE-REQUIREMENT       PIC S9(8)V99.
034100
034105* Pending approval - days waiting since the voucher went
034110* pending, and days left to take the vendor's discount (or,
034115* when no discount is open, days until the due date).
034120 77  DAYS-WAITING                 PIC S9(6).
034125 77  DISCOUNT-DAYS-LEFT           PIC S9(6).
034130 77  CURRENT-DISCOUNT-OPEN        PIC X.
034135 77  APPROVAL-GROUP-TOTAL         PIC S9(7)V99.
034140 77  APPROVAL-GROUP-DISCOUNT      PIC S9(7)V99.
034145 77  APPROVAL-DISCOUNT-TOTAL      PIC S9(7)V99.
034150
034200* Deductible / non-deductible split for 1099 prep -
034300* VENDOR- totals reset per vendor, GRAND- totals for
034400* the whole report.
036000     05  AGING-DUE-CCYY         PIC 9(4).
036100     05  AGING-DUE-MM           PIC 9(2).
036200     05  AGING-DUE-DD           PIC 9(2).
036210
036220 01  APPROVAL-FROM-DATE         PIC 9(8).
036230 01  APPROVAL-FROM-DATE-R REDEFINES APPROVAL-FROM-DATE.
036240     05  APPROVAL-FROM-CCYY     PIC 9(4).
036250     05  APPROVAL-FROM-MM       PIC 9(2).
036260     05  APPROVAL-FROM-DD       PIC 9(2).
036300
036400 PROCEDURE DIVISION.
036500 PROGRAM-BEGIN.
042900     DISPLAY "  3 = SELECTED FOR PAYMENT CUT-LIST".
043000     DISPLAY "  4 = VENDOR CROSS-REFERENCE (ALPHABETICAL)".
043010     DISPLAY "  5 = CASH REQUIREMENTS FORECAST".
043020     DISPLAY "  6 = VOUCHERS PENDING APPROVAL".
043100     ACCEPT REPORT-MODE.
043200     PERFORM RE-ACCEPT-REPORT-MODE
043300         UNTIL MODE-BILLS-BY-VENDOR OR MODE-PAID-VOUCHERS
043400                                   OR MODE-SELECTED-CUTLIST
043500                                   OR MODE-VENDOR-XREF
043550                                   OR MODE-CASH-REQUIREMENTS
043560                                   OR MODE-PENDING-APPROVAL.
043600
043700 RE-ACCEPT-REPORT-MODE.
043800     DISPLAY "YOU MUST ENTER A VALID REPORT NUMBER".
056020             IF MODE-CASH-REQUIREMENTS
056040                 PERFORM SORT-FOR-CASH-REQUIREMENTS
056060             ELSE
056070                 IF MODE-PENDING-APPROVAL
056080                     PERFORM SORT-FOR-PENDING-APPROVAL
056090                 ELSE
056100                     PERFORM SORT-FOR-BILLS-BY-VENDOR.
056200
056300 SORT-FOR-BILLS-BY-VENDOR.
056400     SORT SORT-FILE
056500         ON ASCENDING KEY SORT-STATE
056600                          SORT-VENDOR
056605         INPUT PROCEDURE IS BUILD-SORT-FILE
056610         GIVING WORK-FILE.
056615
056620* Pending approval - vouchers whose discount is still open come
056625* first, fewest discount days left at the top; the rest follow
056630* in order of days until due.
056635 SORT-FOR-PENDING-APPROVAL.
056640     SORT SORT-FILE
056645         ON DESCENDING KEY SORT-DISCOUNT-OPEN
056650         ON ASCENDING KEY SORT-ACT-DAYS
056655                          SORT-VENDOR
056660                          SORT-NUMBER
056700         INPUT PROCEDURE IS BUILD-SORT-FILE
056800         GIVING WORK-FILE.
056900
059460     MOVE ZEROES          TO SORT-DATE.
059470     MOVE ZEROES          TO SORT-DUE.
059480     MOVE "N"             TO SORT-DEDUCTIBLE.
059485     MOVE VOID-TYPE       TO SORT-VOID-TYPE.
059490     MOVE "N"             TO SORT-SELECTED.
059491     MOVE VOID-AMOUNT     TO SORT-PAID-AMOUNT.
059492     MOVE VOID-DATE       TO SORT-PAID-DATE.
061800     ELSE
061900         MOVE SPACE TO SORT-STATE.
061910     MOVE "N" TO SORT-VOID-FLAG.
061915     MOVE SPACE TO SORT-VOID-TYPE.
061920     MOVE VOUCHER-BANK-ACCOUNT TO SORT-BANK-ACCOUNT.
061930     MOVE VOUCHER-APPROVAL-STATUS TO SORT-APPROVAL-STATUS.
061940     MOVE VOUCHER-APPROVAL-DATE TO SORT-APPROVAL-DATE.
061950     MOVE "N" TO SORT-DISCOUNT-OPEN.
061960     MOVE ZEROES TO SORT-ACT-DAYS SORT-DISCOUNT.
061970     IF MODE-PENDING-APPROVAL
061980         PERFORM COMPUTE-APPROVAL-URGENCY.
062000
062100     RELEASE SORT-RECORD.
062200     PERFORM READ-VOUCHER-RECORD.
062202
062204* The vendor record is still the one read for the state above.
062206* A discount is open while the vendor's discount days, counted
062208* from the invoice date, have not run out (30-day months).
062210 COMPUTE-APPROVAL-URGENCY.
062212     IF VENDOR-RECORD-FOUND = "Y"
062214        AND VENDOR-DISCOUNT-PCT NOT = ZEROES
062216        AND VOUCHER-AMOUNT > ZEROES
062218         MOVE VOUCHER-DATE TO APPROVAL-FROM-DATE
062220         COMPUTE DISCOUNT-DAYS-LEFT = VENDOR-DISCOUNT-DAYS -
062222               ((CURRENT-DATE-CCYY - APPROVAL-FROM-CCYY) * 360
062224              + (CURRENT-DATE-MM  - APPROVAL-FROM-MM)  * 30
062226              + (CURRENT-DATE-DD  - APPROVAL-FROM-DD))
062228         IF DISCOUNT-DAYS-LEFT NOT < ZERO
062230             MOVE "Y" TO SORT-DISCOUNT-OPEN
062232             MOVE DISCOUNT-DAYS-LEFT TO SORT-ACT-DAYS
062234             COMPUTE SORT-DISCOUNT ROUNDED =
062236                     VOUCHER-AMOUNT * VENDOR-DISCOUNT-PCT / 100.
062238
062240     IF SORT-DISCOUNT-OPEN = "N"
062242         MOVE VOUCHER-DUE TO APPROVAL-FROM-DATE
062244         COMPUTE SORT-ACT-DAYS =
062246                 (APPROVAL-FROM-CCYY - CURRENT-DATE-CCYY) * 360
062248               + (APPROVAL-FROM-MM  - CURRENT-DATE-MM)  * 30
062250               + (APPROVAL-FROM-DD  - CURRENT-DATE-DD).
062300
062400* Vendor cross-reference input procedure - browses the vendor
062500* master file itself instead of the vouchers.  VENDOR-FILE is
066340                     PERFORM PROCESS-ALL-CASH-BUCKETS
066360                         UNTIL WORK-FILE-AT-END = "Y"
066380                 ELSE
066382                     IF MODE-PENDING-APPROVAL
066384                         PERFORM PROCESS-ALL-APPROVAL-GROUPS
066386                             UNTIL WORK-FILE-AT-END = "Y"
066388                     ELSE
066400                         PERFORM PROCESS-ALL-STATES
066500                             UNTIL WORK-FILE-AT-END = "Y".
066600     PERFORM END-ONE-REPORT.
066700
066800 START-ONE-REPORT.
067400     MOVE ZEROES TO GRAND-DEDUCTIBLE-TOTAL
067500                    GRAND-NONDEDUCTIBLE-TOTAL.
067520     MOVE ZEROES TO CUMULATIVE-REQUIREMENT.
067530     MOVE ZEROES TO APPROVAL-DISCOUNT-TOTAL.
067600     MOVE ZERO TO CHECKPOINT-COUNTER.
067700
067800     PERFORM START-NEW-REPORT.
070900 PRINT-GRAND-TOTAL.
071000     MOVE GRAND-TOTAL TO PRINT-AMOUNT.
071100     MOVE GRAND-TOTAL-LITERAL TO PRINT-NAME.
071105     MOVE DETAIL-LINE TO PRINTER-RECORD.
071110     PERFORM WRITE-TO-PRINTER.
071115     PERFORM LINE-FEED 2 TIMES.
071120     MOVE SPACE TO DETAIL-LINE.
071125     IF MODE-PENDING-APPROVAL
071130         PERFORM PRINT-DISCOUNT-AT-STAKE.
071135
071140 PRINT-DISCOUNT-AT-STAKE.
071145     MOVE APPROVAL-DISCOUNT-TOTAL TO PRINT-AMOUNT.
071150     MOVE DISCOUNT-AT-STAKE-LITERAL TO PRINT-NAME.
071200     MOVE DETAIL-LINE TO PRINTER-RECORD.
071300     PERFORM WRITE-TO-PRINTER.
071400     PERFORM LINE-FEED 2 TIMES.
099800     ELSE
099900         MOVE "*VENDOR NOT ON FILE*" TO PRINT-NAME.
099910     IF WORK-VOID-FLAG = "Y"
099912         IF WORK-VOID-TYPE = "E"
099914             MOVE "** ESCHEAT **" TO PRINT-NAME
099916         ELSE
099920             MOVE "** VOID **" TO PRINT-NAME.
100000
100100     MOVE WORK-CHECK-NO TO PRINT-CHECK-NO.
100200
104300     PERFORM WRITE-TO-PRINTER.
104400     PERFORM WRITE-CSV-RECORD.
104500     MOVE SPACE TO DETAIL-LINE.
104501
104502* LEVEL 1 - VOUCHERS PENDING APPROVAL
104503* (two groups: discount still open, then no discount at
104504* stake - vendor detail under each with a group total)
104505 PROCESS-ALL-APPROVAL-GROUPS.
104506     PERFORM START-ONE-APPROVAL-GROUP.
104507
104508     PERFORM PROCESS-ALL-PENDING-VOUCHERS
104509         UNTIL WORK-FILE-AT-END = "Y"
104510            OR WORK-DISCOUNT-OPEN NOT = CURRENT-DISCOUNT-OPEN.
104511
104512     PERFORM END-ONE-APPROVAL-GROUP.
104513
104514 START-ONE-APPROVAL-GROUP.
104515     MOVE WORK-DISCOUNT-OPEN TO CURRENT-DISCOUNT-OPEN.
104516     MOVE SPACE TO APPROVAL-DETAIL-LINE.
104517     MOVE ZEROES TO APPROVAL-GROUP-TOTAL APPROVAL-GROUP-DISCOUNT.
104518     IF LINE-COUNT > MAXIMUM-LINES
104519         PERFORM START-NEXT-PAGE.
104520     IF CURRENT-DISCOUNT-OPEN = "Y"
104521         MOVE "DISCOUNT STILL OPEN - LEFT = DISCOUNT DAYS TO GO"
104522           TO PRINT-AP-GROUP-NAME
104523     ELSE
104524         MOVE "NO DISCOUNT AT STAKE - LEFT = DAYS UNTIL DUE"
104525           TO PRINT-AP-GROUP-NAME.
104526     MOVE APPROVAL-GROUP-HEADER-LINE TO PRINTER-RECORD.
104527     PERFORM WRITE-TO-PRINTER.
104528     PERFORM LINE-FEED.
104529
104530 END-ONE-APPROVAL-GROUP.
104531     MOVE SPACE TO APPROVAL-DETAIL-LINE.
104532     MOVE "   GROUP TOTAL" TO PRINT-AP-NAME.
104533     MOVE APPROVAL-GROUP-TOTAL TO PRINT-AP-AMOUNT.
104534     IF CURRENT-DISCOUNT-OPEN = "Y"
104535         MOVE APPROVAL-GROUP-DISCOUNT TO PRINT-AP-DISCOUNT.
104536     MOVE APPROVAL-DETAIL-LINE TO PRINTER-RECORD.
104537     PERFORM WRITE-TO-PRINTER.
104538     PERFORM LINE-FEED.
104539     MOVE SPACE TO APPROVAL-DETAIL-LINE.
104540
104541     ADD APPROVAL-GROUP-TOTAL TO GRAND-TOTAL.
104542     ADD APPROVAL-GROUP-DISCOUNT TO APPROVAL-DISCOUNT-TOTAL.
104543
104544* LEVEL 2 - PROCESS ONE RECORD
104545 PROCESS-ALL-PENDING-VOUCHERS.
104546     PERFORM PRINT-PENDING-VOUCHER.
104547     ADD WORK-AMOUNT TO APPROVAL-GROUP-TOTAL.
104548     ADD WORK-DISCOUNT TO APPROVAL-GROUP-DISCOUNT.
104549     ADD 1 TO RECORD-COUNT.
104550     PERFORM READ-NEXT-VALID-WORK.
104551
104552* Days waiting runs from the date the voucher went pending.
104553 PRINT-PENDING-VOUCHER.
104554     IF LINE-COUNT > MAXIMUM-LINES
104555         PERFORM START-NEXT-PAGE.
104556     PERFORM LOAD-VENDOR-NAME.
104557     MOVE PRINT-NAME TO PRINT-AP-NAME.
104558     MOVE SPACE TO DETAIL-LINE.
104559     MOVE WORK-NUMBER TO PRINT-AP-NUMBER.
104560
104561     MOVE WORK-DUE TO DATE-CCYYMMDD.
104562     PERFORM CONVERT-TO-MMDDCCYY.
104563     MOVE DATE-MMDDCCYY TO PRINT-AP-DUE-DATE.
104564
104565     MOVE WORK-AMOUNT TO PRINT-AP-AMOUNT.
104566
104567     MOVE WORK-APPROVAL-DATE TO APPROVAL-FROM-DATE.
104568     COMPUTE DAYS-WAITING =
104569             (CURRENT-DATE-CCYY - APPROVAL-FROM-CCYY) * 360
104570           + (CURRENT-DATE-MM  - APPROVAL-FROM-MM)  * 30
104571           + (CURRENT-DATE-DD  - APPROVAL-FROM-DD).
104572     IF DAYS-WAITING < ZERO OR WORK-APPROVAL-DATE = ZEROES
104573         MOVE ZERO TO DAYS-WAITING.
104574     MOVE DAYS-WAITING TO PRINT-AP-WAITING.
104575
104576     IF WORK-DISCOUNT-OPEN = "Y"
104577         MOVE WORK-DISCOUNT TO PRINT-AP-DISCOUNT.
104578     MOVE WORK-ACT-DAYS TO PRINT-AP-LEFT.
104579
104580     MOVE APPROVAL-DETAIL-LINE TO PRINTER-RECORD.
104581     PERFORM WRITE-TO-PRINTER.
104582     PERFORM WRITE-CSV-RECORD.
104583     MOVE SPACE TO APPROVAL-DETAIL-LINE.
104600
104700* LEVEL 1 - VENDOR CROSS-REFERENCE
104800* (no vendor or state control break in this mode - the vendor
108700             MOVE "UNPAID" TO CSV-PAID-STATUS
108800         ELSE
108810             MOVE "PAID" TO CSV-PAID-STATUS.
108820     IF WORK-VOID-FLAG = "Y"
108830        AND WORK-VOID-TYPE = "E"
108840         MOVE "ESCHEAT" TO CSV-PAID-STATUS.
108900
109000     MOVE CSV-DETAIL-LINE TO CSV-RECORD.
109100     WRITE CSV-RECORD.
112350                     PERFORM LINE-FEED
112360                     MOVE COLUMN-LINE TO PRINTER-RECORD
112370                 ELSE
112372                     IF MODE-PENDING-APPROVAL
112374                         MOVE PAGE-NUMBER TO PA-PRINT-PAGE-NUMBER
112376                         MOVE APPROVAL-TITLE-LINE
112378                           TO PRINTER-RECORD
112380                         PERFORM WRITE-TO-PRINTER
112382                         PERFORM LINE-FEED
112384                         MOVE APPROVAL-COLUMN-LINE
112386                           TO PRINTER-RECORD
112388                     ELSE
112400                         MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER
112500                         MOVE TITLE-LINE TO PRINTER-RECORD
112600                         PERFORM WRITE-TO-PRINTER
112700                         PERFORM LINE-FEED
112800                         MOVE COLUMN-LINE TO PRINTER-RECORD.
112900     PERFORM WRITE-TO-PRINTER.
113000     PERFORM LINE-FEED.
113100
117020                     IF MODE-CASH-REQUIREMENTS
117040                         PERFORM CHECK-QUALIFIES-CASH-REQ
117060                     ELSE
117070                         IF MODE-PENDING-APPROVAL
117080                             PERFORM CHECK-QUALIFIES-PENDING
117090                         ELSE
117100                             PERFORM CHECK-QUALIFIES-BILL.
117200
117300 CHECK-QUALIFIES-BILL.
117400     PERFORM CHECK-RESTART-POSITION.
117800        AND WORK-DUE NOT < FROM-DUE
117900        AND WORK-DUE NOT > TO-DUE
118000        AND RECORD-BEFORE-RESTART NOT = "Y"
118010        AND WORK-APPROVAL-STATUS NOT = "R"
118100         MOVE "Y" TO WORK-RECORD-QUALIFIES.
118200
118300* A restart resumes just past the last (state, vendor)
121550     IF WORK-PAID-DATE = ZEROES
121560        AND WORK-VENDOR NOT < FROM-VENDOR
121570        AND WORK-VENDOR NOT > TO-VENDOR
121571        AND WORK-APPROVAL-STATUS NOT = "R"
121572         MOVE "Y" TO WORK-RECORD-QUALIFIES.
121573
121574* Unpaid vouchers still waiting on an approver.
121575 CHECK-QUALIFIES-PENDING.
121576     IF WORK-PAID-DATE = ZEROES
121577        AND WORK-APPROVAL-STATUS = "P"
121578        AND WORK-VENDOR NOT < FROM-VENDOR
121579        AND WORK-VENDOR NOT > TO-VENDOR
121580         MOVE "Y" TO WORK-RECORD-QUALIFIES.
121600
121700 READ-NEXT-WORK-RECORD.
