000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STRPNL01.
000300*---------------------------------
000400* Store operating statement
000500* Puts each store's sales and expenses side by side for an
000600* operator-entered month.  Sales come from the sales history
000700* master, month to date and year to date.  Expenses come
000800* from the open and history voucher files by voucher date,
000900* grouped by expense account - a split voucher charges each
001000* distribution line to its own store, and a voucher with no
001100* lines (or a line with no store) charges the account's
001200* default store.  Expense no store can be found for prints
001300* in its own block after the stores.  Every line shows the
001400* expense as a percent of the store's sales, with subtotals
001500* by store region and a company total.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000
002100     COPY "SLSLHS.CBL".
002200
002300     COPY "SLSTOR.CBL".
002400
002500     COPY "SLACCT.CBL".
002600
002700     COPY "SLVOUCH.CBL".
002800
002900     COPY "SLVCHHS.CBL".
003000
003100     COPY "SLVCHDS.CBL".
003200
003300     SELECT WORK-FILE
003400         ASSIGN TO "WORK"
003500         ORGANIZATION IS SEQUENTIAL.
003600
003700     SELECT SORT-FILE
003800         ASSIGN TO "SORT".
003900
004000     SELECT PRINTER-FILE
004100         ASSIGN TO PRINTER
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600
004700     COPY "FDSLHS.CBL".
004800
004900     COPY "FDSTOR.CBL".
005000
005100     COPY "FDACCT.CBL".
005200
005300     COPY "FDVOUCH.CBL".
005400
005500     COPY "FDVCHHS.CBL".
005600
005700     COPY "FDVCHDS.CBL".
005800
005900* WORK-GROUP is 1 for a store and 2 for expense charged to no
006000* store, so that block sorts after every region.  Within a
006100* store the sales records (type 1) come ahead of the expense
006200* records (type 2), so the store's sales are known before
006300* the first expense percent is printed.
006400 FD  WORK-FILE
006500     LABEL RECORDS ARE STANDARD.
006600 01  WORK-RECORD.
006700     05  WORK-GROUP            PIC 9(1).
006800     05  WORK-REGION           PIC X(10).
006900     05  WORK-STORE            PIC 9(2).
007000     05  WORK-TYPE             PIC 9(1).
007100     05  WORK-ACCOUNT          PIC 9(5).
007200     05  WORK-MTD-AMOUNT       PIC S9(7)V99.
007300     05  WORK-YTD-AMOUNT       PIC S9(8)V99.
007400
007500 SD  SORT-FILE.
007600
007700 01  SORT-RECORD.
007800     05  SORT-GROUP            PIC 9(1).
007900     05  SORT-REGION           PIC X(10).
008000     05  SORT-STORE            PIC 9(2).
008100     05  SORT-TYPE             PIC 9(1).
008200     05  SORT-ACCOUNT          PIC 9(5).
008300     05  SORT-MTD-AMOUNT       PIC S9(7)V99.
008400     05  SORT-YTD-AMOUNT       PIC S9(8)V99.
008500
008600 FD  PRINTER-FILE
008700     LABEL RECORDS ARE OMITTED.
008800 01  PRINTER-RECORD             PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100
009200     COPY "WSCASE01.CBL".
009300
009400 77  OK-TO-PROCESS         PIC X.
009500
009600 77  HISTORY-FILE-AT-END     PIC X.
009700 77  VOUCHER-FILE-AT-END     PIC X.
009800 77  VCHHIST-FILE-AT-END     PIC X.
009900 77  VOUCHER-DIST-AT-END     PIC X.
010000 77  WORK-FILE-AT-END        PIC X.
010100 77  STORE-RECORD-FOUND      PIC X.
010200 77  ACCOUNT-RECORD-FOUND    PIC X.
010300 77  VOUCHER-HAS-LINES       PIC X.
010400
010500* Report month, and the first month of its year - sales and
010600* expense from the first of the year through the report
010700* month make up the year to date.
010800 01  REPORT-MONTH            PIC 9(6).
010900 01  REPORT-MONTH-R REDEFINES REPORT-MONTH.
011000     05  REPORT-CCYY         PIC 9(4).
011100     05  REPORT-MM           PIC 9(2).
011200
011300 77  YEAR-START-MONTH        PIC 9(6).
011400
011500* One expense as it is charged - from an open or a history
011600* voucher, or from one of its distribution lines.
011700 01  EXPENSE-DATE            PIC 9(8).
011800 01  EXPENSE-DATE-R REDEFINES EXPENSE-DATE.
011900     05  EXPENSE-MONTH       PIC 9(6).
012000     05  FILLER              PIC 9(2).
012100
012200 77  EXPENSE-NUMBER          PIC 9(5).
012300 77  EXPENSE-GL-ACCOUNT      PIC 9(5).
012400 77  EXPENSE-STORE           PIC 9(2).
012500 77  EXPENSE-AMOUNT          PIC S9(6)V99.
012600
012700 77  LINE-COUNT              PIC 999 VALUE ZERO.
012800 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
012900 77  MAXIMUM-LINES           PIC 999 VALUE 55.
013000
013100 77  RECORD-COUNT            PIC 9(7) VALUE ZEROES.
013200
013300* Control break current values
013400 77  CURRENT-GROUP           PIC 9(1).
013500 77  CURRENT-REGION          PIC X(10).
013600 77  CURRENT-STORE           PIC 9(2).
013700 77  CURRENT-ACCOUNT         PIC 9(5).
013800
013900* Sales and expense accumulators at each level
014000 77  ACCOUNT-MTD-TOTAL       PIC S9(8)V99.
014100 77  ACCOUNT-YTD-TOTAL       PIC S9(9)V99.
014200 77  STORE-MTD-SALES         PIC S9(9)V99.
014300 77  STORE-YTD-SALES         PIC S9(9)V99.
014400 77  STORE-MTD-EXPENSE       PIC S9(9)V99.
014500 77  STORE-YTD-EXPENSE       PIC S9(9)V99.
014600 77  REGION-MTD-SALES        PIC S9(9)V99.
014700 77  REGION-YTD-SALES        PIC S9(9)V99.
014800 77  REGION-MTD-EXPENSE      PIC S9(9)V99.
014900 77  REGION-YTD-EXPENSE      PIC S9(9)V99.
015000 77  GRAND-MTD-SALES         PIC S9(9)V99.
015100 77  GRAND-YTD-SALES         PIC S9(9)V99.
015200 77  GRAND-MTD-EXPENSE       PIC S9(9)V99.
015300 77  GRAND-YTD-EXPENSE       PIC S9(9)V99.
015400
015500* The sales a line's percent is taken against, and the line's
015600* own amounts, set by the caller of PRINT-PERCENT-LINE.
015700 77  BASE-MTD-SALES          PIC S9(9)V99.
015800 77  BASE-YTD-SALES          PIC S9(9)V99.
015900 77  LINE-MTD-AMOUNT         PIC S9(9)V99.
016000 77  LINE-YTD-AMOUNT         PIC S9(9)V99.
016100
016200 77  PERCENT-OF-SALES        PIC S9(5)V9.
016300
016400 01  DETAIL-LINE.
016500     05  PRINT-LITERAL     PIC X(30).
016600     05  FILLER            PIC X(1) VALUE SPACE.
016700     05  PRINT-MTD-AMOUNT  PIC ZZ,ZZZ,ZZ9.99-.
016800     05  FILLER            PIC X(1) VALUE SPACE.
016900     05  PRINT-MTD-PERCENT PIC ZZZZ9.9- BLANK WHEN ZERO.
017000     05  FILLER            PIC X(1) VALUE SPACE.
017100     05  PRINT-YTD-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99-.
017200     05  FILLER            PIC X(1) VALUE SPACE.
017300     05  PRINT-YTD-PERCENT PIC ZZZZ9.9- BLANK WHEN ZERO.
017400
017500 01  STORE-HEADER-LINE.
017600     05  FILLER            PIC X(6) VALUE "STORE ".
017700     05  PRINT-STORE       PIC Z9.
017800     05  FILLER            PIC X(2) VALUE SPACE.
017900     05  PRINT-STORE-NAME  PIC X(20).
018000     05  FILLER            PIC X(2) VALUE SPACE.
018100     05  FILLER            PIC X(8) VALUE "REGION: ".
018200     05  PRINT-STORE-REGION PIC X(10).
018300
018400 01  REGION-HEADER-LINE.
018500     05  FILLER            PIC X(8) VALUE "REGION: ".
018600     05  PRINT-REGION      PIC X(10).
018700
018800 01  TITLE-LINE.
018900     05  FILLER              PIC X(18) VALUE SPACE.
019000     05  FILLER              PIC X(26)
019100         VALUE "STORE OPERATING STATEMENT ".
019200     05  PRINT-TITLE-MONTH   PIC 9(6).
019300     05  FILLER              PIC X(10) VALUE SPACE.
019400     05  FILLER              PIC X(5) VALUE "PAGE:".
019500     05  FILLER              PIC X(1) VALUE SPACE.
019600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
019700
019800 01  COLUMN-LINE.
019900     05  FILLER         PIC X(30) VALUE SPACE.
020000     05  FILLER         PIC X(15) VALUE "          MONTH".
020100     05  FILLER         PIC X(9) VALUE "  % SALES".
020200     05  FILLER         PIC X(16) VALUE "    YEAR TO DATE".
020300     05  FILLER         PIC X(9) VALUE "  % SALES".
020400
020500 PROCEDURE DIVISION.
020600 PROGRAM-BEGIN.
020700
020800     PERFORM OPENING-PROCEDURE.
020900     PERFORM MAIN-PROCESS.
021000     PERFORM CLOSING-PROCEDURE.
021100
021200 PROGRAM-EXIT.
021300     EXIT PROGRAM.
021400
021500 PROGRAM-DONE.
021600     ACCEPT OMITTED. STOP RUN.
021700
021800 OPENING-PROCEDURE.
021900     OPEN OUTPUT PRINTER-FILE.
022000     OPEN INPUT STORE-FILE.
022100     OPEN INPUT ACCOUNT-FILE.
022200
022300 CLOSING-PROCEDURE.
022400     CLOSE PRINTER-FILE.
022500     CLOSE STORE-FILE.
022600     CLOSE ACCOUNT-FILE.
022700
022800 MAIN-PROCESS.
022900     PERFORM GET-OK-TO-PROCESS.
023000     IF OK-TO-PROCESS = "Y"
023100         PERFORM RUN-THE-REPORT.
023200
023300 GET-OK-TO-PROCESS.
023400     PERFORM ACCEPT-OK-TO-PROCESS.
023500     PERFORM RE-ACCEPT-OK-TO-PROCESS
023600         UNTIL OK-TO-PROCESS = "Y" OR "N".
023700
023800 ACCEPT-OK-TO-PROCESS.
023900     DISPLAY "PRINT THE STORE OPERATING STATEMENT (Y/N)?".
024000     ACCEPT OK-TO-PROCESS.
024100     INSPECT OK-TO-PROCESS
024200       CONVERTING LOWER-ALPHA
024300       TO         UPPER-ALPHA.
024400
024500 RE-ACCEPT-OK-TO-PROCESS.
024600     DISPLAY "YOU MUST ENTER YES OR NO".
024700     PERFORM ACCEPT-OK-TO-PROCESS.
024800
024900 RUN-THE-REPORT.
025000     PERFORM GET-REPORT-MONTH.
025100     COMPUTE YEAR-START-MONTH = REPORT-CCYY * 100 + 1.
025200     PERFORM SORT-DATA-FILE.
025300     OPEN INPUT WORK-FILE.
025400     PERFORM PRINT-ONE-REPORT.
025500     CLOSE WORK-FILE.
025600
025700 GET-REPORT-MONTH.
025800     MOVE ZEROES TO REPORT-MONTH.
025900     DISPLAY "ENTER REPORT MONTH CCYYMM:".
026000     ACCEPT REPORT-MONTH.
026100     PERFORM RE-ACCEPT-REPORT-MONTH
026200         UNTIL REPORT-MM > 00 AND REPORT-MM < 13
026300           AND REPORT-CCYY > 1900.
026400
026500 RE-ACCEPT-REPORT-MONTH.
026600     DISPLAY "THE MONTH MUST BE CCYYMM".
026700     MOVE ZEROES TO REPORT-MONTH.
026800     ACCEPT REPORT-MONTH.
026900
027000*---------------------------------
027100* Sales history records and every expense for the year to
027200* date, sorted by region, store and account.  The month's
027300* amount rides in one bucket of the sort record and the year
027400* to date in the other.
027500*---------------------------------
027600 SORT-DATA-FILE.
027700     SORT SORT-FILE
027800         ON ASCENDING KEY SORT-GROUP
027900                          SORT-REGION
028000                          SORT-STORE
028100                          SORT-TYPE
028200                          SORT-ACCOUNT
028300         INPUT PROCEDURE IS BUILD-SORT-FILE
028400         GIVING WORK-FILE.
028500
028600 BUILD-SORT-FILE.
028700     PERFORM RELEASE-ALL-SALES.
028800     OPEN INPUT VOUCHER-DIST-FILE.
028900     PERFORM RELEASE-ALL-OPEN-VOUCHERS.
029000     PERFORM RELEASE-ALL-HISTORY-VOUCHERS.
029100     CLOSE VOUCHER-DIST-FILE.
029200
029300 RELEASE-ALL-SALES.
029400     OPEN INPUT SALES-HISTORY-FILE.
029500     PERFORM READ-HISTORY-RECORD.
029600     PERFORM RELEASE-ONE-SALES-RECORD
029700         UNTIL HISTORY-FILE-AT-END = "Y".
029800     CLOSE SALES-HISTORY-FILE.
029900
030000 RELEASE-ONE-SALES-RECORD.
030100     IF HIST-MONTH NOT < YEAR-START-MONTH
030200        AND HIST-MONTH NOT > REPORT-MONTH
030300         PERFORM RELEASE-SALES-FOR-STORE.
030400     PERFORM READ-HISTORY-RECORD.
030500
030600* Each month's own sales add up to the year to date, so a
030700* department with no sales in the report month still counts.
030800 RELEASE-SALES-FOR-STORE.
030900     MOVE HIST-STORE TO SORT-STORE.
031000     PERFORM SET-SORT-REGION.
031100     MOVE 1 TO SORT-TYPE.
031200     MOVE ZEROES TO SORT-ACCOUNT.
031300     MOVE ZEROES TO SORT-MTD-AMOUNT.
031400     IF HIST-MONTH = REPORT-MONTH
031500         MOVE HIST-MTD-AMOUNT TO SORT-MTD-AMOUNT.
031600     MOVE HIST-MTD-AMOUNT TO SORT-YTD-AMOUNT.
031700     RELEASE SORT-RECORD.
031800
031900 RELEASE-ALL-OPEN-VOUCHERS.
032000     OPEN INPUT VOUCHER-FILE.
032100     PERFORM READ-VOUCHER-RECORD.
032200     PERFORM RELEASE-ONE-OPEN-VOUCHER
032300         UNTIL VOUCHER-FILE-AT-END = "Y".
032400     CLOSE VOUCHER-FILE.
032500
032510* A rejected voucher will never be paid, so it is no expense.
032600 RELEASE-ONE-OPEN-VOUCHER.
032610     IF NOT VOUCHER-REJECTED
032700         MOVE VOUCHER-NUMBER     TO EXPENSE-NUMBER
032800         MOVE VOUCHER-DATE       TO EXPENSE-DATE
032900         MOVE VOUCHER-GL-ACCOUNT TO EXPENSE-GL-ACCOUNT
033000         MOVE VOUCHER-AMOUNT     TO EXPENSE-AMOUNT
033100         PERFORM RELEASE-ONE-VOUCHER.
033200     PERFORM READ-VOUCHER-RECORD.
033300
033400 RELEASE-ALL-HISTORY-VOUCHERS.
033500     OPEN INPUT HISTORY-FILE.
033600     PERFORM READ-VCHHIST-RECORD.
033700     PERFORM RELEASE-ONE-HISTORY-VOUCHER
033800         UNTIL VCHHIST-FILE-AT-END = "Y".
033900     CLOSE HISTORY-FILE.
034000
034100 RELEASE-ONE-HISTORY-VOUCHER.
034110     IF NOT HISTORY-REJECTED
034200         MOVE HISTORY-NUMBER     TO EXPENSE-NUMBER
034300         MOVE HISTORY-DATE       TO EXPENSE-DATE
034400         MOVE HISTORY-GL-ACCOUNT TO EXPENSE-GL-ACCOUNT
034500         MOVE HISTORY-AMOUNT     TO EXPENSE-AMOUNT
034600         PERFORM RELEASE-ONE-VOUCHER.
034700     PERFORM READ-VCHHIST-RECORD.
034800
034900* A voucher dated in the year to date is charged line by
035000* line when it was split, or whole to its account otherwise.
035100 RELEASE-ONE-VOUCHER.
035200     IF EXPENSE-MONTH NOT < YEAR-START-MONTH
035300        AND EXPENSE-MONTH NOT > REPORT-MONTH
035400         PERFORM RELEASE-VOUCHER-OR-LINES.
035500
035600 RELEASE-VOUCHER-OR-LINES.
035700     MOVE "N" TO VOUCHER-HAS-LINES.
035800     PERFORM START-VOUCHER-DIST.
035900     PERFORM RELEASE-ONE-DIST-LINE
036000         UNTIL VOUCHER-DIST-AT-END = "Y".
036100     IF VOUCHER-HAS-LINES = "N"
036200         MOVE ZEROES TO EXPENSE-STORE
036300         PERFORM RELEASE-ONE-EXPENSE.
036400
036500 RELEASE-ONE-DIST-LINE.
036600     MOVE "Y" TO VOUCHER-HAS-LINES.
036700     MOVE VOUCHER-DIST-GL-ACCOUNT TO EXPENSE-GL-ACCOUNT.
036800     MOVE VOUCHER-DIST-STORE      TO EXPENSE-STORE.
036900     MOVE VOUCHER-DIST-AMOUNT     TO EXPENSE-AMOUNT.
037000     PERFORM RELEASE-ONE-EXPENSE.
037100     PERFORM READ-NEXT-VOUCHER-DIST.
037200
037300* An expense with no store of its own takes the account's
037400* default store, if the account has one.
037500 RELEASE-ONE-EXPENSE.
037600     IF EXPENSE-STORE = ZEROES
037700         MOVE EXPENSE-GL-ACCOUNT TO ACCOUNT-NUMBER
037800         PERFORM READ-ACCOUNT-RECORD
037900         IF ACCOUNT-RECORD-FOUND = "Y"
038000             MOVE ACCOUNT-DEFAULT-STORE TO EXPENSE-STORE.
038100     MOVE EXPENSE-STORE TO SORT-STORE.
038200     PERFORM SET-SORT-REGION.
038300     MOVE 2 TO SORT-TYPE.
038400     MOVE EXPENSE-GL-ACCOUNT TO SORT-ACCOUNT.
038500     MOVE ZEROES TO SORT-MTD-AMOUNT.
038600     IF EXPENSE-MONTH = REPORT-MONTH
038700         MOVE EXPENSE-AMOUNT TO SORT-MTD-AMOUNT.
038800     MOVE EXPENSE-AMOUNT TO SORT-YTD-AMOUNT.
038900     RELEASE SORT-RECORD.
039000
039100* Store zero is expense charged to no store.  A store missing
039200* from the store master still prints, under a blank region.
039300 SET-SORT-REGION.
039400     IF SORT-STORE = ZEROES
039500         MOVE 2 TO SORT-GROUP
039600         MOVE SPACES TO SORT-REGION
039700     ELSE
039800         MOVE 1 TO SORT-GROUP
039900         MOVE SORT-STORE TO STORE-NUMBER
040000         PERFORM READ-STORE-RECORD
040100         IF STORE-RECORD-FOUND = "Y"
040200             MOVE STORE-REGION TO SORT-REGION
040300         ELSE
040400             MOVE SPACES TO SORT-REGION.
040500
040600* LEVEL 1 CONTROL BREAK
040700 PRINT-ONE-REPORT.
040800     PERFORM START-ONE-REPORT.
040900     PERFORM PROCESS-ALL-REGIONS
041000         UNTIL WORK-FILE-AT-END = "Y".
041100     PERFORM END-ONE-REPORT.
041200
041300 START-ONE-REPORT.
041400     PERFORM READ-FIRST-WORK-RECORD.
041500     MOVE ZEROES TO GRAND-MTD-SALES GRAND-YTD-SALES.
041600     MOVE ZEROES TO GRAND-MTD-EXPENSE GRAND-YTD-EXPENSE.
041700     MOVE ZEROES TO RECORD-COUNT.
041800     PERFORM START-NEW-REPORT.
041900
042000 START-NEW-REPORT.
042100     MOVE SPACE TO DETAIL-LINE.
042200     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
042300     MOVE REPORT-MONTH TO PRINT-TITLE-MONTH.
042400     PERFORM START-NEW-PAGE.
042500
042600 END-ONE-REPORT.
042700     IF RECORD-COUNT = ZEROES
042800         MOVE "NO RECORDS FOUND" TO PRINTER-RECORD
042900         PERFORM WRITE-TO-PRINTER
043000     ELSE
043100         PERFORM PRINT-GRAND-TOTAL.
043200     PERFORM END-LAST-PAGE.
043300
043400 PRINT-GRAND-TOTAL.
043500     IF LINE-COUNT > MAXIMUM-LINES - 4
043600         PERFORM START-NEXT-PAGE.
043700     MOVE "COMPANY TOTAL" TO PRINTER-RECORD.
043800     PERFORM WRITE-TO-PRINTER.
043900     MOVE GRAND-MTD-SALES TO BASE-MTD-SALES.
044000     MOVE GRAND-YTD-SALES TO BASE-YTD-SALES.
044100     MOVE GRAND-MTD-EXPENSE TO LINE-MTD-AMOUNT.
044200     MOVE GRAND-YTD-EXPENSE TO LINE-YTD-AMOUNT.
044300     PERFORM PRINT-TOTAL-LINES.
044400
044500* LEVEL 2 CONTROL BREAK
044600 PROCESS-ALL-REGIONS.
044700     PERFORM START-ONE-REGION.
044800
044900     PERFORM PROCESS-ALL-STORES
045000         UNTIL WORK-FILE-AT-END = "Y"
045100            OR WORK-GROUP NOT = CURRENT-GROUP
045200            OR WORK-REGION NOT = CURRENT-REGION.
045300
045400     PERFORM END-ONE-REGION.
045500
045600 START-ONE-REGION.
045700     MOVE WORK-GROUP TO CURRENT-GROUP.
045800     MOVE WORK-REGION TO CURRENT-REGION.
045900     MOVE ZEROES TO REGION-MTD-SALES REGION-YTD-SALES.
046000     MOVE ZEROES TO REGION-MTD-EXPENSE REGION-YTD-EXPENSE.
046100     IF CURRENT-GROUP = 1
046200         PERFORM PRINT-REGION-HEADER.
046300
046400 PRINT-REGION-HEADER.
046500     IF LINE-COUNT > MAXIMUM-LINES
046600         PERFORM START-NEXT-PAGE.
046700     MOVE CURRENT-REGION TO PRINT-REGION.
046800     MOVE REGION-HEADER-LINE TO PRINTER-RECORD.
046900     PERFORM WRITE-TO-PRINTER.
047000     PERFORM LINE-FEED.
047100
047200* The block of expense charged to no store is its own
047300* total, so it prints no region subtotal.
047400 END-ONE-REGION.
047500     IF CURRENT-GROUP = 1
047600         PERFORM PRINT-REGION-TOTAL.
047700
047800     ADD REGION-MTD-SALES TO GRAND-MTD-SALES.
047900     ADD REGION-YTD-SALES TO GRAND-YTD-SALES.
048000     ADD REGION-MTD-EXPENSE TO GRAND-MTD-EXPENSE.
048100     ADD REGION-YTD-EXPENSE TO GRAND-YTD-EXPENSE.
048200
048300 PRINT-REGION-TOTAL.
048400     IF LINE-COUNT > MAXIMUM-LINES - 4
048500         PERFORM START-NEXT-PAGE.
048600     MOVE SPACE TO PRINTER-RECORD.
048700     STRING "REGION " CURRENT-REGION " TOTAL"
048800         DELIMITED BY SIZE INTO PRINTER-RECORD.
048900     PERFORM WRITE-TO-PRINTER.
049000     MOVE REGION-MTD-SALES TO BASE-MTD-SALES.
049100     MOVE REGION-YTD-SALES TO BASE-YTD-SALES.
049200     MOVE REGION-MTD-EXPENSE TO LINE-MTD-AMOUNT.
049300     MOVE REGION-YTD-EXPENSE TO LINE-YTD-AMOUNT.
049400     PERFORM PRINT-TOTAL-LINES.
049500
049600* LEVEL 3 CONTROL BREAK - the store's sales line, a line per
049700* expense account, then the store's totals
049800 PROCESS-ALL-STORES.
049900     PERFORM START-ONE-STORE.
050000
050100     PERFORM ADD-ONE-SALES-RECORD
050200         UNTIL WORK-FILE-AT-END = "Y"
050300            OR WORK-GROUP NOT = CURRENT-GROUP
050400            OR WORK-REGION NOT = CURRENT-REGION
050500            OR WORK-STORE NOT = CURRENT-STORE
050600            OR WORK-TYPE NOT = 1.
050700
050800     IF CURRENT-GROUP = 1
050900         PERFORM PRINT-STORE-SALES-LINE.
051000
051100     PERFORM PROCESS-ALL-ACCOUNTS
051200         UNTIL WORK-FILE-AT-END = "Y"
051300            OR WORK-GROUP NOT = CURRENT-GROUP
051400            OR WORK-REGION NOT = CURRENT-REGION
051500            OR WORK-STORE NOT = CURRENT-STORE.
051600
051700     PERFORM END-ONE-STORE.
051800
051900 START-ONE-STORE.
052000     MOVE WORK-STORE TO CURRENT-STORE.
052100     MOVE ZEROES TO STORE-MTD-SALES STORE-YTD-SALES.
052200     MOVE ZEROES TO STORE-MTD-EXPENSE STORE-YTD-EXPENSE.
052300     PERFORM PRINT-STORE-HEADER.
052400
052500 PRINT-STORE-HEADER.
052600     IF LINE-COUNT > MAXIMUM-LINES - 4
052700         PERFORM START-NEXT-PAGE.
052800     IF CURRENT-GROUP = 2
052900         MOVE "EXPENSE NOT CHARGED TO A STORE"
053000             TO PRINTER-RECORD
053100     ELSE
053200         PERFORM FORMAT-STORE-HEADER.
053300     PERFORM WRITE-TO-PRINTER.
053400
053500 FORMAT-STORE-HEADER.
053600     MOVE CURRENT-STORE TO STORE-NUMBER.
053700     PERFORM READ-STORE-RECORD.
053800     IF STORE-RECORD-FOUND = "N"
053900         MOVE "*STORE NOT ON FILE*" TO STORE-NAME
054000         MOVE SPACES TO STORE-REGION.
054100     MOVE CURRENT-STORE TO PRINT-STORE.
054200     MOVE STORE-NAME TO PRINT-STORE-NAME.
054300     MOVE STORE-REGION TO PRINT-STORE-REGION.
054400     MOVE STORE-HEADER-LINE TO PRINTER-RECORD.
054500
054600 ADD-ONE-SALES-RECORD.
054700     ADD WORK-MTD-AMOUNT TO STORE-MTD-SALES.
054800     ADD WORK-YTD-AMOUNT TO STORE-YTD-SALES.
054900     ADD 1 TO RECORD-COUNT.
055000     PERFORM READ-NEXT-WORK-RECORD.
055100
055200 PRINT-STORE-SALES-LINE.
055300     MOVE "  SALES" TO PRINT-LITERAL.
055400     MOVE STORE-MTD-SALES TO PRINT-MTD-AMOUNT.
055500     MOVE STORE-YTD-SALES TO PRINT-YTD-AMOUNT.
055600     MOVE ZEROES TO PRINT-MTD-PERCENT PRINT-YTD-PERCENT.
055700     MOVE DETAIL-LINE TO PRINTER-RECORD.
055800     PERFORM WRITE-TO-PRINTER.
055900     MOVE SPACE TO DETAIL-LINE.
056000
056100 END-ONE-STORE.
056200     MOVE STORE-MTD-SALES TO BASE-MTD-SALES.
056300     MOVE STORE-YTD-SALES TO BASE-YTD-SALES.
056400     MOVE STORE-MTD-EXPENSE TO LINE-MTD-AMOUNT.
056500     MOVE STORE-YTD-EXPENSE TO LINE-YTD-AMOUNT.
056600     IF CURRENT-GROUP = 1
056700         PERFORM PRINT-TOTAL-LINES
056800     ELSE
056900         MOVE "  TOTAL EXPENSE" TO PRINT-LITERAL
057000         PERFORM PRINT-PERCENT-LINE
057100         PERFORM LINE-FEED.
057200
057300     ADD STORE-MTD-SALES TO REGION-MTD-SALES.
057400     ADD STORE-YTD-SALES TO REGION-YTD-SALES.
057500     ADD STORE-MTD-EXPENSE TO REGION-MTD-EXPENSE.
057600     ADD STORE-YTD-EXPENSE TO REGION-YTD-EXPENSE.
057700
057800* LEVEL 4 CONTROL BREAK - one line per expense account
057900 PROCESS-ALL-ACCOUNTS.
058000     MOVE WORK-ACCOUNT TO CURRENT-ACCOUNT.
058100     MOVE ZEROES TO ACCOUNT-MTD-TOTAL ACCOUNT-YTD-TOTAL.
058200
058300     PERFORM ADD-ONE-EXPENSE-RECORD
058400         UNTIL WORK-FILE-AT-END = "Y"
058500            OR WORK-GROUP NOT = CURRENT-GROUP
058600            OR WORK-REGION NOT = CURRENT-REGION
058700            OR WORK-STORE NOT = CURRENT-STORE
058800            OR WORK-ACCOUNT NOT = CURRENT-ACCOUNT.
058900
059000     PERFORM PRINT-ACCOUNT-LINE.
059100
059200 ADD-ONE-EXPENSE-RECORD.
059300     ADD WORK-MTD-AMOUNT TO ACCOUNT-MTD-TOTAL.
059400     ADD WORK-YTD-AMOUNT TO ACCOUNT-YTD-TOTAL.
059500     ADD 1 TO RECORD-COUNT.
059600     PERFORM READ-NEXT-WORK-RECORD.
059700
059800 PRINT-ACCOUNT-LINE.
059900     IF LINE-COUNT > MAXIMUM-LINES
060000         PERFORM START-NEXT-PAGE.
060100
060200     MOVE CURRENT-ACCOUNT TO ACCOUNT-NUMBER.
060300     PERFORM READ-ACCOUNT-RECORD.
060400     IF ACCOUNT-RECORD-FOUND = "N"
060500         MOVE "*ACCOUNT NOT ON FILE*" TO ACCOUNT-NAME.
060600     MOVE SPACE TO PRINT-LITERAL.
060700     STRING "  " CURRENT-ACCOUNT " " ACCOUNT-NAME
060800         DELIMITED BY SIZE INTO PRINT-LITERAL.
060900     MOVE STORE-MTD-SALES TO BASE-MTD-SALES.
061000     MOVE STORE-YTD-SALES TO BASE-YTD-SALES.
061100     MOVE ACCOUNT-MTD-TOTAL TO LINE-MTD-AMOUNT.
061200     MOVE ACCOUNT-YTD-TOTAL TO LINE-YTD-AMOUNT.
061300     PERFORM PRINT-PERCENT-LINE.
061400
061500     ADD ACCOUNT-MTD-TOTAL TO STORE-MTD-EXPENSE.
061600     ADD ACCOUNT-YTD-TOTAL TO STORE-YTD-EXPENSE.
061700
061800*---------------------------------
061900* Sales, expense and operating income lines for a store,
062000* region or the company, from the BASE- sales and the LINE-
062100* expense amounts.
062200*---------------------------------
062300 PRINT-TOTAL-LINES.
062400     MOVE "  TOTAL SALES" TO PRINT-LITERAL.
062500     MOVE BASE-MTD-SALES TO PRINT-MTD-AMOUNT.
062600     MOVE BASE-YTD-SALES TO PRINT-YTD-AMOUNT.
062700     MOVE ZEROES TO PRINT-MTD-PERCENT PRINT-YTD-PERCENT.
062800     MOVE DETAIL-LINE TO PRINTER-RECORD.
062900     PERFORM WRITE-TO-PRINTER.
063000     MOVE SPACE TO DETAIL-LINE.
063100
063200     MOVE "  TOTAL EXPENSE" TO PRINT-LITERAL.
063300     PERFORM PRINT-PERCENT-LINE.
063400
063500     MOVE "  OPERATING INCOME" TO PRINT-LITERAL.
063600     COMPUTE LINE-MTD-AMOUNT = BASE-MTD-SALES - LINE-MTD-AMOUNT.
063700     COMPUTE LINE-YTD-AMOUNT = BASE-YTD-SALES - LINE-YTD-AMOUNT.
063800     PERFORM PRINT-PERCENT-LINE.
063900     PERFORM LINE-FEED.
064000
064100*---------------------------------
064200* An amount line with its percent of sales.  No sales to
064300* measure against prints no percent instead of a division
064400* by zero.
064500*---------------------------------
064600 PRINT-PERCENT-LINE.
064700     MOVE LINE-MTD-AMOUNT TO PRINT-MTD-AMOUNT.
064800     MOVE LINE-YTD-AMOUNT TO PRINT-YTD-AMOUNT.
064900     IF BASE-MTD-SALES = ZEROES
065000         MOVE ZEROES TO PRINT-MTD-PERCENT
065100     ELSE
065200         COMPUTE PERCENT-OF-SALES ROUNDED =
065300             LINE-MTD-AMOUNT / BASE-MTD-SALES * 100
065400         MOVE PERCENT-OF-SALES TO PRINT-MTD-PERCENT.
065500     IF BASE-YTD-SALES = ZEROES
065600         MOVE ZEROES TO PRINT-YTD-PERCENT
065700     ELSE
065800         COMPUTE PERCENT-OF-SALES ROUNDED =
065900             LINE-YTD-AMOUNT / BASE-YTD-SALES * 100
066000         MOVE PERCENT-OF-SALES TO PRINT-YTD-PERCENT.
066100     MOVE DETAIL-LINE TO PRINTER-RECORD.
066200     PERFORM WRITE-TO-PRINTER.
066300     MOVE SPACE TO DETAIL-LINE.
066400
066500*---------------------------------
066600* Printing routines
066700*---------------------------------
066800 WRITE-TO-PRINTER.
066900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
067000     ADD 1 TO LINE-COUNT.
067100
067200 LINE-FEED.
067300     MOVE SPACE TO PRINTER-RECORD.
067400     PERFORM WRITE-TO-PRINTER.
067500
067600 START-NEXT-PAGE.
067700     PERFORM END-LAST-PAGE.
067800     PERFORM START-NEW-PAGE.
067900
068000 START-NEW-PAGE.
068100     ADD 1 TO PAGE-NUMBER.
068200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
068300     MOVE TITLE-LINE TO PRINTER-RECORD.
068400     PERFORM WRITE-TO-PRINTER.
068500     PERFORM LINE-FEED.
068600     MOVE COLUMN-LINE TO PRINTER-RECORD.
068700     PERFORM WRITE-TO-PRINTER.
068800     PERFORM LINE-FEED.
068900
069000 END-LAST-PAGE.
069100     PERFORM FORM-FEED.
069200     MOVE ZERO TO LINE-COUNT.
069300
069400 FORM-FEED.
069500     MOVE SPACE TO PRINTER-RECORD.
069600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
069700
069800*---------------------------------
069900* File IO routines
070000*---------------------------------
070100 READ-HISTORY-RECORD.
070200     MOVE "N" TO HISTORY-FILE-AT-END.
070300     READ SALES-HISTORY-FILE NEXT RECORD
070400         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
070500
070600 READ-VOUCHER-RECORD.
070700     MOVE "N" TO VOUCHER-FILE-AT-END.
070800     READ VOUCHER-FILE NEXT RECORD
070900         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
071000
071100 READ-VCHHIST-RECORD.
071200     MOVE "N" TO VCHHIST-FILE-AT-END.
071300     READ HISTORY-FILE NEXT RECORD
071400         AT END MOVE "Y" TO VCHHIST-FILE-AT-END.
071500
071600 START-VOUCHER-DIST.
071700     MOVE "N" TO VOUCHER-DIST-AT-END.
071800     MOVE EXPENSE-NUMBER TO VOUCHER-DIST-VOUCHER.
071900     MOVE ZEROES TO VOUCHER-DIST-LINE.
072000     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
072100         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
072200     IF VOUCHER-DIST-AT-END = "N"
072300         PERFORM READ-NEXT-VOUCHER-DIST.
072400
072500 READ-NEXT-VOUCHER-DIST.
072600     READ VOUCHER-DIST-FILE NEXT RECORD
072700         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
072800     IF VOUCHER-DIST-AT-END = "N"
072900        AND VOUCHER-DIST-VOUCHER NOT = EXPENSE-NUMBER
073000         MOVE "Y" TO VOUCHER-DIST-AT-END.
073100
073200 READ-STORE-RECORD.
073300     MOVE "Y" TO STORE-RECORD-FOUND.
073400     READ STORE-FILE RECORD
073500         INVALID KEY
073600         MOVE "N" TO STORE-RECORD-FOUND.
073700
073800 READ-ACCOUNT-RECORD.
073900     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
074000     READ ACCOUNT-FILE RECORD
074100         INVALID KEY
074200         MOVE "N" TO ACCOUNT-RECORD-FOUND.
074300
074400*---------------------------------
074500* Read first, read next routines
074600*---------------------------------
074700 READ-FIRST-WORK-RECORD.
074800     PERFORM READ-NEXT-WORK-RECORD.
074900
075000 READ-NEXT-WORK-RECORD.
075100     MOVE "N" TO WORK-FILE-AT-END.
075200     READ WORK-FILE NEXT RECORD
075300         AT END MOVE "Y" TO WORK-FILE-AT-END.
