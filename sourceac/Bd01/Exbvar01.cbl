000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXBVAR01.
000300*---------------------------------
000400* Expense budget versus actual report
000500* Prints, for an operator-entered month, each expense
000600* account's actual spending against its expense budget -
000700* a month-to-date line and a year-to-date line with the
000800* dollar variance and percent of budget used, and company
000900* totals at the end.  The actual is what was vouchered
001000* against the account on the open and history voucher
001100* files, by voucher date; a split voucher charges each
001200* distribution line to its own account.  The year-to-date
001300* budget is the sum of the year's budget months through the
001400* report month.  An account over its budget is flagged.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900
002000     COPY "SLEXBD.CBL".
002100
002200     COPY "SLACCT.CBL".
002300
002400     COPY "SLVOUCH.CBL".
002500
002600     COPY "SLVCHHS.CBL".
002700
002800     COPY "SLVCHDS.CBL".
002900
003000     SELECT WORK-FILE
003100         ASSIGN TO "WORK"
003200         ORGANIZATION IS SEQUENTIAL.
003300
003400     SELECT SORT-FILE
003500         ASSIGN TO "SORT".
003600
003700     SELECT PRINTER-FILE
003800         ASSIGN TO PRINTER
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300
004400     COPY "FDEXBD.CBL".
004500
004600     COPY "FDACCT.CBL".
004700
004800     COPY "FDVOUCH.CBL".
004900
005000     COPY "FDVCHHS.CBL".
005100
005200     COPY "FDVCHDS.CBL".
005300
005400 FD  WORK-FILE
005500     LABEL RECORDS ARE STANDARD.
005600 01  WORK-RECORD.
005700     05  WORK-ACCOUNT          PIC 9(5).
005800     05  WORK-MTD-ACTUAL       PIC S9(8)V99.
005900     05  WORK-YTD-ACTUAL       PIC S9(8)V99.
006000     05  WORK-MTD-BUDGET       PIC S9(8)V99.
006100     05  WORK-YTD-BUDGET       PIC S9(8)V99.
006200
006300 SD  SORT-FILE.
006400
006500 01  SORT-RECORD.
006600     05  SORT-ACCOUNT          PIC 9(5).
006700     05  SORT-MTD-ACTUAL       PIC S9(8)V99.
006800     05  SORT-YTD-ACTUAL       PIC S9(8)V99.
006900     05  SORT-MTD-BUDGET       PIC S9(8)V99.
007000     05  SORT-YTD-BUDGET       PIC S9(8)V99.
007100
007200 FD  PRINTER-FILE
007300     LABEL RECORDS ARE OMITTED.
007400 01  PRINTER-RECORD             PIC X(80).
007500
007600 WORKING-STORAGE SECTION.
007700
007800     COPY "WSCASE01.CBL".
007900
008000 77  OK-TO-PROCESS         PIC X.
008100
008200 77  EXPENSE-BUDGET-AT-END   PIC X.
008300 77  VOUCHER-FILE-AT-END     PIC X.
008400 77  VCHHIST-FILE-AT-END     PIC X.
008500 77  VOUCHER-DIST-AT-END     PIC X.
008600 77  WORK-FILE-AT-END        PIC X.
008700 77  ACCOUNT-RECORD-FOUND    PIC X.
008800 77  VOUCHER-HAS-LINES       PIC X.
008900
009000* Report month, and the first month of its year - expense
009100* from the first of the year through the report month makes
009200* up the year to date.
009300 01  REPORT-MONTH            PIC 9(6).
009400 01  REPORT-MONTH-R REDEFINES REPORT-MONTH.
009500     05  REPORT-CCYY         PIC 9(4).
009600     05  REPORT-MM           PIC 9(2).
009700
009800 77  YEAR-START-MONTH        PIC 9(6).
009900
010000* One expense as it is charged - from an open or a history
010100* voucher, or from one of its distribution lines.
010200 01  EXPENSE-DATE            PIC 9(8).
010300 01  EXPENSE-DATE-R REDEFINES EXPENSE-DATE.
010400     05  EXPENSE-MONTH       PIC 9(6).
010500     05  FILLER              PIC 9(2).
010600
010700 77  EXPENSE-NUMBER          PIC 9(5).
010800 77  EXPENSE-GL-ACCOUNT      PIC 9(5).
010900 77  EXPENSE-AMOUNT          PIC S9(6)V99.
011000
011100 77  LINE-COUNT              PIC 999 VALUE ZERO.
011200 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
011300 77  MAXIMUM-LINES           PIC 999 VALUE 55.
011400
011500 77  RECORD-COUNT            PIC 9(7) VALUE ZEROES.
011600
011700* Control break current value for account
011800 77  CURRENT-ACCOUNT         PIC 9(5).
011900
012000* Actual and budget accumulators for the account and the
012100* company, month and year to date
012200 77  ACCOUNT-MTD-ACTUAL      PIC S9(8)V99.
012300 77  ACCOUNT-YTD-ACTUAL      PIC S9(8)V99.
012400 77  ACCOUNT-MTD-BUDGET      PIC S9(8)V99.
012500 77  ACCOUNT-YTD-BUDGET      PIC S9(8)V99.
012600 77  GRAND-MTD-ACTUAL        PIC S9(9)V99.
012700 77  GRAND-YTD-ACTUAL        PIC S9(9)V99.
012800 77  GRAND-MTD-BUDGET        PIC S9(9)V99.
012900 77  GRAND-YTD-BUDGET        PIC S9(9)V99.
013000
013100* The line being built - one actual, one budget, variance
013200* and percent of budget used
013300 77  LINE-ACTUAL             PIC S9(9)V99.
013400 77  LINE-BUDGET             PIC S9(9)V99.
013500 77  LINE-VARIANCE           PIC S9(9)V99.
013600 77  PERCENT-USED            PIC S9(4)V9.
013700
013800 01  DETAIL-LINE.
013900     05  PRINT-LITERAL     PIC X(16).
014000     05  PRINT-ACTUAL      PIC Z,ZZZ,ZZ9.99-.
014100     05  FILLER            PIC X(1) VALUE SPACE.
014200     05  PRINT-BUDGET      PIC Z,ZZZ,ZZ9.99-.
014300     05  FILLER            PIC X(1) VALUE SPACE.
014400     05  PRINT-VARIANCE    PIC Z,ZZZ,ZZ9.99-.
014500     05  FILLER            PIC X(1) VALUE SPACE.
014600     05  PRINT-PERCENT     PIC ZZZ9.9- BLANK WHEN ZERO.
014700     05  PRINT-PERCENT-FLAG PIC X(5).
014800
014900 01  ACCOUNT-HEADER-LINE.
015000     05  FILLER            PIC X(8) VALUE "ACCOUNT:".
015100     05  FILLER            PIC X(1) VALUE SPACE.
015200     05  PRINT-ACCOUNT     PIC 9(5).
015300     05  FILLER            PIC X(1) VALUE SPACE.
015400     05  PRINT-ACCOUNT-NAME PIC X(30).
015500
015600 01  TITLE-LINE.
015700     05  FILLER              PIC X(12) VALUE SPACE.
015800     05  FILLER              PIC X(30)
015900         VALUE "EXPENSE BUDGET REPORT FOR".
016000     05  FILLER              PIC X(1) VALUE SPACE.
016100     05  PRINT-TITLE-MONTH   PIC 9(6).
016200     05  FILLER              PIC X(12) VALUE SPACE.
016300     05  FILLER              PIC X(5) VALUE "PAGE:".
016400     05  FILLER              PIC X(1) VALUE SPACE.
016500     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
016600
016700 01  COLUMN-LINE.
016800     05  FILLER         PIC X(16) VALUE SPACE.
016900     05  FILLER         PIC X(13) VALUE "       ACTUAL".
017000     05  FILLER         PIC X(1) VALUE SPACE.
017100     05  FILLER         PIC X(13) VALUE "       BUDGET".
017200     05  FILLER         PIC X(1) VALUE SPACE.
017300     05  FILLER         PIC X(13) VALUE "     VARIANCE".
017400     05  FILLER         PIC X(1) VALUE SPACE.
017500     05  FILLER         PIC X(6) VALUE "PCT".
017600
017700 PROCEDURE DIVISION.
017800 PROGRAM-BEGIN.
017900
018000     PERFORM OPENING-PROCEDURE.
018100     PERFORM MAIN-PROCESS.
018200     PERFORM CLOSING-PROCEDURE.
018300
018400 PROGRAM-EXIT.
018500     EXIT PROGRAM.
018600
018700 PROGRAM-DONE.
018800     ACCEPT OMITTED. STOP RUN.
018900
019000 OPENING-PROCEDURE.
019100     OPEN OUTPUT PRINTER-FILE.
019200     OPEN INPUT ACCOUNT-FILE.
019300
019400 CLOSING-PROCEDURE.
019500     CLOSE PRINTER-FILE.
019600     CLOSE ACCOUNT-FILE.
019700
019800 MAIN-PROCESS.
019900     PERFORM GET-OK-TO-PROCESS.
020000     IF OK-TO-PROCESS = "Y"
020100         PERFORM RUN-THE-REPORT.
020200
020300 GET-OK-TO-PROCESS.
020400     PERFORM ACCEPT-OK-TO-PROCESS.
020500     PERFORM RE-ACCEPT-OK-TO-PROCESS
020600         UNTIL OK-TO-PROCESS = "Y" OR "N".
020700
020800 ACCEPT-OK-TO-PROCESS.
020900     DISPLAY "PRINT THE EXPENSE BUDGET REPORT (Y/N)?".
021000     ACCEPT OK-TO-PROCESS.
021100     INSPECT OK-TO-PROCESS
021200       CONVERTING LOWER-ALPHA
021300       TO         UPPER-ALPHA.
021400
021500 RE-ACCEPT-OK-TO-PROCESS.
021600     DISPLAY "YOU MUST ENTER YES OR NO".
021700     PERFORM ACCEPT-OK-TO-PROCESS.
021800
021900 RUN-THE-REPORT.
022000     PERFORM GET-REPORT-MONTH.
022100     COMPUTE YEAR-START-MONTH = REPORT-CCYY * 100 + 1.
022200     PERFORM SORT-DATA-FILE.
022300     OPEN INPUT WORK-FILE.
022400     PERFORM PRINT-ONE-REPORT.
022500     CLOSE WORK-FILE.
022600
022700 GET-REPORT-MONTH.
022800     MOVE ZEROES TO REPORT-MONTH.
022900     DISPLAY "ENTER REPORT MONTH CCYYMM:".
023000     ACCEPT REPORT-MONTH.
023100     PERFORM RE-ACCEPT-REPORT-MONTH
023200         UNTIL REPORT-MM > 00 AND REPORT-MM < 13
023300           AND REPORT-CCYY > 1900.
023400
023500 RE-ACCEPT-REPORT-MONTH.
023600     DISPLAY "THE MONTH MUST BE CCYYMM".
023700     MOVE ZEROES TO REPORT-MONTH.
023800     ACCEPT REPORT-MONTH.
023900
024000*---------------------------------
024100* Actuals off the voucher files and budgets off the expense
024200* budget master ride the same sort record in separate
024300* buckets, so the variances fall out of the same control
024400* break.
024500*---------------------------------
024600 SORT-DATA-FILE.
024700     SORT SORT-FILE
024800         ON ASCENDING KEY SORT-ACCOUNT
024900         INPUT PROCEDURE IS BUILD-SORT-FILE
025000         GIVING WORK-FILE.
025100
025200 BUILD-SORT-FILE.
025300     OPEN INPUT VOUCHER-DIST-FILE.
025400     PERFORM RELEASE-ALL-OPEN-VOUCHERS.
025500     PERFORM RELEASE-ALL-HISTORY-VOUCHERS.
025600     CLOSE VOUCHER-DIST-FILE.
025700     PERFORM RELEASE-THE-BUDGETS.
025800
025900 RELEASE-ALL-OPEN-VOUCHERS.
026000     OPEN INPUT VOUCHER-FILE.
026100     PERFORM READ-VOUCHER-RECORD.
026200     PERFORM RELEASE-ONE-OPEN-VOUCHER
026300         UNTIL VOUCHER-FILE-AT-END = "Y".
026400     CLOSE VOUCHER-FILE.
026500
026510* A rejected voucher will never be paid, so it is no expense.
026600 RELEASE-ONE-OPEN-VOUCHER.
026610     IF NOT VOUCHER-REJECTED
026700         MOVE VOUCHER-NUMBER     TO EXPENSE-NUMBER
026800         MOVE VOUCHER-DATE       TO EXPENSE-DATE
026900         MOVE VOUCHER-GL-ACCOUNT TO EXPENSE-GL-ACCOUNT
027000         MOVE VOUCHER-AMOUNT     TO EXPENSE-AMOUNT
027100         PERFORM RELEASE-ONE-VOUCHER.
027200     PERFORM READ-VOUCHER-RECORD.
027300
027400 RELEASE-ALL-HISTORY-VOUCHERS.
027500     OPEN INPUT HISTORY-FILE.
027600     PERFORM READ-VCHHIST-RECORD.
027700     PERFORM RELEASE-ONE-HISTORY-VOUCHER
027800         UNTIL VCHHIST-FILE-AT-END = "Y".
027900     CLOSE HISTORY-FILE.
028000
028100 RELEASE-ONE-HISTORY-VOUCHER.
028110     IF NOT HISTORY-REJECTED
028200         MOVE HISTORY-NUMBER     TO EXPENSE-NUMBER
028300         MOVE HISTORY-DATE       TO EXPENSE-DATE
028400         MOVE HISTORY-GL-ACCOUNT TO EXPENSE-GL-ACCOUNT
028500         MOVE HISTORY-AMOUNT     TO EXPENSE-AMOUNT
028600         PERFORM RELEASE-ONE-VOUCHER.
028700     PERFORM READ-VCHHIST-RECORD.
028800
028900* A voucher dated in the year to date is charged line by
029000* line when it was split, or whole to its account otherwise.
029100 RELEASE-ONE-VOUCHER.
029200     IF EXPENSE-MONTH NOT < YEAR-START-MONTH
029300        AND EXPENSE-MONTH NOT > REPORT-MONTH
029400         PERFORM RELEASE-VOUCHER-OR-LINES.
029500
029600 RELEASE-VOUCHER-OR-LINES.
029700     MOVE "N" TO VOUCHER-HAS-LINES.
029800     PERFORM START-VOUCHER-DIST.
029900     PERFORM RELEASE-ONE-DIST-LINE
030000         UNTIL VOUCHER-DIST-AT-END = "Y".
030100     IF VOUCHER-HAS-LINES = "N"
030200         PERFORM RELEASE-ONE-EXPENSE.
030300
030400 RELEASE-ONE-DIST-LINE.
030500     MOVE "Y" TO VOUCHER-HAS-LINES.
030600     MOVE VOUCHER-DIST-GL-ACCOUNT TO EXPENSE-GL-ACCOUNT.
030700     MOVE VOUCHER-DIST-AMOUNT     TO EXPENSE-AMOUNT.
030800     PERFORM RELEASE-ONE-EXPENSE.
030900     PERFORM READ-NEXT-VOUCHER-DIST.
031000
031100 RELEASE-ONE-EXPENSE.
031200     MOVE EXPENSE-GL-ACCOUNT TO SORT-ACCOUNT.
031300     MOVE ZEROES TO SORT-MTD-ACTUAL.
031400     IF EXPENSE-MONTH = REPORT-MONTH
031500         MOVE EXPENSE-AMOUNT TO SORT-MTD-ACTUAL.
031600     MOVE EXPENSE-AMOUNT TO SORT-YTD-ACTUAL.
031700     MOVE ZEROES TO SORT-MTD-BUDGET.
031800     MOVE ZEROES TO SORT-YTD-BUDGET.
031900     RELEASE SORT-RECORD.
032000
032100* Every budget month of the report year through the report
032200* month counts toward the YTD budget - the report month's
032300* own amount also rides in the MTD bucket.
032400 RELEASE-THE-BUDGETS.
032500     OPEN INPUT EXPENSE-BUDGET-FILE.
032600     PERFORM READ-EXPENSE-BUDGET-RECORD.
032700     PERFORM RELEASE-ONE-BUDGET
032800         UNTIL EXPENSE-BUDGET-AT-END = "Y".
032900     CLOSE EXPENSE-BUDGET-FILE.
033000
033100 RELEASE-ONE-BUDGET.
033200     IF EXPENSE-BUDGET-MONTH NOT < YEAR-START-MONTH
033300        AND EXPENSE-BUDGET-MONTH NOT > REPORT-MONTH
033400         MOVE EXPENSE-BUDGET-ACCOUNT TO SORT-ACCOUNT
033500         MOVE ZEROES                 TO SORT-MTD-ACTUAL
033600         MOVE ZEROES                 TO SORT-YTD-ACTUAL
033700         MOVE ZEROES                 TO SORT-MTD-BUDGET
033800         MOVE EXPENSE-BUDGET-AMOUNT  TO SORT-YTD-BUDGET
033900         PERFORM SET-THE-MTD-BUDGET
034000         RELEASE SORT-RECORD.
034100     PERFORM READ-EXPENSE-BUDGET-RECORD.
034200
034300 SET-THE-MTD-BUDGET.
034400     IF EXPENSE-BUDGET-MONTH = REPORT-MONTH
034500         MOVE EXPENSE-BUDGET-AMOUNT TO SORT-MTD-BUDGET.
034600
034700* LEVEL 1 CONTROL BREAK
034800 PRINT-ONE-REPORT.
034900     PERFORM START-ONE-REPORT.
035000     PERFORM PROCESS-ALL-ACCOUNTS
035100         UNTIL WORK-FILE-AT-END = "Y".
035200     PERFORM END-ONE-REPORT.
035300
035400 START-ONE-REPORT.
035500     PERFORM READ-FIRST-WORK-RECORD.
035600     MOVE ZEROES TO GRAND-MTD-ACTUAL GRAND-YTD-ACTUAL
035700                    GRAND-MTD-BUDGET GRAND-YTD-BUDGET.
035800     MOVE ZEROES TO RECORD-COUNT.
035900     PERFORM START-NEW-REPORT.
036000
036100 START-NEW-REPORT.
036200     MOVE SPACE TO DETAIL-LINE.
036300     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
036400     MOVE REPORT-MONTH TO PRINT-TITLE-MONTH.
036500     PERFORM START-NEW-PAGE.
036600
036700 END-ONE-REPORT.
036800     IF RECORD-COUNT = ZEROES
036900         MOVE "NO RECORDS FOUND" TO PRINTER-RECORD
037000         PERFORM WRITE-TO-PRINTER
037100     ELSE
037200         PERFORM PRINT-GRAND-TOTALS.
037300     PERFORM END-LAST-PAGE.
037400
037500 PRINT-GRAND-TOTALS.
037600     MOVE "COMPANY MTD" TO PRINT-LITERAL.
037700     MOVE GRAND-MTD-ACTUAL TO LINE-ACTUAL.
037800     MOVE GRAND-MTD-BUDGET TO LINE-BUDGET.
037900     PERFORM PRINT-ONE-VARIANCE-LINE.
038000
038100     MOVE "COMPANY YTD" TO PRINT-LITERAL.
038200     MOVE GRAND-YTD-ACTUAL TO LINE-ACTUAL.
038300     MOVE GRAND-YTD-BUDGET TO LINE-BUDGET.
038400     PERFORM PRINT-ONE-VARIANCE-LINE.
038500     PERFORM LINE-FEED.
038600
038700* LEVEL 2 CONTROL BREAK - a header and two lines per account
038800 PROCESS-ALL-ACCOUNTS.
038900     MOVE WORK-ACCOUNT TO CURRENT-ACCOUNT.
039000     MOVE ZEROES TO ACCOUNT-MTD-ACTUAL ACCOUNT-YTD-ACTUAL
039100                    ACCOUNT-MTD-BUDGET ACCOUNT-YTD-BUDGET.
039200
039300     PERFORM ADD-ONE-WORK-RECORD
039400         UNTIL WORK-FILE-AT-END = "Y"
039500            OR WORK-ACCOUNT NOT = CURRENT-ACCOUNT.
039600
039700     PERFORM PRINT-ACCOUNT-LINES.
039800
039900 ADD-ONE-WORK-RECORD.
040000     ADD WORK-MTD-ACTUAL TO ACCOUNT-MTD-ACTUAL.
040100     ADD WORK-YTD-ACTUAL TO ACCOUNT-YTD-ACTUAL.
040200     ADD WORK-MTD-BUDGET TO ACCOUNT-MTD-BUDGET.
040300     ADD WORK-YTD-BUDGET TO ACCOUNT-YTD-BUDGET.
040400     ADD 1 TO RECORD-COUNT.
040500     PERFORM READ-NEXT-WORK-RECORD.
040600
040700 PRINT-ACCOUNT-LINES.
040800     PERFORM PRINT-ACCOUNT-HEADER.
040900
041000     MOVE "  MONTH TO DATE" TO PRINT-LITERAL.
041100     MOVE ACCOUNT-MTD-ACTUAL TO LINE-ACTUAL.
041200     MOVE ACCOUNT-MTD-BUDGET TO LINE-BUDGET.
041300     PERFORM PRINT-ONE-VARIANCE-LINE.
041400
041500     MOVE "  YEAR TO DATE" TO PRINT-LITERAL.
041600     MOVE ACCOUNT-YTD-ACTUAL TO LINE-ACTUAL.
041700     MOVE ACCOUNT-YTD-BUDGET TO LINE-BUDGET.
041800     PERFORM PRINT-ONE-VARIANCE-LINE.
041900     PERFORM LINE-FEED.
042000
042100     ADD ACCOUNT-MTD-ACTUAL TO GRAND-MTD-ACTUAL.
042200     ADD ACCOUNT-YTD-ACTUAL TO GRAND-YTD-ACTUAL.
042300     ADD ACCOUNT-MTD-BUDGET TO GRAND-MTD-BUDGET.
042400     ADD ACCOUNT-YTD-BUDGET TO GRAND-YTD-BUDGET.
042500
042600* Keep the header with its two lines on the same page.
042700 PRINT-ACCOUNT-HEADER.
042800     IF LINE-COUNT > MAXIMUM-LINES - 3
042900         PERFORM START-NEXT-PAGE.
043000     MOVE CURRENT-ACCOUNT TO ACCOUNT-NUMBER.
043100     PERFORM READ-ACCOUNT-RECORD.
043200     IF ACCOUNT-RECORD-FOUND = "N"
043300         MOVE "*** NOT ON FILE ***" TO ACCOUNT-NAME.
043400     MOVE CURRENT-ACCOUNT TO PRINT-ACCOUNT.
043500     MOVE ACCOUNT-NAME TO PRINT-ACCOUNT-NAME.
043600     MOVE ACCOUNT-HEADER-LINE TO PRINTER-RECORD.
043700     PERFORM WRITE-TO-PRINTER.
043800
043900*---------------------------------
044000* One variance line - actual, budget, dollar variance and
044100* percent of budget used.  No budget on file prints NONE
044200* instead of a division by zero; spending past the budget
044300* prints OVER.
044400*---------------------------------
044500 PRINT-ONE-VARIANCE-LINE.
044600     IF LINE-COUNT > MAXIMUM-LINES
044700         PERFORM START-NEXT-PAGE.
044800
044900     MOVE LINE-ACTUAL TO PRINT-ACTUAL.
045000     MOVE LINE-BUDGET TO PRINT-BUDGET.
045100     COMPUTE LINE-VARIANCE = LINE-ACTUAL - LINE-BUDGET.
045200     MOVE LINE-VARIANCE TO PRINT-VARIANCE.
045300
045400     IF LINE-BUDGET = ZEROES
045500         MOVE ZEROES TO PRINT-PERCENT
045600         MOVE " NONE" TO PRINT-PERCENT-FLAG
045700     ELSE
045800         COMPUTE PERCENT-USED ROUNDED =
045900             LINE-ACTUAL / LINE-BUDGET * 100
046000         MOVE PERCENT-USED TO PRINT-PERCENT
046100         PERFORM SET-OVER-BUDGET-FLAG.
046200
046300     MOVE DETAIL-LINE TO PRINTER-RECORD.
046400     PERFORM WRITE-TO-PRINTER.
046500     MOVE SPACE TO DETAIL-LINE.
046600
046700 SET-OVER-BUDGET-FLAG.
046800     IF LINE-ACTUAL > LINE-BUDGET
046900         MOVE " OVER" TO PRINT-PERCENT-FLAG
047000     ELSE
047100         MOVE SPACES TO PRINT-PERCENT-FLAG.
047200
047300*---------------------------------
047400* Printing routines
047500*---------------------------------
047600 WRITE-TO-PRINTER.
047700     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
047800     ADD 1 TO LINE-COUNT.
047900
048000 LINE-FEED.
048100     MOVE SPACE TO PRINTER-RECORD.
048200     PERFORM WRITE-TO-PRINTER.
048300
048400 START-NEXT-PAGE.
048500     PERFORM END-LAST-PAGE.
048600     PERFORM START-NEW-PAGE.
048700
048800 START-NEW-PAGE.
048900     ADD 1 TO PAGE-NUMBER.
049000     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
049100     MOVE TITLE-LINE TO PRINTER-RECORD.
049200     PERFORM WRITE-TO-PRINTER.
049300     PERFORM LINE-FEED.
049400     MOVE COLUMN-LINE TO PRINTER-RECORD.
049500     PERFORM WRITE-TO-PRINTER.
049600     PERFORM LINE-FEED.
049700
049800 END-LAST-PAGE.
049900     PERFORM FORM-FEED.
050000     MOVE ZERO TO LINE-COUNT.
050100
050200 FORM-FEED.
050300     MOVE SPACE TO PRINTER-RECORD.
050400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
050500
050600*---------------------------------
050700* File IO routines
050800*---------------------------------
050900 READ-EXPENSE-BUDGET-RECORD.
051000     MOVE "N" TO EXPENSE-BUDGET-AT-END.
051100     READ EXPENSE-BUDGET-FILE NEXT RECORD
051200         AT END MOVE "Y" TO EXPENSE-BUDGET-AT-END.
051300
051400 READ-VOUCHER-RECORD.
051500     MOVE "N" TO VOUCHER-FILE-AT-END.
051600     READ VOUCHER-FILE NEXT RECORD
051700         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
051800
051900 READ-VCHHIST-RECORD.
052000     MOVE "N" TO VCHHIST-FILE-AT-END.
052100     READ HISTORY-FILE NEXT RECORD
052200         AT END MOVE "Y" TO VCHHIST-FILE-AT-END.
052300
052400 START-VOUCHER-DIST.
052500     MOVE "N" TO VOUCHER-DIST-AT-END.
052600     MOVE EXPENSE-NUMBER TO VOUCHER-DIST-VOUCHER.
052700     MOVE ZEROES TO VOUCHER-DIST-LINE.
052800     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
052900         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
053000     IF VOUCHER-DIST-AT-END = "N"
053100         PERFORM READ-NEXT-VOUCHER-DIST.
053200
053300 READ-NEXT-VOUCHER-DIST.
053400     READ VOUCHER-DIST-FILE NEXT RECORD
053500         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
053600     IF VOUCHER-DIST-AT-END = "N"
053700        AND VOUCHER-DIST-VOUCHER NOT = EXPENSE-NUMBER
053800         MOVE "Y" TO VOUCHER-DIST-AT-END.
053900
054000 READ-ACCOUNT-RECORD.
054100     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
054200     READ ACCOUNT-FILE RECORD
054300         INVALID KEY
054400         MOVE "N" TO ACCOUNT-RECORD-FOUND.
054500
054600*---------------------------------
054700* Read first, read next routines
054800*---------------------------------
054900 READ-FIRST-WORK-RECORD.
055000     PERFORM READ-NEXT-WORK-RECORD.
055100
055200 READ-NEXT-WORK-RECORD.
055300     MOVE "N" TO WORK-FILE-AT-END.
055400     READ WORK-FILE NEXT RECORD
055500         AT END MOVE "Y" TO WORK-FILE-AT-END.
