000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. PAYPRF01.
000300*---------------------------------
000400* Payment performance report
000500* For an operator-entered range of paid dates, shows how
000600* well each vendor's bills were paid - the number of
000700* invoices paid, the average days from invoice date to paid
000800* date, and the average days paid after the due date (a
000900* minus figure is days paid ahead of it).  Alongside, the
001000* early-payment discount the vendor's terms offered on
001100* those invoices, the discount the check run actually took,
001200* and the discount lost by paying outside the window.
001300* Vendors are ranked by discount lost, largest first, with
001400* a company total at the end.
001500*
001600* Payments are picked up off both the open and the history
001700* voucher files by paid date, so a period can be rerun
001800* after the vouchers have been archived.  Credit memos take
001900* no discount and are left out.  The discount taken is the
002000* gross less the cash paid and any tax withheld; the
002100* discount available is figured from the vendor's terms on
002200* file today.
002300*---------------------------------
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700
002800     COPY "SLVOUCH.CBL".
002900
003000     COPY "SLVCHHS.CBL".
003100
003200     COPY "SLVND02.CBL".
003300
003400     SELECT WORK-FILE
003500         ASSIGN TO "WORK"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT SORT-FILE
003900         ASSIGN TO "SORT".
004000
004100     SELECT RANK-FILE
004200         ASSIGN TO "RANK"
004300         ORGANIZATION IS SEQUENTIAL.
004400
004500     SELECT RANK-SORT-FILE
004600         ASSIGN TO "SORT".
004700
004800     SELECT PRINTER-FILE
004900         ASSIGN TO PRINTER
005000         ORGANIZATION IS LINE SEQUENTIAL.
005100
005200 DATA DIVISION.
005300 FILE SECTION.
005400
005500     COPY "FDVOUCH.CBL".
005600
005700     COPY "FDVCHHS.CBL".
005800
005900     COPY "FDVND04.CBL".
006000
006100* One record per invoice paid in the range
006200 FD  WORK-FILE
006300     LABEL RECORDS ARE STANDARD.
006400 01  WORK-RECORD.
006500     05  WORK-VENDOR           PIC 9(5).
006600     05  WORK-PAID-DATE        PIC 9(8).
006700     05  WORK-DATE             PIC 9(8).
006800     05  WORK-DUE              PIC 9(8).
006900     05  WORK-AMOUNT           PIC S9(6)V99.
007000     05  WORK-PAID-AMOUNT      PIC S9(6)V99.
007100     05  WORK-WITHHELD         PIC S9(6)V99.
007200
007300 SD  SORT-FILE.
007400
007500 01  SORT-RECORD.
007600     05  SORT-VENDOR           PIC 9(5).
007700     05  SORT-PAID-DATE        PIC 9(8).
007800     05  SORT-DATE             PIC 9(8).
007900     05  SORT-DUE              PIC 9(8).
008000     05  SORT-AMOUNT           PIC S9(6)V99.
008100     05  SORT-PAID-AMOUNT      PIC S9(6)V99.
008200     05  SORT-WITHHELD         PIC S9(6)V99.
008300
008400* One record per vendor - the totals its line prints from
008500 FD  RANK-FILE
008600     LABEL RECORDS ARE STANDARD.
008700 01  RANK-RECORD.
008800     05  RANK-LOST             PIC S9(7)V99.
008900     05  RANK-VENDOR           PIC 9(5).
009000     05  RANK-COUNT            PIC 9(5).
009100     05  RANK-DAYS-TO-PAY      PIC S9(9).
009200     05  RANK-DAYS-VS-DUE      PIC S9(9).
009300     05  RANK-AVAILABLE        PIC S9(7)V99.
009400     05  RANK-TAKEN            PIC S9(7)V99.
009500
009600 SD  RANK-SORT-FILE.
009700
009800 01  RANK-SORT-RECORD.
009900     05  RANK-SORT-LOST        PIC S9(7)V99.
010000     05  RANK-SORT-VENDOR      PIC 9(5).
010100     05  RANK-SORT-COUNT       PIC 9(5).
010200     05  RANK-SORT-DAYS-TO-PAY PIC S9(9).
010300     05  RANK-SORT-DAYS-VS-DUE PIC S9(9).
010400     05  RANK-SORT-AVAILABLE   PIC S9(7)V99.
010500     05  RANK-SORT-TAKEN       PIC S9(7)V99.
010600
010700 FD  PRINTER-FILE
010800     LABEL RECORDS ARE OMITTED.
010900 01  PRINTER-RECORD             PIC X(80).
011000
011100 WORKING-STORAGE SECTION.
011200
011300     COPY "WSCASE01.CBL".
011400
011500     COPY "WSDATE01.CBL".
011600
011700 77  OK-TO-PROCESS         PIC X.
011800
011900* Paid date range - operator entered
012000 77  FROM-PAID-DATE        PIC 9(8) VALUE ZEROES.
012100 77  TO-PAID-DATE          PIC 9(8) VALUE ZEROES.
012200
012300 77  VOUCHER-FILE-AT-END     PIC X.
012400 77  HISTORY-FILE-AT-END     PIC X.
012500 77  WORK-FILE-AT-END        PIC X.
012600 77  RANK-FILE-AT-END        PIC X.
012700 77  VENDOR-RECORD-FOUND     PIC X.
012800
012900* Control break current value for vendor, and the vendor's
013000* running totals while its invoices are read
013100 77  CURRENT-VENDOR          PIC 9(5).
013200 77  VENDOR-COUNT            PIC 9(5).
013300 77  VENDOR-DAYS-TO-PAY      PIC S9(9).
013400 77  VENDOR-DAYS-VS-DUE      PIC S9(9).
013500 77  VENDOR-AVAILABLE        PIC S9(7)V99.
013600 77  VENDOR-TAKEN            PIC S9(7)V99.
013700 77  VENDOR-LOST             PIC S9(7)V99.
013800
013900* One invoice - days counted on 30-day months
014000 77  DAYS-BETWEEN            PIC S9(6).
014100 77  INVOICE-AVAILABLE       PIC S9(6)V99.
014200 77  INVOICE-TAKEN           PIC S9(6)V99.
014300 77  AVERAGE-DAYS            PIC S9(6).
014400
014500 77  LINE-COUNT              PIC 999 VALUE ZERO.
014600 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
014700 77  MAXIMUM-LINES           PIC 999 VALUE 55.
014800
014900 77  VENDORS-REPORTED        PIC 9(5) VALUE ZERO.
015000 77  COMPANY-COUNT           PIC 9(7) VALUE ZERO.
015100 77  COMPANY-DAYS-TO-PAY     PIC S9(11) VALUE ZERO.
015200 77  COMPANY-DAYS-VS-DUE     PIC S9(11) VALUE ZERO.
015300 77  COMPANY-AVAILABLE       PIC S9(9)V99 VALUE ZERO.
015400 77  COMPANY-TAKEN           PIC S9(9)V99 VALUE ZERO.
015500 77  COMPANY-LOST            PIC S9(9)V99 VALUE ZERO.
015600
015700* The dates under test
015800 01  PAID-DATE-FIELD         PIC 9(8).
015900 01  PAID-DATE-R REDEFINES PAID-DATE-FIELD.
016000     05  PAID-DATE-CCYY      PIC 9(4).
016100     05  PAID-DATE-MM        PIC 9(2).
016200     05  PAID-DATE-DD        PIC 9(2).
016300
016400 01  FROM-DATE-FIELD         PIC 9(8).
016500 01  FROM-DATE-R REDEFINES FROM-DATE-FIELD.
016600     05  FROM-DATE-CCYY      PIC 9(4).
016700     05  FROM-DATE-MM        PIC 9(2).
016800     05  FROM-DATE-DD        PIC 9(2).
016900
017000 01  DETAIL-LINE.
017100     05  PRINT-VENDOR      PIC ZZZZ9.
017200     05  FILLER            PIC X(1) VALUE SPACE.
017300     05  PRINT-NAME        PIC X(18).
017400     05  FILLER            PIC X(1) VALUE SPACE.
017500     05  PRINT-COUNT       PIC ZZZZ9.
017600     05  FILLER            PIC X(2) VALUE SPACE.
017700     05  PRINT-DAYS-TO-PAY PIC -----9.
017800     05  FILLER            PIC X(2) VALUE SPACE.
017900     05  PRINT-DAYS-VS-DUE PIC -----9.
018000     05  FILLER            PIC X(1) VALUE SPACE.
018100     05  PRINT-AVAILABLE   PIC ZZZ,ZZ9.99.
018200     05  FILLER            PIC X(1) VALUE SPACE.
018300     05  PRINT-TAKEN       PIC ZZZ,ZZ9.99.
018400     05  FILLER            PIC X(1) VALUE SPACE.
018500     05  PRINT-LOST        PIC ZZZ,ZZ9.99.
018600
018700 01  TITLE-LINE.
018800     05  FILLER              PIC X(8) VALUE SPACE.
018900     05  FILLER              PIC X(25)
019000         VALUE "PAYMENT PERFORMANCE PAID ".
019100     05  PRINT-FROM-DATE     PIC Z9/99/9999.
019200     05  FILLER              PIC X(4) VALUE " TO ".
019300     05  PRINT-TO-DATE       PIC Z9/99/9999.
019400     05  FILLER              PIC X(6) VALUE SPACE.
019500     05  FILLER              PIC X(5) VALUE "PAGE:".
019600     05  FILLER              PIC X(1) VALUE SPACE.
019700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
019800
019900 01  COLUMN-LINE.
020000     05  FILLER         PIC X(6) VALUE "VENDOR".
020100     05  FILLER         PIC X(1) VALUE SPACE.
020200     05  FILLER         PIC X(4) VALUE "NAME".
020300     05  FILLER         PIC X(14) VALUE SPACE.
020400     05  FILLER         PIC X(5) VALUE "COUNT".
020500     05  FILLER         PIC X(2) VALUE SPACE.
020600     05  FILLER         PIC X(6) VALUE "  DAYS".
020700     05  FILLER         PIC X(2) VALUE SPACE.
020800     05  FILLER         PIC X(6) VALUE "  DAYS".
020900     05  FILLER         PIC X(1) VALUE SPACE.
021000     05  FILLER         PIC X(10) VALUE "  DISCOUNT".
021100     05  FILLER         PIC X(1) VALUE SPACE.
021200     05  FILLER         PIC X(10) VALUE "  DISCOUNT".
021300     05  FILLER         PIC X(1) VALUE SPACE.
021400     05  FILLER         PIC X(10) VALUE "  DISCOUNT".
021500
021600 01  COLUMN-LINE-2.
021700     05  FILLER         PIC X(32) VALUE SPACE.
021800     05  FILLER         PIC X(6) VALUE "TO PAY".
021900     05  FILLER         PIC X(2) VALUE SPACE.
022000     05  FILLER         PIC X(6) VALUE "VS DUE".
022100     05  FILLER         PIC X(1) VALUE SPACE.
022200     05  FILLER         PIC X(10) VALUE " AVAILABLE".
022300     05  FILLER         PIC X(1) VALUE SPACE.
022400     05  FILLER         PIC X(10) VALUE "     TAKEN".
022500     05  FILLER         PIC X(1) VALUE SPACE.
022600     05  FILLER         PIC X(10) VALUE "      LOST".
022700
022800 PROCEDURE DIVISION.
022900 PROGRAM-BEGIN.
023000
023100     PERFORM OPENING-PROCEDURE.
023200     PERFORM MAIN-PROCESS.
023300     PERFORM CLOSING-PROCEDURE.
023400
023500 PROGRAM-EXIT.
023600     EXIT PROGRAM.
023700
023800 PROGRAM-DONE.
023900     ACCEPT OMITTED. STOP RUN.
024000
024100 OPENING-PROCEDURE.
024200     OPEN I-O VENDOR-FILE.
024300     OPEN OUTPUT PRINTER-FILE.
024400
024500 CLOSING-PROCEDURE.
024600     CLOSE VENDOR-FILE.
024700     CLOSE PRINTER-FILE.
024800
024900 MAIN-PROCESS.
025000     PERFORM GET-OK-TO-PROCESS.
025100     IF OK-TO-PROCESS = "Y"
025200         PERFORM RUN-THE-REPORT.
025300
025400 GET-OK-TO-PROCESS.
025500     PERFORM ACCEPT-OK-TO-PROCESS.
025600     PERFORM RE-ACCEPT-OK-TO-PROCESS
025700         UNTIL OK-TO-PROCESS = "Y" OR "N".
025800
025900 ACCEPT-OK-TO-PROCESS.
026000     DISPLAY "PRINT PAYMENT PERFORMANCE REPORT (Y/N)?".
026100     ACCEPT OK-TO-PROCESS.
026200     INSPECT OK-TO-PROCESS
026300       CONVERTING LOWER-ALPHA
026400       TO         UPPER-ALPHA.
026500
026600 RE-ACCEPT-OK-TO-PROCESS.
026700     DISPLAY "YOU MUST ENTER YES OR NO".
026800     PERFORM ACCEPT-OK-TO-PROCESS.
026900
027000 RUN-THE-REPORT.
027100     PERFORM GET-FROM-PAID-DATE.
027200     PERFORM GET-TO-PAID-DATE.
027300     PERFORM SORT-DATA-FILE.
027400     PERFORM SORT-RANK-FILE.
027500     PERFORM START-NEW-REPORT.
027600     PERFORM PROCESS-THE-RANK-FILE.
027700     PERFORM PRINT-COMPANY-TOTAL.
027800     PERFORM END-LAST-PAGE.
027900
028000 GET-FROM-PAID-DATE.
028100     MOVE ZEROES TO FROM-PAID-DATE.
028200     DISPLAY "ENTER FIRST PAID DATE CCYYMMDD:".
028300     ACCEPT FROM-PAID-DATE.
028400     PERFORM RE-ACCEPT-FROM-PAID-DATE
028500         UNTIL FROM-PAID-DATE > 19000000.
028600
028700 RE-ACCEPT-FROM-PAID-DATE.
028800     DISPLAY "YOU MUST ENTER A DATE AS CCYYMMDD".
028900     ACCEPT FROM-PAID-DATE.
029000
029100 GET-TO-PAID-DATE.
029200     PERFORM ACCEPT-TO-PAID-DATE.
029300     PERFORM RE-ACCEPT-TO-PAID-DATE
029400         UNTIL TO-PAID-DATE NOT < FROM-PAID-DATE.
029500
029600 ACCEPT-TO-PAID-DATE.
029700     MOVE ZEROES TO TO-PAID-DATE.
029800     DISPLAY "ENTER LAST PAID DATE CCYYMMDD (BLANK FOR TODAY):".
029900     ACCEPT TO-PAID-DATE.
030000     IF TO-PAID-DATE = ZEROES
030100         ACCEPT TO-PAID-DATE FROM DATE YYYYMMDD.
030200
030300 RE-ACCEPT-TO-PAID-DATE.
030400     DISPLAY "THE LAST PAID DATE CANNOT BE BEFORE THE FIRST".
030500     PERFORM ACCEPT-TO-PAID-DATE.
030600
030700*---------------------------------
030800* Invoices paid in the range from both voucher files,
030900* sorted by vendor.
031000*---------------------------------
031100 SORT-DATA-FILE.
031200     SORT SORT-FILE
031300         ON ASCENDING KEY SORT-VENDOR
031400                          SORT-PAID-DATE
031500         INPUT PROCEDURE IS BUILD-SORT-FILE
031600         GIVING WORK-FILE.
031700
031800 BUILD-SORT-FILE.
031900     PERFORM RELEASE-OPEN-VOUCHERS.
032000     PERFORM RELEASE-HISTORY-VOUCHERS.
032100
032200 RELEASE-OPEN-VOUCHERS.
032300     OPEN INPUT VOUCHER-FILE.
032400     PERFORM READ-VOUCHER-RECORD.
032500     PERFORM RELEASE-ONE-VOUCHER
032600         UNTIL VOUCHER-FILE-AT-END = "Y".
032700     CLOSE VOUCHER-FILE.
032800
032900 READ-VOUCHER-RECORD.
033000     MOVE "N" TO VOUCHER-FILE-AT-END.
033100     READ VOUCHER-FILE NEXT RECORD
033200         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
033300
033400 RELEASE-ONE-VOUCHER.
033500     IF VOUCHER-PAID-DATE NOT = ZEROES
033600        AND VOUCHER-AMOUNT > ZEROES
033700        AND VOUCHER-PAID-DATE NOT < FROM-PAID-DATE
033800        AND VOUCHER-PAID-DATE NOT > TO-PAID-DATE
033900         MOVE VOUCHER-VENDOR      TO SORT-VENDOR
034000         MOVE VOUCHER-PAID-DATE   TO SORT-PAID-DATE
034100         MOVE VOUCHER-DATE        TO SORT-DATE
034200         MOVE VOUCHER-DUE         TO SORT-DUE
034300         MOVE VOUCHER-AMOUNT      TO SORT-AMOUNT
034400         MOVE VOUCHER-PAID-AMOUNT TO SORT-PAID-AMOUNT
034500         MOVE VOUCHER-WITHHELD    TO SORT-WITHHELD
034600         RELEASE SORT-RECORD.
034700     PERFORM READ-VOUCHER-RECORD.
034800
034900 RELEASE-HISTORY-VOUCHERS.
035000     OPEN INPUT HISTORY-FILE.
035100     PERFORM READ-HISTORY-RECORD.
035200     PERFORM RELEASE-ONE-HISTORY
035300         UNTIL HISTORY-FILE-AT-END = "Y".
035400     CLOSE HISTORY-FILE.
035500
035600 READ-HISTORY-RECORD.
035700     MOVE "N" TO HISTORY-FILE-AT-END.
035800     READ HISTORY-FILE NEXT RECORD
035900         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
036000
036100 RELEASE-ONE-HISTORY.
036200     IF HISTORY-PAID-DATE NOT = ZEROES
036300        AND HISTORY-AMOUNT > ZEROES
036400        AND HISTORY-PAID-DATE NOT < FROM-PAID-DATE
036500        AND HISTORY-PAID-DATE NOT > TO-PAID-DATE
036600         MOVE HISTORY-VENDOR      TO SORT-VENDOR
036700         MOVE HISTORY-PAID-DATE   TO SORT-PAID-DATE
036800         MOVE HISTORY-DATE        TO SORT-DATE
036900         MOVE HISTORY-DUE         TO SORT-DUE
037000         MOVE HISTORY-AMOUNT      TO SORT-AMOUNT
037100         MOVE HISTORY-PAID-AMOUNT TO SORT-PAID-AMOUNT
037200         MOVE HISTORY-WITHHELD    TO SORT-WITHHELD
037300         RELEASE SORT-RECORD.
037400     PERFORM READ-HISTORY-RECORD.
037500
037600*---------------------------------
037700* One total record per vendor, ranked by discount lost -
037800* largest first, vendor number order within a tie.
037900*---------------------------------
038000 SORT-RANK-FILE.
038100     SORT RANK-SORT-FILE
038200         ON DESCENDING KEY RANK-SORT-LOST
038300         ON ASCENDING KEY RANK-SORT-VENDOR
038400         INPUT PROCEDURE IS BUILD-RANK-SORT
038500         GIVING RANK-FILE.
038600
038700 BUILD-RANK-SORT.
038800     OPEN INPUT WORK-FILE.
038900     PERFORM READ-WORK-RECORD.
039000     PERFORM SUMMARIZE-ONE-VENDOR
039100         UNTIL WORK-FILE-AT-END = "Y".
039200     CLOSE WORK-FILE.
039300
039400 READ-WORK-RECORD.
039500     MOVE "N" TO WORK-FILE-AT-END.
039600     READ WORK-FILE NEXT RECORD
039700         AT END MOVE "Y" TO WORK-FILE-AT-END.
039800
039900 SUMMARIZE-ONE-VENDOR.
040000     MOVE WORK-VENDOR TO CURRENT-VENDOR.
040100     MOVE ZEROES TO VENDOR-COUNT
040200                    VENDOR-DAYS-TO-PAY
040300                    VENDOR-DAYS-VS-DUE
040400                    VENDOR-AVAILABLE
040500                    VENDOR-TAKEN
040600                    VENDOR-LOST.
040700     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
040800     PERFORM READ-VENDOR-RECORD.
040900
041000     PERFORM ADD-ONE-PAYMENT
041100         UNTIL WORK-FILE-AT-END = "Y"
041200            OR WORK-VENDOR NOT = CURRENT-VENDOR.
041300
041400     MOVE VENDOR-LOST        TO RANK-SORT-LOST.
041500     MOVE CURRENT-VENDOR     TO RANK-SORT-VENDOR.
041600     MOVE VENDOR-COUNT       TO RANK-SORT-COUNT.
041700     MOVE VENDOR-DAYS-TO-PAY TO RANK-SORT-DAYS-TO-PAY.
041800     MOVE VENDOR-DAYS-VS-DUE TO RANK-SORT-DAYS-VS-DUE.
041900     MOVE VENDOR-AVAILABLE   TO RANK-SORT-AVAILABLE.
042000     MOVE VENDOR-TAKEN       TO RANK-SORT-TAKEN.
042100     RELEASE RANK-SORT-RECORD.
042200
042300* Days to pay run from the invoice date, days against due
042400* from the due date - both to the paid date.  An invoice
042500* whose discount taken comes to more than its terms offer
042600* today loses nothing.
042700 ADD-ONE-PAYMENT.
042800     MOVE WORK-PAID-DATE TO PAID-DATE-FIELD.
042900     MOVE WORK-DATE TO FROM-DATE-FIELD.
043000     PERFORM COMPUTE-DAYS-BETWEEN.
043100     ADD DAYS-BETWEEN TO VENDOR-DAYS-TO-PAY.
043200     MOVE WORK-DUE TO FROM-DATE-FIELD.
043300     PERFORM COMPUTE-DAYS-BETWEEN.
043400     ADD DAYS-BETWEEN TO VENDOR-DAYS-VS-DUE.
043500
043600     MOVE ZEROES TO INVOICE-AVAILABLE.
043700     IF VENDOR-RECORD-FOUND = "Y"
043800        AND VENDOR-DISCOUNT-PCT NOT = ZEROES
043900         COMPUTE INVOICE-AVAILABLE ROUNDED =
044000                 WORK-AMOUNT * VENDOR-DISCOUNT-PCT / 100.
044100     COMPUTE INVOICE-TAKEN =
044200             WORK-AMOUNT - WORK-PAID-AMOUNT - WORK-WITHHELD.
044300     IF INVOICE-TAKEN < ZEROES
044400         MOVE ZEROES TO INVOICE-TAKEN.
044500     ADD INVOICE-AVAILABLE TO VENDOR-AVAILABLE.
044600     ADD INVOICE-TAKEN TO VENDOR-TAKEN.
044700     IF INVOICE-AVAILABLE > INVOICE-TAKEN
044800         COMPUTE VENDOR-LOST = VENDOR-LOST
044900                 + INVOICE-AVAILABLE - INVOICE-TAKEN.
045000
045100     ADD 1 TO VENDOR-COUNT.
045200     PERFORM READ-WORK-RECORD.
045300
045400 COMPUTE-DAYS-BETWEEN.
045500     COMPUTE DAYS-BETWEEN =
045600             (PAID-DATE-CCYY - FROM-DATE-CCYY) * 360
045700           + (PAID-DATE-MM  - FROM-DATE-MM)  * 30
045800           + (PAID-DATE-DD  - FROM-DATE-DD).
045900
046000*---------------------------------
046100* One line per vendor off the ranked file
046200*---------------------------------
046300 PROCESS-THE-RANK-FILE.
046400     OPEN INPUT RANK-FILE.
046500     PERFORM READ-RANK-RECORD.
046600     PERFORM PRINT-ONE-VENDOR-LINE
046700         UNTIL RANK-FILE-AT-END = "Y".
046800     CLOSE RANK-FILE.
046900
047000 READ-RANK-RECORD.
047100     MOVE "N" TO RANK-FILE-AT-END.
047200     READ RANK-FILE NEXT RECORD
047300         AT END MOVE "Y" TO RANK-FILE-AT-END.
047400
047500 PRINT-ONE-VENDOR-LINE.
047600     MOVE RANK-VENDOR TO VENDOR-NUMBER.
047700     PERFORM READ-VENDOR-RECORD.
047800     IF VENDOR-RECORD-FOUND = "N"
047900         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
048000
048100     IF LINE-COUNT > MAXIMUM-LINES
048200         PERFORM START-NEXT-PAGE.
048300     MOVE RANK-VENDOR TO PRINT-VENDOR.
048400     MOVE VENDOR-NAME TO PRINT-NAME.
048500     MOVE RANK-COUNT TO PRINT-COUNT.
048600     COMPUTE AVERAGE-DAYS ROUNDED =
048700             RANK-DAYS-TO-PAY / RANK-COUNT.
048800     MOVE AVERAGE-DAYS TO PRINT-DAYS-TO-PAY.
048900     COMPUTE AVERAGE-DAYS ROUNDED =
049000             RANK-DAYS-VS-DUE / RANK-COUNT.
049100     MOVE AVERAGE-DAYS TO PRINT-DAYS-VS-DUE.
049200     MOVE RANK-AVAILABLE TO PRINT-AVAILABLE.
049300     MOVE RANK-TAKEN TO PRINT-TAKEN.
049400     MOVE RANK-LOST TO PRINT-LOST.
049500     MOVE DETAIL-LINE TO PRINTER-RECORD.
049600     PERFORM WRITE-TO-PRINTER.
049700     MOVE SPACE TO DETAIL-LINE.
049800
049900     ADD 1 TO VENDORS-REPORTED.
050000     ADD RANK-COUNT TO COMPANY-COUNT.
050100     ADD RANK-DAYS-TO-PAY TO COMPANY-DAYS-TO-PAY.
050200     ADD RANK-DAYS-VS-DUE TO COMPANY-DAYS-VS-DUE.
050300     ADD RANK-AVAILABLE TO COMPANY-AVAILABLE.
050400     ADD RANK-TAKEN TO COMPANY-TAKEN.
050500     ADD RANK-LOST TO COMPANY-LOST.
050600
050700     PERFORM READ-RANK-RECORD.
050800
050900*---------------------------------
051000* Company total - the averages are over every invoice paid
051100* in the range, not an average of the vendor averages.
051200*---------------------------------
051300 PRINT-COMPANY-TOTAL.
051400     PERFORM LINE-FEED.
051500     MOVE "COMPANY TOTAL" TO PRINT-NAME.
051600     MOVE COMPANY-COUNT TO PRINT-COUNT.
051700     IF COMPANY-COUNT NOT = ZERO
051800         COMPUTE AVERAGE-DAYS ROUNDED =
051900                 COMPANY-DAYS-TO-PAY / COMPANY-COUNT
052000         MOVE AVERAGE-DAYS TO PRINT-DAYS-TO-PAY
052100         COMPUTE AVERAGE-DAYS ROUNDED =
052200                 COMPANY-DAYS-VS-DUE / COMPANY-COUNT
052300         MOVE AVERAGE-DAYS TO PRINT-DAYS-VS-DUE.
052400     MOVE COMPANY-AVAILABLE TO PRINT-AVAILABLE.
052500     MOVE COMPANY-TAKEN TO PRINT-TAKEN.
052600     MOVE COMPANY-LOST TO PRINT-LOST.
052700     MOVE DETAIL-LINE TO PRINTER-RECORD.
052800     PERFORM WRITE-TO-PRINTER.
052900
053000     DISPLAY "VENDORS REPORTED: " VENDORS-REPORTED.
053100     DISPLAY "DISCOUNT LOST FOR THE PERIOD: " PRINT-LOST.
053200     MOVE SPACE TO DETAIL-LINE.
053300
053400*---------------------------------
053500* Printing routines
053600*---------------------------------
053700 WRITE-TO-PRINTER.
053800     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
053900     ADD 1 TO LINE-COUNT.
054000
054100 LINE-FEED.
054200     MOVE SPACE TO PRINTER-RECORD.
054300     PERFORM WRITE-TO-PRINTER.
054400
054500 START-NEXT-PAGE.
054600     PERFORM END-LAST-PAGE.
054700     PERFORM START-NEW-PAGE.
054800
054900 START-NEW-REPORT.
055000     MOVE SPACE TO DETAIL-LINE.
055100     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
055200     MOVE FROM-PAID-DATE TO DATE-CCYYMMDD.
055300     PERFORM CONVERT-TO-MMDDCCYY.
055400     MOVE DATE-MMDDCCYY TO PRINT-FROM-DATE.
055500     MOVE TO-PAID-DATE TO DATE-CCYYMMDD.
055600     PERFORM CONVERT-TO-MMDDCCYY.
055700     MOVE DATE-MMDDCCYY TO PRINT-TO-DATE.
055800     PERFORM START-NEW-PAGE.
055900
056000 START-NEW-PAGE.
056100     ADD 1 TO PAGE-NUMBER.
056200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
056300     MOVE TITLE-LINE TO PRINTER-RECORD.
056400     PERFORM WRITE-TO-PRINTER.
056500     PERFORM LINE-FEED.
056600     MOVE COLUMN-LINE TO PRINTER-RECORD.
056700     PERFORM WRITE-TO-PRINTER.
056800     MOVE COLUMN-LINE-2 TO PRINTER-RECORD.
056900     PERFORM WRITE-TO-PRINTER.
057000     PERFORM LINE-FEED.
057100
057200 END-LAST-PAGE.
057300     PERFORM FORM-FEED.
057400     MOVE ZERO TO LINE-COUNT.
057500
057600 FORM-FEED.
057700     MOVE SPACE TO PRINTER-RECORD.
057800     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
057900
058000*---------------------------------
058100* Other File IO routines
058200*---------------------------------
058300 READ-VENDOR-RECORD.
058400     MOVE "Y" TO VENDOR-RECORD-FOUND.
058500     READ VENDOR-FILE RECORD
058600         INVALID KEY
058700         MOVE "N" TO VENDOR-RECORD-FOUND.
058800
058900*---------------------------------
059000* Utility Routines
059100*---------------------------------
059200     COPY "PLDATE01.CBL".
