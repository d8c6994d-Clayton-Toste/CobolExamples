000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BWHRPT01.
000300*---------------------------------
000400* Quarterly backup withholding report
000500* Lists every vendor the check run held federal backup tax
000600* back from during a calendar quarter - gross paid and tax
000700* withheld per vendor with the tax ID - then the withheld
000800* total for each month of the quarter and the quarter total.
000900* The monthly lines are what the deposits are made from and
001000* the quarter and year figures feed the annual 945 return.
001100*
001200* Payments are picked up off both the open and the history
001300* voucher files by paid date, so a quarter can be rerun
001400* after the vouchers have been archived.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
001800 FILE-CONTROL.
001900
002000     COPY "SLVOUCH.CBL".
002100
002200     COPY "SLVCHHS.CBL".
002300
002400     COPY "SLVND02.CBL".
002500
002600     SELECT WORK-FILE
002700         ASSIGN TO "WORK"
002800         ORGANIZATION IS SEQUENTIAL.
002900
003000     SELECT SORT-FILE
003100         ASSIGN TO "SORT".
003200
003300     SELECT PRINTER-FILE
003400         ASSIGN TO PRINTER
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDVOUCH.CBL".
004100
004200     COPY "FDVCHHS.CBL".
004300
004400     COPY "FDVND04.CBL".
004500
004600 FD  WORK-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  WORK-RECORD.
004900     05  WORK-VENDOR           PIC 9(5).
005000     05  WORK-PAID-DATE        PIC 9(8).
005100     05  WORK-PAID-AMOUNT      PIC S9(6)V99.
005200     05  WORK-WITHHELD         PIC S9(6)V99.
005300
005400 SD  SORT-FILE.
005500
005600 01  SORT-RECORD.
005700     05  SORT-VENDOR           PIC 9(5).
005800     05  SORT-PAID-DATE        PIC 9(8).
005900     05  SORT-PAID-AMOUNT      PIC S9(6)V99.
006000     05  SORT-WITHHELD         PIC S9(6)V99.
006100
006200 FD  PRINTER-FILE
006300     LABEL RECORDS ARE OMITTED.
006400 01  PRINTER-RECORD             PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700
006800     COPY "WSCASE01.CBL".
006900
007000 77  OK-TO-PROCESS         PIC X.
007100
007200* Reporting year and quarter - operator entered
007300 77  REPORTING-YEAR        PIC 9(4) VALUE ZEROES.
007400 77  REPORTING-QUARTER     PIC 9 VALUE ZERO.
007500 77  FIRST-MONTH           PIC 99 VALUE ZERO.
007600 77  LAST-MONTH            PIC 99 VALUE ZERO.
007700
007800 77  VOUCHER-FILE-AT-END     PIC X.
007900 77  HISTORY-FILE-AT-END     PIC X.
008000 77  WORK-FILE-AT-END        PIC X.
008100 77  VENDOR-RECORD-FOUND     PIC X.
008200
008300* Control break current value for vendor
008400 77  CURRENT-VENDOR          PIC 9(5).
008500 77  VENDOR-GROSS-TOTAL      PIC S9(7)V99.
008600 77  VENDOR-WITHHELD-TOTAL   PIC S9(7)V99.
008700
008800 77  LINE-COUNT              PIC 999 VALUE ZERO.
008900 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
009000 77  MAXIMUM-LINES           PIC 999 VALUE 55.
009100
009200 77  VENDORS-REPORTED        PIC 9(5) VALUE ZERO.
009300 77  QUARTER-GROSS-TOTAL     PIC S9(9)V99 VALUE ZERO.
009400 77  QUARTER-WITHHELD-TOTAL  PIC S9(9)V99 VALUE ZERO.
009500
009600* Withheld per month of the quarter - first, second, third
009700 01  MONTH-TOTALS.
009800     05  MONTH-WITHHELD      PIC S9(7)V99 OCCURS 3 TIMES.
009900 77  MONTH-INDEX             PIC 9(3) COMP.
010000
010100* The paid date under test
010200 01  PAID-DATE-FIELD         PIC 9(8).
010300 01  PAID-DATE-R REDEFINES PAID-DATE-FIELD.
010400     05  PAID-DATE-CCYY      PIC 9(4).
010500     05  PAID-DATE-MM        PIC 9(2).
010600     05  PAID-DATE-DD        PIC 9(2).
010700
010800 01  DETAIL-LINE.
010900     05  PRINT-VENDOR      PIC ZZZZ9.
011000     05  FILLER            PIC X(1) VALUE SPACE.
011100     05  PRINT-NAME        PIC X(30).
011200     05  FILLER            PIC X(1) VALUE SPACE.
011300     05  PRINT-TAX-ID      PIC X(10).
011400     05  FILLER            PIC X(1) VALUE SPACE.
011500     05  PRINT-GROSS       PIC Z,ZZZ,ZZ9.99.
011600     05  FILLER            PIC X(1) VALUE SPACE.
011700     05  PRINT-WITHHELD    PIC Z,ZZZ,ZZ9.99.
011800
011900 01  MONTH-LINE.
012000     05  FILLER              PIC X(6) VALUE "MONTH ".
012100     05  PRINT-MONTH-MM      PIC 99.
012200     05  FILLER              PIC X(1) VALUE "/".
012300     05  PRINT-MONTH-CCYY    PIC 9(4).
012400     05  FILLER              PIC X(22)
012500         VALUE " BACKUP TAX WITHHELD".
012600     05  FILLER              PIC X(25) VALUE SPACE.
012700     05  PRINT-MONTH-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
012800
012900 01  TOTAL-LINE.
013000     05  PRINT-TOTAL-LITERAL  PIC X(26).
013100     05  FILLER               PIC X(1) VALUE SPACE.
013200     05  PRINT-TOTAL-COUNT    PIC ZZZZ9.
013300     05  FILLER               PIC X(2) VALUE SPACE.
013400     05  PRINT-TOTAL-GROSS    PIC ZZZ,ZZZ,ZZ9.99.
013500     05  FILLER               PIC X(2) VALUE SPACE.
013600     05  PRINT-TOTAL-WITHHELD PIC ZZZ,ZZZ,ZZ9.99.
013700
013800 01  TITLE-LINE.
013900     05  FILLER              PIC X(16) VALUE SPACE.
014000     05  FILLER              PIC X(29)
014100         VALUE "BACKUP WITHHOLDING - QUARTER ".
014200     05  PRINT-TITLE-QUARTER PIC 9.
014300     05  FILLER              PIC X(1) VALUE SPACE.
014400     05  PRINT-TITLE-YEAR    PIC 9(4).
014500     05  FILLER              PIC X(6) VALUE SPACE.
014600     05  FILLER              PIC X(5) VALUE "PAGE:".
014700     05  FILLER              PIC X(1) VALUE SPACE.
014800     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
014900
015000 01  COLUMN-LINE.
015100     05  FILLER         PIC X(6) VALUE "VENDOR".
015200     05  FILLER         PIC X(1) VALUE SPACE.
015300     05  FILLER         PIC X(4) VALUE "NAME".
015400     05  FILLER         PIC X(27) VALUE SPACE.
015500     05  FILLER         PIC X(6) VALUE "TAX ID".
015600     05  FILLER         PIC X(6) VALUE SPACE.
015700     05  FILLER         PIC X(10) VALUE "GROSS PAID".
015800     05  FILLER         PIC X(5) VALUE SPACE.
015900     05  FILLER         PIC X(8) VALUE "WITHHELD".
016000
016100 PROCEDURE DIVISION.
016200 PROGRAM-BEGIN.
016300
016400     PERFORM OPENING-PROCEDURE.
016500     PERFORM MAIN-PROCESS.
016600     PERFORM CLOSING-PROCEDURE.
016700
016800 PROGRAM-EXIT.
016900     EXIT PROGRAM.
017000
017100 PROGRAM-DONE.
017200     ACCEPT OMITTED. STOP RUN.
017300
017400 OPENING-PROCEDURE.
017500     OPEN I-O VENDOR-FILE.
017600     OPEN OUTPUT PRINTER-FILE.
017700
017800 CLOSING-PROCEDURE.
017900     CLOSE VENDOR-FILE.
018000     CLOSE PRINTER-FILE.
018100
018200 MAIN-PROCESS.
018300     PERFORM GET-OK-TO-PROCESS.
018400     IF OK-TO-PROCESS = "Y"
018500         PERFORM RUN-THE-REPORT.
018600
018700 GET-OK-TO-PROCESS.
018800     PERFORM ACCEPT-OK-TO-PROCESS.
018900     PERFORM RE-ACCEPT-OK-TO-PROCESS
019000         UNTIL OK-TO-PROCESS = "Y" OR "N".
019100
019200 ACCEPT-OK-TO-PROCESS.
019300     DISPLAY "PRINT QUARTERLY BACKUP WITHHOLDING REPORT (Y/N)?".
019400     ACCEPT OK-TO-PROCESS.
019500     INSPECT OK-TO-PROCESS
019600       CONVERTING LOWER-ALPHA
019700       TO         UPPER-ALPHA.
019800
019900 RE-ACCEPT-OK-TO-PROCESS.
020000     DISPLAY "YOU MUST ENTER YES OR NO".
020100     PERFORM ACCEPT-OK-TO-PROCESS.
020200
020300 RUN-THE-REPORT.
020400     PERFORM GET-REPORTING-YEAR.
020500     PERFORM GET-REPORTING-QUARTER.
020600     COMPUTE FIRST-MONTH = (REPORTING-QUARTER - 1) * 3 + 1.
020700     COMPUTE LAST-MONTH = FIRST-MONTH + 2.
020800     MOVE ZEROES TO MONTH-WITHHELD(1)
020900                    MONTH-WITHHELD(2)
021000                    MONTH-WITHHELD(3).
021100     PERFORM SORT-DATA-FILE.
021200     PERFORM START-NEW-REPORT.
021300     PERFORM PROCESS-THE-WORK-FILE.
021400     PERFORM PRINT-RUN-TOTALS.
021500     PERFORM END-LAST-PAGE.
021600
021700 GET-REPORTING-YEAR.
021800     MOVE ZEROES TO REPORTING-YEAR.
021900     DISPLAY "ENTER REPORTING YEAR CCYY:".
022000     ACCEPT REPORTING-YEAR.
022100     PERFORM RE-ACCEPT-REPORTING-YEAR
022200         UNTIL REPORTING-YEAR > 1900.
022300
022400 RE-ACCEPT-REPORTING-YEAR.
022500     DISPLAY "YOU MUST ENTER A YEAR AS CCYY".
022600     ACCEPT REPORTING-YEAR.
022700
022800 GET-REPORTING-QUARTER.
022900     MOVE ZERO TO REPORTING-QUARTER.
023000     DISPLAY "ENTER QUARTER (1-4):".
023100     ACCEPT REPORTING-QUARTER.
023200     PERFORM RE-ACCEPT-REPORTING-QUARTER
023300         UNTIL REPORTING-QUARTER > 0
023400           AND REPORTING-QUARTER < 5.
023500
023600 RE-ACCEPT-REPORTING-QUARTER.
023700     DISPLAY "YOU MUST ENTER A QUARTER FROM 1 TO 4".
023800     ACCEPT REPORTING-QUARTER.
023900
024000*---------------------------------
024100* Withheld payments from both voucher files, sorted by
024200* vendor.  A payment qualifies when backup tax was held
024300* back from it and its paid date falls in the quarter.
024400*---------------------------------
024500 SORT-DATA-FILE.
024600     SORT SORT-FILE
024700         ON ASCENDING KEY SORT-VENDOR
024800                          SORT-PAID-DATE
024900         INPUT PROCEDURE IS BUILD-SORT-FILE
025000         GIVING WORK-FILE.
025100
025200 BUILD-SORT-FILE.
025300     PERFORM RELEASE-OPEN-VOUCHERS.
025400     PERFORM RELEASE-HISTORY-VOUCHERS.
025500
025600 RELEASE-OPEN-VOUCHERS.
025700     OPEN INPUT VOUCHER-FILE.
025800     PERFORM READ-VOUCHER-RECORD.
025900     PERFORM RELEASE-ONE-VOUCHER
026000         UNTIL VOUCHER-FILE-AT-END = "Y".
026100     CLOSE VOUCHER-FILE.
026200
026300 READ-VOUCHER-RECORD.
026400     MOVE "N" TO VOUCHER-FILE-AT-END.
026500     READ VOUCHER-FILE NEXT RECORD
026600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
026700
026800 RELEASE-ONE-VOUCHER.
026900     MOVE VOUCHER-PAID-DATE TO PAID-DATE-FIELD.
027000     IF VOUCHER-PAID-DATE NOT = ZEROES
027100        AND VOUCHER-WITHHELD NOT = ZEROES
027200        AND PAID-DATE-CCYY = REPORTING-YEAR
027300        AND PAID-DATE-MM NOT < FIRST-MONTH
027400        AND PAID-DATE-MM NOT > LAST-MONTH
027500         MOVE VOUCHER-VENDOR      TO SORT-VENDOR
027600         MOVE VOUCHER-PAID-DATE   TO SORT-PAID-DATE
027700         MOVE VOUCHER-PAID-AMOUNT TO SORT-PAID-AMOUNT
027800         MOVE VOUCHER-WITHHELD    TO SORT-WITHHELD
027900         RELEASE SORT-RECORD.
028000     PERFORM READ-VOUCHER-RECORD.
028100
028200 RELEASE-HISTORY-VOUCHERS.
028300     OPEN INPUT HISTORY-FILE.
028400     PERFORM READ-HISTORY-RECORD.
028500     PERFORM RELEASE-ONE-HISTORY
028600         UNTIL HISTORY-FILE-AT-END = "Y".
028700     CLOSE HISTORY-FILE.
028800
028900 READ-HISTORY-RECORD.
029000     MOVE "N" TO HISTORY-FILE-AT-END.
029100     READ HISTORY-FILE NEXT RECORD
029200         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
029300
029400 RELEASE-ONE-HISTORY.
029500     MOVE HISTORY-PAID-DATE TO PAID-DATE-FIELD.
029600     IF HISTORY-PAID-DATE NOT = ZEROES
029700        AND HISTORY-WITHHELD NOT = ZEROES
029800        AND PAID-DATE-CCYY = REPORTING-YEAR
029900        AND PAID-DATE-MM NOT < FIRST-MONTH
030000        AND PAID-DATE-MM NOT > LAST-MONTH
030100         MOVE HISTORY-VENDOR      TO SORT-VENDOR
030200         MOVE HISTORY-PAID-DATE   TO SORT-PAID-DATE
030300         MOVE HISTORY-PAID-AMOUNT TO SORT-PAID-AMOUNT
030400         MOVE HISTORY-WITHHELD    TO SORT-WITHHELD
030500         RELEASE SORT-RECORD.
030600     PERFORM READ-HISTORY-RECORD.
030700
030800*---------------------------------
030900* One vendor at a time off the sorted work file
031000*---------------------------------
031100 PROCESS-THE-WORK-FILE.
031200     OPEN INPUT WORK-FILE.
031300     PERFORM READ-WORK-RECORD.
031400     PERFORM PROCESS-ONE-VENDOR
031500         UNTIL WORK-FILE-AT-END = "Y".
031600     CLOSE WORK-FILE.
031700
031800 READ-WORK-RECORD.
031900     MOVE "N" TO WORK-FILE-AT-END.
032000     READ WORK-FILE NEXT RECORD
032100         AT END MOVE "Y" TO WORK-FILE-AT-END.
032200
032300 PROCESS-ONE-VENDOR.
032400     MOVE WORK-VENDOR TO CURRENT-VENDOR.
032500     MOVE ZEROES TO VENDOR-GROSS-TOTAL.
032600     MOVE ZEROES TO VENDOR-WITHHELD-TOTAL.
032700
032800     PERFORM ADD-ONE-PAYMENT
032900         UNTIL WORK-FILE-AT-END = "Y"
033000            OR WORK-VENDOR NOT = CURRENT-VENDOR.
033100
033200     PERFORM PRINT-ONE-VENDOR-LINE.
033300
033400* The gross is the cash paid plus the tax held back from it.
033500 ADD-ONE-PAYMENT.
033600     ADD WORK-PAID-AMOUNT WORK-WITHHELD TO VENDOR-GROSS-TOTAL.
033700     ADD WORK-WITHHELD TO VENDOR-WITHHELD-TOTAL.
033800     MOVE WORK-PAID-DATE TO PAID-DATE-FIELD.
033900     COMPUTE MONTH-INDEX = PAID-DATE-MM - FIRST-MONTH + 1.
034000     ADD WORK-WITHHELD TO MONTH-WITHHELD(MONTH-INDEX).
034100     PERFORM READ-WORK-RECORD.
034200
034300 PRINT-ONE-VENDOR-LINE.
034400     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
034500     PERFORM READ-VENDOR-RECORD.
034600     IF VENDOR-RECORD-FOUND = "N"
034700         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME
034800         MOVE SPACES TO VENDOR-TAX-ID.
034900
035000     IF LINE-COUNT > MAXIMUM-LINES
035100         PERFORM START-NEXT-PAGE.
035200     MOVE CURRENT-VENDOR TO PRINT-VENDOR.
035300     MOVE VENDOR-NAME TO PRINT-NAME.
035400     IF VENDOR-TAX-ID = SPACES
035500         MOVE "*NO ID*" TO PRINT-TAX-ID
035600     ELSE
035700         MOVE VENDOR-TAX-ID TO PRINT-TAX-ID.
035800     MOVE VENDOR-GROSS-TOTAL TO PRINT-GROSS.
035900     MOVE VENDOR-WITHHELD-TOTAL TO PRINT-WITHHELD.
036000     MOVE DETAIL-LINE TO PRINTER-RECORD.
036100     PERFORM WRITE-TO-PRINTER.
036200     MOVE SPACE TO DETAIL-LINE.
036300
036400     ADD 1 TO VENDORS-REPORTED.
036500     ADD VENDOR-GROSS-TOTAL TO QUARTER-GROSS-TOTAL.
036600     ADD VENDOR-WITHHELD-TOTAL TO QUARTER-WITHHELD-TOTAL.
036700
036800*---------------------------------
036900* Month and quarter totals
037000*---------------------------------
037100 PRINT-RUN-TOTALS.
037200     PERFORM LINE-FEED.
037300
037400     MOVE 1 TO MONTH-INDEX.
037500     PERFORM PRINT-ONE-MONTH-LINE
037600         UNTIL MONTH-INDEX > 3.
037700
037800     PERFORM LINE-FEED.
037900     MOVE "QUARTER TOTAL             " TO PRINT-TOTAL-LITERAL.
038000     MOVE VENDORS-REPORTED TO PRINT-TOTAL-COUNT.
038100     MOVE QUARTER-GROSS-TOTAL TO PRINT-TOTAL-GROSS.
038200     MOVE QUARTER-WITHHELD-TOTAL TO PRINT-TOTAL-WITHHELD.
038300     MOVE TOTAL-LINE TO PRINTER-RECORD.
038400     PERFORM WRITE-TO-PRINTER.
038500
038600     DISPLAY "BACKUP TAX WITHHELD FOR THE QUARTER: "
038700         PRINT-TOTAL-WITHHELD.
038800
038900 PRINT-ONE-MONTH-LINE.
039000     COMPUTE PRINT-MONTH-MM = FIRST-MONTH + MONTH-INDEX - 1.
039100     MOVE REPORTING-YEAR TO PRINT-MONTH-CCYY.
039200     MOVE MONTH-WITHHELD(MONTH-INDEX) TO PRINT-MONTH-AMOUNT.
039300     MOVE MONTH-LINE TO PRINTER-RECORD.
039400     PERFORM WRITE-TO-PRINTER.
039500     ADD 1 TO MONTH-INDEX.
039600
039700*---------------------------------
039800* Printing routines
039900*---------------------------------
040000 WRITE-TO-PRINTER.
040100     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
040200     ADD 1 TO LINE-COUNT.
040300
040400 LINE-FEED.
040500     MOVE SPACE TO PRINTER-RECORD.
040600     PERFORM WRITE-TO-PRINTER.
040700
040800 START-NEXT-PAGE.
040900     PERFORM END-LAST-PAGE.
041000     PERFORM START-NEW-PAGE.
041100
041200 START-NEW-REPORT.
041300     MOVE SPACE TO DETAIL-LINE.
041400     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
041500     MOVE REPORTING-QUARTER TO PRINT-TITLE-QUARTER.
041600     MOVE REPORTING-YEAR TO PRINT-TITLE-YEAR.
041700     PERFORM START-NEW-PAGE.
041800
041900 START-NEW-PAGE.
042000     ADD 1 TO PAGE-NUMBER.
042100     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
042200     MOVE TITLE-LINE TO PRINTER-RECORD.
042300     PERFORM WRITE-TO-PRINTER.
042400     PERFORM LINE-FEED.
042500     MOVE COLUMN-LINE TO PRINTER-RECORD.
042600     PERFORM WRITE-TO-PRINTER.
042700     PERFORM LINE-FEED.
042800
042900 END-LAST-PAGE.
043000     PERFORM FORM-FEED.
043100     MOVE ZERO TO LINE-COUNT.
043200
043300 FORM-FEED.
043400     MOVE SPACE TO PRINTER-RECORD.
043500     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
043600
043700*---------------------------------
043800* Other File IO routines
043900*---------------------------------
044000 READ-VENDOR-RECORD.
044100     MOVE "Y" TO VENDOR-RECORD-FOUND.
044200     READ VENDOR-FILE RECORD
044300         INVALID KEY
044400         MOVE "N" TO VENDOR-RECORD-FOUND.
