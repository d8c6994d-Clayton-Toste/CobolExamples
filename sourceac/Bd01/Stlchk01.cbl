000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. STLCHK01.
000300*---------------------------------
000400* Stale-dated outstanding checks and unclaimed property
000500* Ages every check still outstanding - paid on the open or
000600* the history voucher file, not on the bank's cleared-items
000700* file BANKCLR and not on the voided check file - by its
000800* issue date, and prints the checks outstanding longer than
000900* an operator-entered number of days, by payee state and
001000* payee name, with the state's name off the state file and
001100* a total for each state.
001200*
001300* Checks the state's dormancy period has caught can be
001400* escheated - all of the listed checks or one at a time.
001500* Each escheated check is written to the unclaimed property
001600* extract UNCLAIM, in state order, with the payee's name and
001700* address, the check number, date and amount.  A void record
001800* of type E takes the check off the bank reconciliation's
001900* outstanding list, a positive-pay void stops the bank
002000* honoring it if it turns up later, and the escheat goes on
002100* the audit log.  The vouchers themselves stay paid.  The
002110* check's amount goes back on the book balance of the bank
002120* account it was drawn on, until the state is paid.
002200* Escheating needs supervisor authority; anyone may print
002300* the report.
002400*
002500* Electronic payments never went out on paper and are not
002600* aged.  Check numbers are matched to BANKCLR on the number
002700* alone, the same as the bank reconciliation.
002800*---------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200
003300     COPY "SLVOUCH.CBL".
003400
003500     COPY "SLVCHHS.CBL".
003600
003700     COPY "SLVND02.CBL".
003800
003900     COPY "SLSTATE.CBL".
004000
004100     COPY "SLCHKVD.CBL".
004200
004300     COPY "SLPOSPY.CBL".
004400
004500     COPY "SLAUDIT.CBL".
004600
004700     COPY "SLOPER.CBL".
004710
004720     COPY "SLBNKAC.CBL".
004800
004900     SELECT BANK-FILE
005000         ASSIGN TO "BANKCLR"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200
005300     SELECT WORK-FILE
005400         ASSIGN TO "WORK"
005500         ORGANIZATION IS SEQUENTIAL.
005600
005700     SELECT SORT-FILE
005800         ASSIGN TO "SORT".
005900
006000     SELECT STALE-FILE
006100         ASSIGN TO "STALE"
006200         ORGANIZATION IS SEQUENTIAL.
006300
006400     SELECT STALE-SORT-FILE
006500         ASSIGN TO "SORT".
006600
006700     SELECT EXTRACT-FILE
006800         ASSIGN TO "UNCLAIM"
006900         ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT PRINTER-FILE
007200         ASSIGN TO PRINTER
007300         ORGANIZATION IS LINE SEQUENTIAL.
007400
007500 DATA DIVISION.
007600 FILE SECTION.
007700
007800     COPY "FDVOUCH.CBL".
007900
008000     COPY "FDVCHHS.CBL".
008100
008200     COPY "FDVND04.CBL".
008300
008400     COPY "FDSTATE.CBL".
008500
008600     COPY "FDCHKVD.CBL".
008700
008800     COPY "FDPOSPY.CBL".
008900
009000     COPY "FDAUDIT.CBL".
009100
009200     COPY "FDOPER.CBL".
009210
009220     COPY "FDBNKAC.CBL".
009300
009400 FD  BANK-FILE
009500     LABEL RECORDS ARE OMITTED.
009600 01  BANK-RECORD.
009700     05  BANK-CHECK-NO         PIC 9(6).
009800     05  BANK-CLEARED-DATE     PIC 9(8).
009900     05  BANK-CLEARED-AMOUNT   PIC 9(7)V99.
009910     05  BANK-ITEM-TYPE        PIC X.
009920         88  BANK-ITEM-IS-DEPOSIT     VALUE "D".
010000
010100* Every paid voucher, void and cleared item by check number -
010200* source 1 cleared by the bank, 2 voided or escheated, 3 a
010300* voucher the check paid.
010400 FD  WORK-FILE
010500     LABEL RECORDS ARE STANDARD.
010600 01  WORK-RECORD.
010700     05  WORK-CHECK-NO         PIC 9(6).
010800     05  WORK-SOURCE           PIC 9.
010900     05  WORK-VENDOR           PIC 9(5).
011000     05  WORK-PAID-DATE        PIC 9(8).
011100     05  WORK-AMOUNT           PIC S9(7)V99.
011200     05  WORK-BANK-ACCOUNT     PIC X(2).
011300
011400 SD  SORT-FILE.
011500
011600 01  SORT-RECORD.
011700     05  SORT-CHECK-NO         PIC 9(6).
011800     05  SORT-SOURCE           PIC 9.
011900     05  SORT-VENDOR           PIC 9(5).
012000     05  SORT-PAID-DATE        PIC 9(8).
012100     05  SORT-AMOUNT           PIC S9(7)V99.
012200     05  SORT-BANK-ACCOUNT     PIC X(2).
012300
012400* One record per stale check, in payee state and name order
012500 FD  STALE-FILE
012600     LABEL RECORDS ARE STANDARD.
012700 01  STALE-RECORD.
012800     05  STALE-STATE           PIC X(2).
012900     05  STALE-NAME            PIC X(30).
013000     05  STALE-CHECK-NO        PIC 9(6).
013100     05  STALE-VENDOR          PIC 9(5).
013200     05  STALE-PAID-DATE       PIC 9(8).
013300     05  STALE-DAYS            PIC 9(5).
013400     05  STALE-AMOUNT          PIC S9(7)V99.
013500     05  STALE-BANK-ACCOUNT    PIC X(2).
013600
013700 SD  STALE-SORT-FILE.
013800
013900 01  STALE-SORT-RECORD.
014000     05  STALE-SORT-STATE      PIC X(2).
014100     05  STALE-SORT-NAME       PIC X(30).
014200     05  STALE-SORT-CHECK-NO   PIC 9(6).
014300     05  STALE-SORT-VENDOR     PIC 9(5).
014400     05  STALE-SORT-PAID-DATE  PIC 9(8).
014500     05  STALE-SORT-DAYS       PIC 9(5).
014600     05  STALE-SORT-AMOUNT     PIC S9(7)V99.
014700     05  STALE-SORT-BANK-ACCOUNT PIC X(2).
014800
014900* Unclaimed property extract - one record per escheated
015000* check, grouped by the payee's state.  Amount as digits
015100* with two implied decimal places.
015200 FD  EXTRACT-FILE
015300     LABEL RECORDS ARE OMITTED.
015400 01  EXTRACT-RECORD.
015500     05  EXTRACT-STATE         PIC X(2).
015600     05  EXTRACT-VENDOR        PIC 9(5).
015700     05  EXTRACT-NAME          PIC X(30).
015800     05  EXTRACT-ADDRESS-1     PIC X(30).
015900     05  EXTRACT-ADDRESS-2     PIC X(30).
016000     05  EXTRACT-CITY          PIC X(20).
016100     05  EXTRACT-ZIP           PIC X(10).
016200     05  EXTRACT-TAX-ID        PIC X(10).
016300     05  EXTRACT-CHECK-NO      PIC 9(6).
016400     05  EXTRACT-CHECK-DATE    PIC 9(8).
016500     05  EXTRACT-AMOUNT        PIC 9(7)V99.
016600     05  EXTRACT-BANK-ACCOUNT  PIC X(2).
016700
016800 FD  PRINTER-FILE
016900     LABEL RECORDS ARE OMITTED.
017000 01  PRINTER-RECORD             PIC X(80).
017100
017200 WORKING-STORAGE SECTION.
017300
017400     COPY "WSCASE01.CBL".
017500
017600     COPY "WSAUDT01.CBL".
017700
017800 77  OK-TO-PROCESS         PIC X.
017900
018000* Run options - operator entered
018100 77  DORMANCY-DAYS         PIC 9(5) VALUE ZEROES.
018200 77  WANTED-BANK-ACCOUNT   PIC X(2) VALUE SPACES.
018300* A escheat every listed check, C choose one at a time,
018400* N print the report only
018500 77  ESCHEAT-OPTION        PIC X.
018600     88  ESCHEAT-ALL             VALUE "A".
018700     88  ESCHEAT-BY-CHOICE       VALUE "C".
018800     88  ESCHEAT-NONE            VALUE "N".
018900 77  ESCHEAT-THIS-CHECK    PIC X.
019000
019100 77  VOUCHER-FILE-AT-END     PIC X.
019200 77  HISTORY-FILE-AT-END     PIC X.
019300 77  VOID-FILE-AT-END        PIC X.
019400 77  BANK-FILE-AT-END        PIC X.
019500 77  WORK-FILE-AT-END        PIC X.
019600 77  STALE-FILE-AT-END       PIC X.
019700 77  VENDOR-RECORD-FOUND     PIC X.
019800 77  STATE-RECORD-FOUND      PIC X.
019810 77  BANK-ACCOUNT-FOUND      PIC X.
019820 77  BANK-REWRITE-OK         PIC X.
019900
020000* One check off the work file - every record for the same
020100* check number taken together
020200 77  CURRENT-CHECK-NO        PIC 9(6).
020300 77  CHECK-CLEARED           PIC X.
020400 77  CHECK-VOIDED            PIC X.
020500 77  CHECK-PAID              PIC X.
020600 77  CHECK-VENDOR            PIC 9(5).
020700 77  CHECK-PAID-DATE         PIC 9(8).
020800 77  CHECK-AMOUNT            PIC S9(7)V99.
020900 77  CHECK-BANK-ACCOUNT      PIC X(2).
021000 77  CHECK-DAYS              PIC S9(6).
021100
021200* Control break current value for state
021300 77  CURRENT-STATE           PIC X(2).
021400 77  STATE-COUNT             PIC 9(5).
021500 77  STATE-TOTAL             PIC S9(8)V99.
021600
021700 77  LINE-COUNT              PIC 999 VALUE ZERO.
021800 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
021900 77  MAXIMUM-LINES           PIC 999 VALUE 55.
022000
022100 77  STALE-COUNT             PIC 9(5) VALUE ZERO.
022200 77  STALE-TOTAL             PIC S9(9)V99 VALUE ZERO.
022300 77  ESCHEAT-COUNT           PIC 9(5) VALUE ZERO.
022400 77  ESCHEAT-TOTAL           PIC S9(9)V99 VALUE ZERO.
022500
022600* Dates under test - days counted on 30-day months
022700 01  AS-OF-DATE              PIC 9(8) VALUE ZEROES.
022800 01  AS-OF-DATE-R REDEFINES AS-OF-DATE.
022900     05  AS-OF-CCYY          PIC 9(4).
023000     05  AS-OF-MM            PIC 9(2).
023100     05  AS-OF-DD            PIC 9(2).
023200
023300 01  ISSUE-DATE-FIELD        PIC 9(8).
023400 01  ISSUE-DATE-R REDEFINES ISSUE-DATE-FIELD.
023500     05  ISSUE-DATE-CCYY     PIC 9(4).
023600     05  ISSUE-DATE-MM       PIC 9(2).
023700     05  ISSUE-DATE-DD       PIC 9(2).
023800
023900 01  DETAIL-LINE.
024000     05  PRINT-CHECK-NO    PIC ZZZZZ9.
024100     05  FILLER            PIC X(1) VALUE SPACE.
024200     05  PRINT-NAME        PIC X(30).
024300     05  FILLER            PIC X(1) VALUE SPACE.
024400     05  PRINT-DATE        PIC Z9/99/9999.
024500     05  FILLER            PIC X(1) VALUE SPACE.
024600     05  PRINT-DAYS        PIC ZZZZ9.
024700     05  FILLER            PIC X(1) VALUE SPACE.
024800     05  PRINT-AMOUNT      PIC ZZZ,ZZ9.99.
024900     05  FILLER            PIC X(1) VALUE SPACE.
025000     05  PRINT-BANK-ACCOUNT PIC X(2).
025100     05  FILLER            PIC X(1) VALUE SPACE.
025200     05  PRINT-ESCHEATED   PIC X(7).
025300
025400 01  STATE-HEADER-LINE.
025500     05  FILLER              PIC X(7) VALUE "STATE: ".
025600     05  PRINT-STATE-CODE    PIC X(2).
025700     05  FILLER              PIC X(1) VALUE SPACE.
025800     05  PRINT-STATE-NAME    PIC X(20).
025900
026000 01  TOTAL-LINE.
026100     05  PRINT-TOTAL-LITERAL  PIC X(30).
026200     05  FILLER               PIC X(1) VALUE SPACE.
026300     05  PRINT-TOTAL-COUNT    PIC ZZZZ9.
026400     05  FILLER               PIC X(9) VALUE " CHECKS  ".
026500     05  PRINT-TOTAL-AMOUNT   PIC ZZ,ZZZ,ZZ9.99.
026600
026700 01  TITLE-LINE.
026800     05  FILLER              PIC X(10) VALUE SPACE.
026900     05  FILLER              PIC X(24)
027000         VALUE "CHECKS OUTSTANDING OVER ".
027100     05  PRINT-TITLE-DAYS    PIC ZZZZ9.
027200     05  FILLER              PIC X(13) VALUE " DAYS AS OF ".
027300     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
027400     05  FILLER              PIC X(3) VALUE SPACE.
027500     05  FILLER              PIC X(5) VALUE "PAGE:".
027600     05  FILLER              PIC X(1) VALUE SPACE.
027700     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
027800
027900 01  COLUMN-LINE.
028000     05  FILLER         PIC X(5) VALUE "CHECK".
028100     05  FILLER         PIC X(2) VALUE SPACE.
028200     05  FILLER         PIC X(5) VALUE "PAYEE".
028300     05  FILLER         PIC X(26) VALUE SPACE.
028400     05  FILLER         PIC X(6) VALUE "ISSUED".
028500     05  FILLER         PIC X(6) VALUE SPACE.
028600     05  FILLER         PIC X(4) VALUE "DAYS".
028700     05  FILLER         PIC X(5) VALUE SPACE.
028800     05  FILLER         PIC X(6) VALUE "AMOUNT".
028900     05  FILLER         PIC X(1) VALUE SPACE.
029000     05  FILLER         PIC X(2) VALUE "BK".
029100
029200     COPY "WSDATE01.CBL".
029300
029400 PROCEDURE DIVISION.
029500 PROGRAM-BEGIN.
029600
029700     PERFORM OPENING-PROCEDURE.
029800     PERFORM MAIN-PROCESS.
029900     PERFORM CLOSING-PROCEDURE.
030000
030100 PROGRAM-EXIT.
030200     EXIT PROGRAM.
030300
030400 PROGRAM-DONE.
030500     ACCEPT OMITTED. STOP RUN.
030600
030700 OPENING-PROCEDURE.
030800     OPEN INPUT VENDOR-FILE.
030900     OPEN INPUT STATE-FILE.
031000     OPEN OUTPUT PRINTER-FILE.
031100     MOVE "STLCHK01" TO AUDIT-PROGRAM-ID.
031200     PERFORM GET-OPERATOR-INITIALS.
031300
031400 CLOSING-PROCEDURE.
031500     CLOSE VENDOR-FILE.
031600     CLOSE STATE-FILE.
031700     CLOSE PRINTER-FILE.
031800
031900 MAIN-PROCESS.
032000     PERFORM GET-OK-TO-PROCESS.
032100     IF OK-TO-PROCESS = "Y"
032200         PERFORM RUN-THE-REPORT.
032300
032400 GET-OK-TO-PROCESS.
032500     PERFORM ACCEPT-OK-TO-PROCESS.
032600     PERFORM RE-ACCEPT-OK-TO-PROCESS
032700         UNTIL OK-TO-PROCESS = "Y" OR "N".
032800
032900 ACCEPT-OK-TO-PROCESS.
033000     DISPLAY "PRINT STALE-DATED CHECK REPORT (Y/N)?".
033100     DISPLAY "(THE CLEARED ITEMS ARE READ FROM BANKCLR)".
033200     ACCEPT OK-TO-PROCESS.
033300     INSPECT OK-TO-PROCESS
033400       CONVERTING LOWER-ALPHA
033500       TO         UPPER-ALPHA.
033600
033700 RE-ACCEPT-OK-TO-PROCESS.
033800     DISPLAY "YOU MUST ENTER YES OR NO".
033900     PERFORM ACCEPT-OK-TO-PROCESS.
034000
034100 RUN-THE-REPORT.
034200     PERFORM GET-DORMANCY-DAYS.
034300     PERFORM GET-AS-OF-DATE.
034400     PERFORM GET-BANK-ACCOUNT-FILTER.
034500     PERFORM GET-ESCHEAT-OPTION.
034600     PERFORM SORT-DATA-FILE.
034700     PERFORM SORT-STALE-FILE.
034800     IF NOT ESCHEAT-NONE
034900         OPEN OUTPUT EXTRACT-FILE
035000         OPEN EXTEND VOID-FILE
035100         OPEN EXTEND POSPAY-FILE
035110         OPEN I-O BANK-ACCOUNT-FILE.
035200     PERFORM START-NEW-REPORT.
035300     PERFORM PROCESS-THE-STALE-FILE.
035400     PERFORM PRINT-RUN-TOTALS.
035500     PERFORM END-LAST-PAGE.
035600     IF NOT ESCHEAT-NONE
035700         CLOSE EXTRACT-FILE
035800         CLOSE VOID-FILE
035900         CLOSE POSPAY-FILE
035910         CLOSE BANK-ACCOUNT-FILE.
036000
036100 GET-DORMANCY-DAYS.
036200     MOVE ZEROES TO DORMANCY-DAYS.
036300     DISPLAY "ENTER DAYS OUTSTANDING BEFORE A CHECK IS STALE:".
036400     ACCEPT DORMANCY-DAYS.
036500     PERFORM RE-ACCEPT-DORMANCY-DAYS
036600         UNTIL DORMANCY-DAYS > ZERO.
036700
036800 RE-ACCEPT-DORMANCY-DAYS.
036900     DISPLAY "YOU MUST ENTER A NUMBER OF DAYS".
037000     ACCEPT DORMANCY-DAYS.
037100
037200 GET-AS-OF-DATE.
037300     DISPLAY "ENTER AS-OF DATE CCYYMMDD (BLANK FOR TODAY):".
037400     MOVE ZEROES TO AS-OF-DATE.
037500     ACCEPT AS-OF-DATE.
037600     IF AS-OF-DATE = ZEROES
037700         ACCEPT AS-OF-DATE FROM DATE YYYYMMDD.
037800
037900 GET-BANK-ACCOUNT-FILTER.
038000     MOVE SPACES TO WANTED-BANK-ACCOUNT.
038100     DISPLAY "ENTER BANK ACCOUNT CODE (BLANK FOR ALL):".
038200     ACCEPT WANTED-BANK-ACCOUNT.
038300     INSPECT WANTED-BANK-ACCOUNT
038400       CONVERTING LOWER-ALPHA
038500       TO         UPPER-ALPHA.
038600
038700* A clerk prints the report; escheating writes void records
038800* and needs the same authority as voiding a check.
038900 GET-ESCHEAT-OPTION.
039000     IF NOT OPERATOR-IS-SUPERVISOR
039100         DISPLAY "ESCHEATING CHECKS NEEDS SUPERVISOR AUTHORITY"
039200         DISPLAY "- THE REPORT WILL BE PRINTED ONLY"
039300         MOVE "N" TO ESCHEAT-OPTION
039400     ELSE
039500         PERFORM ACCEPT-ESCHEAT-OPTION
039600         PERFORM RE-ACCEPT-ESCHEAT-OPTION
039700             UNTIL ESCHEAT-ALL OR ESCHEAT-BY-CHOICE
039800                               OR ESCHEAT-NONE.
039900
040000 ACCEPT-ESCHEAT-OPTION.
040100     DISPLAY "ESCHEAT THE STALE CHECKS - A = ALL LISTED,".
040200     DISPLAY "C = CHOOSE EACH CHECK, N = REPORT ONLY:".
040300     ACCEPT ESCHEAT-OPTION.
040400     INSPECT ESCHEAT-OPTION
040500       CONVERTING LOWER-ALPHA
040600       TO         UPPER-ALPHA.
040700
040800 RE-ACCEPT-ESCHEAT-OPTION.
040900     DISPLAY "YOU MUST ENTER A, C OR N".
041000     PERFORM ACCEPT-ESCHEAT-OPTION.
041100
041200*---------------------------------
041300* Paid vouchers, voided checks and bank cleared items in
041400* check number order - cleared first, then void, then the
041500* vouchers, for each check number.
041600*---------------------------------
041700 SORT-DATA-FILE.
041800     SORT SORT-FILE
041900         ON ASCENDING KEY SORT-CHECK-NO
042000                          SORT-SOURCE
042100         INPUT PROCEDURE IS BUILD-SORT-FILE
042200         GIVING WORK-FILE.
042300
042400 BUILD-SORT-FILE.
042500     PERFORM RELEASE-CLEARED-ITEMS.
042600     PERFORM RELEASE-VOID-CHECKS.
042700     PERFORM RELEASE-OPEN-VOUCHERS.
042800     PERFORM RELEASE-HISTORY-VOUCHERS.
042900
043000 RELEASE-CLEARED-ITEMS.
043100     OPEN INPUT BANK-FILE.
043200     PERFORM READ-BANK-RECORD.
043300     PERFORM RELEASE-ONE-CLEARED-ITEM
043400         UNTIL BANK-FILE-AT-END = "Y".
043500     CLOSE BANK-FILE.
043600
043700 READ-BANK-RECORD.
043800     MOVE "N" TO BANK-FILE-AT-END.
043900     READ BANK-FILE
044000         AT END MOVE "Y" TO BANK-FILE-AT-END.
044100
044110* A deposit line carries its deposit reference where a
044120* check carries the check number - it clears no check.
044200 RELEASE-ONE-CLEARED-ITEM.
044210     IF NOT BANK-ITEM-IS-DEPOSIT
044300         MOVE BANK-CHECK-NO       TO SORT-CHECK-NO
044400         MOVE 1                   TO SORT-SOURCE
044500         MOVE ZEROES              TO SORT-VENDOR
044600         MOVE BANK-CLEARED-DATE   TO SORT-PAID-DATE
044700         MOVE BANK-CLEARED-AMOUNT TO SORT-AMOUNT
044800         MOVE SPACES              TO SORT-BANK-ACCOUNT
044900         RELEASE SORT-RECORD.
045000     PERFORM READ-BANK-RECORD.
045100
045200 RELEASE-VOID-CHECKS.
045300     MOVE "N" TO VOID-FILE-AT-END.
045400     OPEN INPUT VOID-FILE.
045500     PERFORM READ-VOID-RECORD.
045600     PERFORM RELEASE-ONE-VOID-CHECK
045700         UNTIL VOID-FILE-AT-END = "Y".
045800     CLOSE VOID-FILE.
045900
046000 READ-VOID-RECORD.
046100     READ VOID-FILE
046200         AT END MOVE "Y" TO VOID-FILE-AT-END.
046300
046400 RELEASE-ONE-VOID-CHECK.
046500     IF WANTED-BANK-ACCOUNT = SPACES
046600        OR VOID-BANK-ACCOUNT = WANTED-BANK-ACCOUNT
046700         MOVE VOID-CHECK-NO     TO SORT-CHECK-NO
046800         MOVE 2                 TO SORT-SOURCE
046900         MOVE VOID-VENDOR       TO SORT-VENDOR
047000         MOVE VOID-DATE         TO SORT-PAID-DATE
047100         MOVE VOID-AMOUNT       TO SORT-AMOUNT
047200         MOVE VOID-BANK-ACCOUNT TO SORT-BANK-ACCOUNT
047300         RELEASE SORT-RECORD.
047400     PERFORM READ-VOID-RECORD.
047500
047600 RELEASE-OPEN-VOUCHERS.
047700     OPEN INPUT VOUCHER-FILE.
047800     PERFORM READ-VOUCHER-RECORD.
047900     PERFORM RELEASE-ONE-VOUCHER
048000         UNTIL VOUCHER-FILE-AT-END = "Y".
048100     CLOSE VOUCHER-FILE.
048200
048300 READ-VOUCHER-RECORD.
048400     MOVE "N" TO VOUCHER-FILE-AT-END.
048500     READ VOUCHER-FILE NEXT RECORD
048600         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
048700
048800 RELEASE-ONE-VOUCHER.
048900     IF VOUCHER-PAID-DATE NOT = ZEROES
049000        AND VOUCHER-CHECK-NO NOT = ZEROES
049100        AND VOUCHER-PAY-METHOD NOT = "E"
049200        AND (WANTED-BANK-ACCOUNT = SPACES
049300             OR VOUCHER-BANK-ACCOUNT = WANTED-BANK-ACCOUNT)
049400         MOVE VOUCHER-CHECK-NO     TO SORT-CHECK-NO
049500         MOVE 3                    TO SORT-SOURCE
049600         MOVE VOUCHER-VENDOR       TO SORT-VENDOR
049700         MOVE VOUCHER-PAID-DATE    TO SORT-PAID-DATE
049800         MOVE VOUCHER-PAID-AMOUNT  TO SORT-AMOUNT
049900         MOVE VOUCHER-BANK-ACCOUNT TO SORT-BANK-ACCOUNT
050000         RELEASE SORT-RECORD.
050100     PERFORM READ-VOUCHER-RECORD.
050200
050300 RELEASE-HISTORY-VOUCHERS.
050400     OPEN INPUT HISTORY-FILE.
050500     PERFORM READ-HISTORY-RECORD.
050600     PERFORM RELEASE-ONE-HISTORY
050700         UNTIL HISTORY-FILE-AT-END = "Y".
050800     CLOSE HISTORY-FILE.
050900
051000 READ-HISTORY-RECORD.
051100     MOVE "N" TO HISTORY-FILE-AT-END.
051200     READ HISTORY-FILE NEXT RECORD
051300         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
051400
051500 RELEASE-ONE-HISTORY.
051600     IF HISTORY-PAID-DATE NOT = ZEROES
051700        AND HISTORY-CHECK-NO NOT = ZEROES
051800        AND HISTORY-PAY-METHOD NOT = "E"
051900        AND (WANTED-BANK-ACCOUNT = SPACES
052000             OR HISTORY-BANK-ACCOUNT = WANTED-BANK-ACCOUNT)
052100         MOVE HISTORY-CHECK-NO     TO SORT-CHECK-NO
052200         MOVE 3                    TO SORT-SOURCE
052300         MOVE HISTORY-VENDOR       TO SORT-VENDOR
052400         MOVE HISTORY-PAID-DATE    TO SORT-PAID-DATE
052500         MOVE HISTORY-PAID-AMOUNT  TO SORT-AMOUNT
052600         MOVE HISTORY-BANK-ACCOUNT TO SORT-BANK-ACCOUNT
052700         RELEASE SORT-RECORD.
052800     PERFORM READ-HISTORY-RECORD.
052900
053000*---------------------------------
053100* One record per stale check, by payee state and name.  A
053200* check is stale when the bank has not cleared it, it was
053300* never voided or escheated, and it has been out longer
053400* than the dormancy days.
053500*---------------------------------
053600 SORT-STALE-FILE.
053700     SORT STALE-SORT-FILE
053800         ON ASCENDING KEY STALE-SORT-STATE
053900                          STALE-SORT-NAME
054000                          STALE-SORT-CHECK-NO
054100         INPUT PROCEDURE IS BUILD-STALE-SORT
054200         GIVING STALE-FILE.
054300
054400 BUILD-STALE-SORT.
054500     OPEN INPUT WORK-FILE.
054600     PERFORM READ-WORK-RECORD.
054700     PERFORM AGE-ONE-CHECK
054800         UNTIL WORK-FILE-AT-END = "Y".
054900     CLOSE WORK-FILE.
055000
055100 READ-WORK-RECORD.
055200     MOVE "N" TO WORK-FILE-AT-END.
055300     READ WORK-FILE NEXT RECORD
055400         AT END MOVE "Y" TO WORK-FILE-AT-END.
055500
055600 AGE-ONE-CHECK.
055700     MOVE WORK-CHECK-NO TO CURRENT-CHECK-NO.
055800     MOVE "N" TO CHECK-CLEARED CHECK-VOIDED CHECK-PAID.
055900     MOVE ZEROES TO CHECK-AMOUNT.
056000
056100     PERFORM ADD-ONE-WORK-RECORD
056200         UNTIL WORK-FILE-AT-END = "Y"
056300            OR WORK-CHECK-NO NOT = CURRENT-CHECK-NO.
056400
056500     IF CHECK-PAID = "Y"
056600        AND CHECK-CLEARED = "N"
056700        AND CHECK-VOIDED = "N"
056800         MOVE CHECK-PAID-DATE TO ISSUE-DATE-FIELD
056900         COMPUTE CHECK-DAYS =
057000                 (AS-OF-CCYY - ISSUE-DATE-CCYY) * 360
057100               + (AS-OF-MM   - ISSUE-DATE-MM)   * 30
057200               + (AS-OF-DD   - ISSUE-DATE-DD)
057300         IF CHECK-DAYS > DORMANCY-DAYS
057400             PERFORM RELEASE-ONE-STALE-CHECK.
057500
057600 ADD-ONE-WORK-RECORD.
057700     IF WORK-SOURCE = 1
057800         MOVE "Y" TO CHECK-CLEARED
057900     ELSE
058000         IF WORK-SOURCE = 2
058100             MOVE "Y" TO CHECK-VOIDED
058200         ELSE
058300             MOVE "Y" TO CHECK-PAID
058400             MOVE WORK-VENDOR TO CHECK-VENDOR
058500             MOVE WORK-PAID-DATE TO CHECK-PAID-DATE
058600             MOVE WORK-BANK-ACCOUNT TO CHECK-BANK-ACCOUNT
058700             ADD WORK-AMOUNT TO CHECK-AMOUNT.
058800     PERFORM READ-WORK-RECORD.
058900
059000 RELEASE-ONE-STALE-CHECK.
059100     MOVE CHECK-VENDOR TO VENDOR-NUMBER.
059200     PERFORM READ-VENDOR-RECORD.
059300     IF VENDOR-RECORD-FOUND = "Y"
059400         MOVE VENDOR-STATE TO STALE-SORT-STATE
059500         MOVE VENDOR-NAME  TO STALE-SORT-NAME
059600     ELSE
059700         MOVE SPACES TO STALE-SORT-STATE
059800         MOVE "*VENDOR NOT ON FILE*" TO STALE-SORT-NAME.
059900     MOVE CURRENT-CHECK-NO   TO STALE-SORT-CHECK-NO.
060000     MOVE CHECK-VENDOR       TO STALE-SORT-VENDOR.
060100     MOVE CHECK-PAID-DATE    TO STALE-SORT-PAID-DATE.
060200     MOVE CHECK-DAYS         TO STALE-SORT-DAYS.
060300     MOVE CHECK-AMOUNT       TO STALE-SORT-AMOUNT.
060400     MOVE CHECK-BANK-ACCOUNT TO STALE-SORT-BANK-ACCOUNT.
060500     RELEASE STALE-SORT-RECORD.
060600
060700*---------------------------------
060800* One state at a time off the stale file
060900*---------------------------------
061000 PROCESS-THE-STALE-FILE.
061100     OPEN INPUT STALE-FILE.
061200     PERFORM READ-STALE-RECORD.
061300     IF STALE-FILE-AT-END = "Y"
061400         MOVE "  (NO STALE CHECKS)" TO PRINTER-RECORD
061500         PERFORM WRITE-TO-PRINTER.
061600     PERFORM PROCESS-ONE-STATE
061700         UNTIL STALE-FILE-AT-END = "Y".
061800     CLOSE STALE-FILE.
061900
062000 READ-STALE-RECORD.
062100     MOVE "N" TO STALE-FILE-AT-END.
062200     READ STALE-FILE NEXT RECORD
062300         AT END MOVE "Y" TO STALE-FILE-AT-END.
062400
062500 PROCESS-ONE-STATE.
062600     MOVE STALE-STATE TO CURRENT-STATE.
062700     MOVE ZEROES TO STATE-COUNT STATE-TOTAL.
062800     PERFORM PRINT-STATE-HEADER.
062900
063000     PERFORM PROCESS-ONE-STALE-CHECK
063100         UNTIL STALE-FILE-AT-END = "Y"
063200            OR STALE-STATE NOT = CURRENT-STATE.
063300
063400     MOVE "STATE TOTAL" TO PRINT-TOTAL-LITERAL.
063500     MOVE STATE-COUNT TO PRINT-TOTAL-COUNT.
063600     MOVE STATE-TOTAL TO PRINT-TOTAL-AMOUNT.
063700     PERFORM PRINT-ONE-TOTAL-LINE.
063800     PERFORM LINE-FEED.
063900
064000 PRINT-STATE-HEADER.
064100     IF LINE-COUNT > MAXIMUM-LINES
064200         PERFORM START-NEXT-PAGE.
064300     MOVE CURRENT-STATE TO PRINT-STATE-CODE.
064400     MOVE CURRENT-STATE TO STATE-CODE.
064500     PERFORM READ-STATE-RECORD.
064600     IF STATE-RECORD-FOUND = "Y"
064700         MOVE STATE-NAME TO PRINT-STATE-NAME
064800     ELSE
064900         MOVE "*STATE NOT ON FILE*" TO PRINT-STATE-NAME.
065000     MOVE STATE-HEADER-LINE TO PRINTER-RECORD.
065100     PERFORM WRITE-TO-PRINTER.
065200
065300 PROCESS-ONE-STALE-CHECK.
065400     PERFORM DECIDE-THE-ESCHEAT.
065500     PERFORM PRINT-STALE-CHECK.
065600     IF ESCHEAT-THIS-CHECK = "Y"
065700         PERFORM ESCHEAT-ONE-CHECK.
065800
065900     ADD 1 TO STATE-COUNT.
066000     ADD STALE-AMOUNT TO STATE-TOTAL.
066100     ADD 1 TO STALE-COUNT.
066200     ADD STALE-AMOUNT TO STALE-TOTAL.
066300     PERFORM READ-STALE-RECORD.
066400
066500 DECIDE-THE-ESCHEAT.
066600     MOVE "N" TO ESCHEAT-THIS-CHECK.
066700     IF ESCHEAT-ALL
066800         MOVE "Y" TO ESCHEAT-THIS-CHECK
066900     ELSE
067000         IF ESCHEAT-BY-CHOICE
067100             PERFORM ASK-ESCHEAT-THIS-CHECK.
067200
067300 ASK-ESCHEAT-THIS-CHECK.
067400     MOVE STALE-PAID-DATE TO DATE-CCYYMMDD.
067500     PERFORM CONVERT-TO-MMDDCCYY.
067600     MOVE DATE-MMDDCCYY TO PRINT-DATE.
067700     MOVE STALE-AMOUNT TO PRINT-AMOUNT.
067800     DISPLAY "CHECK " STALE-CHECK-NO " " STALE-NAME.
067900     DISPLAY "  ISSUED " PRINT-DATE " FOR " PRINT-AMOUNT
068000         " - " STALE-DAYS " DAYS, STATE " STALE-STATE.
068100     PERFORM ACCEPT-ESCHEAT-THIS-CHECK.
068200     PERFORM RE-ACCEPT-ESCHEAT-THIS-CHECK
068300         UNTIL ESCHEAT-THIS-CHECK = "Y" OR "N".
068400
068500 ACCEPT-ESCHEAT-THIS-CHECK.
068600     DISPLAY "ESCHEAT THIS CHECK (Y/N)?".
068700     ACCEPT ESCHEAT-THIS-CHECK.
068800     INSPECT ESCHEAT-THIS-CHECK
068900       CONVERTING LOWER-ALPHA
069000       TO         UPPER-ALPHA.
069100
069200 RE-ACCEPT-ESCHEAT-THIS-CHECK.
069300     DISPLAY "YOU MUST ENTER YES OR NO".
069400     PERFORM ACCEPT-ESCHEAT-THIS-CHECK.
069500
069600 PRINT-STALE-CHECK.
069700     IF LINE-COUNT > MAXIMUM-LINES
069800         PERFORM START-NEXT-PAGE.
069900     MOVE SPACE TO DETAIL-LINE.
070000     MOVE STALE-CHECK-NO TO PRINT-CHECK-NO.
070100     MOVE STALE-NAME TO PRINT-NAME.
070200     MOVE STALE-PAID-DATE TO DATE-CCYYMMDD.
070300     PERFORM CONVERT-TO-MMDDCCYY.
070400     MOVE DATE-MMDDCCYY TO PRINT-DATE.
070500     MOVE STALE-DAYS TO PRINT-DAYS.
070600     MOVE STALE-AMOUNT TO PRINT-AMOUNT.
070700     MOVE STALE-BANK-ACCOUNT TO PRINT-BANK-ACCOUNT.
070800     IF ESCHEAT-THIS-CHECK = "Y"
070900         MOVE "ESCHEAT" TO PRINT-ESCHEATED.
071000     MOVE DETAIL-LINE TO PRINTER-RECORD.
071100     PERFORM WRITE-TO-PRINTER.
071200
071300*---------------------------------
071400* Escheat one check - the extract record for the state, a
071500* void record of type E so the bank reconciliation stops
071600* carrying it, a positive-pay void, the audit entry, and the
071610* amount back on the bank account's book balance.
071700*---------------------------------
071800 ESCHEAT-ONE-CHECK.
071900     MOVE STALE-VENDOR TO VENDOR-NUMBER.
072000     PERFORM READ-VENDOR-RECORD.
072100     IF VENDOR-RECORD-FOUND = "N"
072200         MOVE STALE-NAME TO VENDOR-NAME
072300         MOVE SPACES TO VENDOR-ADDRESS-1 VENDOR-ADDRESS-2
072400                        VENDOR-CITY VENDOR-ZIP VENDOR-TAX-ID.
072500
072600     MOVE STALE-STATE        TO EXTRACT-STATE.
072700     MOVE STALE-VENDOR       TO EXTRACT-VENDOR.
072800     MOVE VENDOR-NAME        TO EXTRACT-NAME.
072900     MOVE VENDOR-ADDRESS-1   TO EXTRACT-ADDRESS-1.
073000     MOVE VENDOR-ADDRESS-2   TO EXTRACT-ADDRESS-2.
073100     MOVE VENDOR-CITY        TO EXTRACT-CITY.
073200     MOVE VENDOR-ZIP         TO EXTRACT-ZIP.
073300     MOVE VENDOR-TAX-ID      TO EXTRACT-TAX-ID.
073400     MOVE STALE-CHECK-NO     TO EXTRACT-CHECK-NO.
073500     MOVE STALE-PAID-DATE    TO EXTRACT-CHECK-DATE.
073600     MOVE STALE-AMOUNT       TO EXTRACT-AMOUNT.
073700     MOVE STALE-BANK-ACCOUNT TO EXTRACT-BANK-ACCOUNT.
073800     WRITE EXTRACT-RECORD.
073900
074000     MOVE STALE-CHECK-NO     TO VOID-CHECK-NO.
074100     MOVE AS-OF-DATE         TO VOID-DATE.
074200     MOVE STALE-VENDOR       TO VOID-VENDOR.
074300     MOVE STALE-AMOUNT       TO VOID-AMOUNT.
074400     MOVE STALE-BANK-ACCOUNT TO VOID-BANK-ACCOUNT.
074500     MOVE "E"                TO VOID-TYPE.
074600     WRITE VOID-RECORD.
074700
074800     MOVE STALE-CHECK-NO     TO POSPAY-CHECK-NO.
074900     MOVE AS-OF-DATE         TO POSPAY-DATE.
075000     MOVE STALE-AMOUNT       TO POSPAY-AMOUNT.
075100     MOVE VENDOR-NAME        TO POSPAY-PAYEE.
075200     MOVE "V"                TO POSPAY-TYPE.
075300     WRITE POSPAY-RECORD.
075400
075500     MOVE SPACES TO AUDIT-LOG-BEFORE.
075600     MOVE "CHKVOID" TO AUDIT-LOG-FILE.
075700     MOVE "ESCHT " TO AUDIT-LOG-ACTION.
075800     MOVE STALE-CHECK-NO TO AUDIT-LOG-KEY.
075900     MOVE VOID-RECORD TO AUDIT-LOG-AFTER.
076000     PERFORM WRITE-AUDIT-RECORD.
076100
076110     MOVE STALE-BANK-ACCOUNT TO BANK-ACCT-CODE.
076120     PERFORM READ-BANK-ACCOUNT-RECORD.
076130     IF BANK-ACCOUNT-FOUND = "Y"
076140         PERFORM ADD-BACK-TO-BOOK-BALANCE.
076150
076200     ADD 1 TO ESCHEAT-COUNT.
076300     ADD STALE-AMOUNT TO ESCHEAT-TOTAL.
076301
076302 ADD-BACK-TO-BOOK-BALANCE.
076303     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-BEFORE.
076304     ADD STALE-AMOUNT TO BANK-ACCT-BOOK-BALANCE.
076305     MOVE "Y" TO BANK-REWRITE-OK.
076306     REWRITE BANK-ACCOUNT-RECORD
076307         INVALID KEY
076308         MOVE "N" TO BANK-REWRITE-OK
076309         DISPLAY "BANK ACCOUNT " BANK-ACCT-CODE
076310             " COULD NOT BE REWRITTEN".
076311     IF BANK-REWRITE-OK = "Y"
076312         PERFORM AUDIT-THE-BOOK-BALANCE.
076313
076314 AUDIT-THE-BOOK-BALANCE.
076315     MOVE "BANKACT" TO AUDIT-LOG-FILE.
076316     MOVE "POST  " TO AUDIT-LOG-ACTION.
076317     MOVE BANK-ACCT-CODE TO AUDIT-LOG-KEY.
076318     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-AFTER.
076319     PERFORM WRITE-AUDIT-RECORD.
076400
076500*---------------------------------
076600* Run totals
076700*---------------------------------
076800 PRINT-RUN-TOTALS.
076900     MOVE "TOTAL STALE CHECKS" TO PRINT-TOTAL-LITERAL.
077000     MOVE STALE-COUNT TO PRINT-TOTAL-COUNT.
077100     MOVE STALE-TOTAL TO PRINT-TOTAL-AMOUNT.
077200     PERFORM PRINT-ONE-TOTAL-LINE.
077300     DISPLAY "STALE CHECKS: " PRINT-TOTAL-COUNT
077400         "  AMOUNT: " PRINT-TOTAL-AMOUNT.
077500
077600     IF NOT ESCHEAT-NONE
077700         MOVE "ESCHEATED THIS RUN" TO PRINT-TOTAL-LITERAL
077800         MOVE ESCHEAT-COUNT TO PRINT-TOTAL-COUNT
077900         MOVE ESCHEAT-TOTAL TO PRINT-TOTAL-AMOUNT
078000         PERFORM PRINT-ONE-TOTAL-LINE
078100         DISPLAY "ESCHEATED: " PRINT-TOTAL-COUNT
078200             "  AMOUNT: " PRINT-TOTAL-AMOUNT
078300         DISPLAY "UNCLAIMED PROPERTY EXTRACT WRITTEN TO UNCLAIM".
078400
078500 PRINT-ONE-TOTAL-LINE.
078600     IF LINE-COUNT > MAXIMUM-LINES
078700         PERFORM START-NEXT-PAGE.
078800     MOVE TOTAL-LINE TO PRINTER-RECORD.
078900     PERFORM WRITE-TO-PRINTER.
079000
079100*---------------------------------
079200* Printing routines
079300*---------------------------------
079400 WRITE-TO-PRINTER.
079500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
079600     ADD 1 TO LINE-COUNT.
079700
079800 LINE-FEED.
079900     MOVE SPACE TO PRINTER-RECORD.
080000     PERFORM WRITE-TO-PRINTER.
080100
080200 START-NEXT-PAGE.
080300     PERFORM END-LAST-PAGE.
080400     PERFORM START-NEW-PAGE.
080500
080600 START-NEW-REPORT.
080700     MOVE SPACE TO DETAIL-LINE.
080800     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
080900     MOVE DORMANCY-DAYS TO PRINT-TITLE-DAYS.
081000     MOVE AS-OF-DATE TO DATE-CCYYMMDD.
081100     PERFORM CONVERT-TO-MMDDCCYY.
081200     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
081300     PERFORM START-NEW-PAGE.
081400
081500 START-NEW-PAGE.
081600     ADD 1 TO PAGE-NUMBER.
081700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
081800     MOVE TITLE-LINE TO PRINTER-RECORD.
081900     PERFORM WRITE-TO-PRINTER.
082000     PERFORM LINE-FEED.
082100     MOVE COLUMN-LINE TO PRINTER-RECORD.
082200     PERFORM WRITE-TO-PRINTER.
082300     PERFORM LINE-FEED.
082400
082500 END-LAST-PAGE.
082600     PERFORM FORM-FEED.
082700     MOVE ZERO TO LINE-COUNT.
082800
082900 FORM-FEED.
083000     MOVE SPACE TO PRINTER-RECORD.
083100     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
083200
083300*---------------------------------
083400* Other File IO routines
083500*---------------------------------
083600 READ-VENDOR-RECORD.
083700     MOVE "Y" TO VENDOR-RECORD-FOUND.
083800     READ VENDOR-FILE RECORD
083900         INVALID KEY
084000         MOVE "N" TO VENDOR-RECORD-FOUND.
084100
084200 READ-STATE-RECORD.
084300     MOVE "Y" TO STATE-RECORD-FOUND.
084400     READ STATE-FILE RECORD
084500         INVALID KEY
084600         MOVE "N" TO STATE-RECORD-FOUND.
084700
084710 READ-BANK-ACCOUNT-RECORD.
084720     MOVE "Y" TO BANK-ACCOUNT-FOUND.
084730     READ BANK-ACCOUNT-FILE RECORD
084740         INVALID KEY
084750         MOVE "N" TO BANK-ACCOUNT-FOUND.
084760
084800*---------------------------------
084900* Utility Routines
085000*---------------------------------
085100     COPY "PLDATE01.CBL".
085200
085300     COPY "PLAUDT01.CBL".
