000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDCHG01.
000300*---------------------------------
000400* Vendor change alert report
000500* Ties the vendor master changes on the audit log to the
000600* checks posted after them.  A change to a vendor's address,
000700* city, state, ZIP, tax ID, hold flag, payment method, bank
000800* routing or account number, or remittance e-mail made within an
000900* operator-entered number of days before a check was posted
001000* to that vendor prints with its before and after values,
001100* the operator who made it, and every check that followed
001200* inside the window.  A change keyed by the same operator who
001300* ran the check run is flagged.  Run it before the checks are
001400* released and file it with the check run paperwork.
001500* Both sides come off AUDITLOG - the vendor changes written by
001600* the vendor maintenance, and the voucher postings written by
001700* the check run, whose after image carries the vendor, the
001800* check number and the amount paid.  Day counts use 30-day
001900* months, as the bills report aging does.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLAUDIT.CBL".
002600
002700     COPY "SLVND02.CBL".
002800
002900     COPY "SLVOUCH.CBL".
003000
003100     SELECT WORK-FILE
003200         ASSIGN TO "WORK"
003300         ORGANIZATION IS SEQUENTIAL.
003400
003500     SELECT SORT-FILE
003600         ASSIGN TO "SORT".
003700
003800     SELECT PRINTER-FILE
003900         ASSIGN TO PRINTER
004000         ORGANIZATION IS LINE SEQUENTIAL.
004100
004200 DATA DIVISION.
004300 FILE SECTION.
004400
004500     COPY "FDAUDIT.CBL".
004600
004700     COPY "FDVND04.CBL".
004800
004900* The voucher layout is only laid over the check run's after
005000* images - the voucher file itself is never opened.
005100     COPY "FDVOUCH.CBL".
005200
005300* Type 1 is a vendor change, type 2 one voucher paid by a
005400* check.  Changes carry the watched fields before and after;
005500* checks carry the check number and amount.
005600 FD  WORK-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  WORK-RECORD.
005900     05  WORK-VENDOR           PIC 9(5).
006000     05  WORK-TYPE             PIC X.
006100         88  WORK-IS-CHANGE           VALUE "1".
006200     05  WORK-DATE             PIC 9(8).
006300     05  WORK-CHECK-NO         PIC 9(6).
006400     05  WORK-TIME             PIC 9(6).
006500     05  WORK-PROGRAM          PIC X(8).
006600     05  WORK-OPERATOR         PIC X(3).
006700     05  WORK-AMOUNT           PIC S9(6)V99.
006800     05  WORK-PAY-METHOD       PIC X.
006900     05  WORK-BEFORE           PIC X(170).
007000     05  WORK-AFTER            PIC X(170).
007100
007200 SD  SORT-FILE.
007300
007400 01  SORT-RECORD.
007500     05  SORT-VENDOR           PIC 9(5).
007600     05  SORT-TYPE             PIC X.
007700     05  SORT-DATE             PIC 9(8).
007800     05  SORT-CHECK-NO         PIC 9(6).
007900     05  SORT-TIME             PIC 9(6).
008000     05  SORT-PROGRAM          PIC X(8).
008100     05  SORT-OPERATOR         PIC X(3).
008200     05  SORT-AMOUNT           PIC S9(6)V99.
008300     05  SORT-PAY-METHOD       PIC X.
008400     05  SORT-BEFORE           PIC X(170).
008500     05  SORT-AFTER            PIC X(170).
008600
008700 FD  PRINTER-FILE
008800     LABEL RECORDS ARE OMITTED.
008900 01  PRINTER-RECORD             PIC X(80).
009000
009100 WORKING-STORAGE SECTION.
009200
009300     COPY "WSCASE01.CBL".
009400
009500 77  OK-TO-PROCESS         PIC X.
009600
009700 77  AUDIT-FILE-AT-END       PIC X.
009800 77  WORK-FILE-AT-END        PIC X.
009900 77  VENDOR-RECORD-FOUND     PIC X.
010000
010100* The first day of check postings to review - blank takes
010200* today - and how many days back from each check a change
010300* is still worth a look.
010400 01  CHECKS-FROM-DATE        PIC 9(8).
010500 77  WINDOW-DAYS             PIC 9(3).
010600 77  CHECKS-FROM-DAY         PIC 9(7).
010700 77  EARLIEST-CHANGE-DAY     PIC S9(7).
010800
010900* Day number for the window arithmetic - 360-day years of
011000* 30-day months.
011100 01  DAY-DATE                PIC 9(8).
011200 01  DAY-DATE-R REDEFINES DAY-DATE.
011300     05  DAY-DATE-CCYY       PIC 9(4).
011400     05  DAY-DATE-MM         PIC 9(2).
011500     05  DAY-DATE-DD         PIC 9(2).
011600 77  DAY-NUMBER              PIC 9(7).
011700 77  DAYS-BETWEEN            PIC S9(7).
011800
011900* The watched vendor fields, lifted out of an audit image.
012000 01  BEFORE-WATCH.
012100     05  BEFORE-ADDRESS-1      PIC X(30).
012200     05  BEFORE-ADDRESS-2      PIC X(30).
012300     05  BEFORE-CITY           PIC X(20).
012400     05  BEFORE-STATE          PIC X(2).
012500     05  BEFORE-ZIP            PIC X(10).
012600     05  BEFORE-TAX-ID         PIC X(10).
012700     05  BEFORE-HOLD-FLAG      PIC X.
012800     05  BEFORE-PAY-METHOD     PIC X.
012900     05  BEFORE-BANK-ROUTING   PIC 9(9).
013000     05  BEFORE-BANK-ACCOUNT-NO PIC X(17).
013100     05  BEFORE-REMIT-EMAIL    PIC X(40).
013200
013300 01  AFTER-WATCH.
013400     05  AFTER-ADDRESS-1       PIC X(30).
013500     05  AFTER-ADDRESS-2       PIC X(30).
013600     05  AFTER-CITY            PIC X(20).
013700     05  AFTER-STATE           PIC X(2).
013800     05  AFTER-ZIP             PIC X(10).
013900     05  AFTER-TAX-ID          PIC X(10).
014000     05  AFTER-HOLD-FLAG       PIC X.
014100     05  AFTER-PAY-METHOD      PIC X.
014200     05  AFTER-BANK-ROUTING    PIC 9(9).
014300     05  AFTER-BANK-ACCOUNT-NO PIC X(17).
014400     05  AFTER-REMIT-EMAIL     PIC X(40).
014500
014600* One vendor's changes and checks, loaded off the work file
014700* before they are matched.  Entries past the table size are
014800* dropped and counted.
014900 01  CHANGE-TABLE.
015000     05  CHANGE-ENTRY OCCURS 50 TIMES.
015100         10  CHANGE-DATE       PIC 9(8).
015200         10  CHANGE-TIME       PIC 9(6).
015300         10  CHANGE-DAY        PIC 9(7).
015400         10  CHANGE-PROGRAM    PIC X(8).
015500         10  CHANGE-OPERATOR   PIC X(3).
015600         10  CHANGE-BEFORE     PIC X(170).
015700         10  CHANGE-AFTER      PIC X(170).
015800 77  CHANGE-COUNT            PIC 9(3) COMP.
015900 77  CHANGE-INDEX            PIC 9(3) COMP.
016000 77  CHANGE-TABLE-SIZE       PIC 9(3) COMP VALUE 50.
016100
016200 01  PAYMENT-TABLE.
016300     05  PAYMENT-ENTRY OCCURS 100 TIMES.
016400         10  PAYMENT-CHECK-NO  PIC 9(6).
016500         10  PAYMENT-DATE      PIC 9(8).
016600         10  PAYMENT-TIME      PIC 9(6).
016700         10  PAYMENT-DAY       PIC 9(7).
016800         10  PAYMENT-OPERATOR  PIC X(3).
016900         10  PAYMENT-METHOD    PIC X.
017000         10  PAYMENT-AMOUNT    PIC S9(7)V99.
017100 77  PAYMENT-COUNT           PIC 9(3) COMP.
017200 77  PAYMENT-INDEX           PIC 9(3) COMP.
017300 77  PAYMENT-TABLE-SIZE      PIC 9(3) COMP VALUE 100.
017400
017500 77  ENTRIES-DROPPED         PIC 9(5) VALUE ZERO.
017600
017700 77  CURRENT-VENDOR          PIC 9(5).
017800 77  VENDOR-PRINTED          PIC X.
017900 77  CHANGE-HAS-PAYMENTS     PIC X.
018000 77  PAYMENT-IN-WINDOW       PIC X.
018100
018200 77  LINE-COUNT              PIC 999 VALUE ZERO.
018300 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
018400 77  MAXIMUM-LINES           PIC 999 VALUE 55.
018500
018600 77  VENDORS-FLAGGED         PIC 9(5) VALUE ZERO.
018700 77  CHANGES-FLAGGED         PIC 9(5) VALUE ZERO.
018800 77  SAME-OPERATOR-FLAGGED   PIC 9(5) VALUE ZERO.
018900
019000 01  VENDOR-LINE.
019100     05  FILLER            PIC X(7) VALUE "VENDOR ".
019200     05  PRINT-VENDOR      PIC 9(5).
019300     05  FILLER            PIC X(2) VALUE SPACE.
019400     05  PRINT-VENDOR-NAME PIC X(30).
019500
019600 01  CHANGE-LINE.
019700     05  FILLER            PIC X(10) VALUE "  CHANGED ".
019800     05  PRINT-CHANGE-DATE PIC Z9/99/9999.
019900     05  FILLER            PIC X(1) VALUE SPACE.
020000     05  PRINT-TIME-HH     PIC 9(2).
020100     05  FILLER            PIC X(1) VALUE ":".
020200     05  PRINT-TIME-MM     PIC 9(2).
020300     05  FILLER            PIC X(1) VALUE ":".
020400     05  PRINT-TIME-SS     PIC 9(2).
020500     05  FILLER            PIC X(4) VALUE " BY ".
020600     05  PRINT-CHANGE-OPERATOR PIC X(3).
020700     05  FILLER            PIC X(4) VALUE " IN ".
020800     05  PRINT-CHANGE-PROGRAM PIC X(8).
020900
021000 01  FIELD-LINE.
021100     05  FILLER            PIC X(4) VALUE SPACE.
021200     05  PRINT-FIELD-NAME  PIC X(12).
021300     05  FILLER            PIC X(1) VALUE SPACE.
021400     05  PRINT-FIELD-TAG   PIC X(5).
021500     05  PRINT-FIELD-VALUE PIC X(40).
021600
021700 01  PAYMENT-LINE.
021800     05  FILLER            PIC X(4) VALUE SPACE.
021900     05  PRINT-PAY-TYPE    PIC X(6).
022000     05  PRINT-CHECK-NO    PIC 9(6).
022100     05  FILLER            PIC X(8) VALUE " POSTED ".
022200     05  PRINT-POST-DATE   PIC Z9/99/9999.
022300     05  FILLER            PIC X(4) VALUE " BY ".
022400     05  PRINT-POST-OPERATOR PIC X(3).
022500     05  FILLER            PIC X(1) VALUE SPACE.
022600     05  PRINT-PAYMENT     PIC Z,ZZZ,ZZ9.99-.
022700     05  FILLER            PIC X(1) VALUE SPACE.
022800     05  PRINT-SAME-FLAG   PIC X(14).
022900
023000 01  TITLE-LINE.
023100     05  FILLER              PIC X(14) VALUE SPACE.
023200     05  FILLER              PIC X(33)
023300         VALUE "VENDOR CHANGE ALERT - CHECKS FROM".
023400     05  FILLER              PIC X(1) VALUE SPACE.
023500     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
023600     05  FILLER              PIC X(8) VALUE SPACE.
023700     05  FILLER              PIC X(5) VALUE "PAGE:".
023800     05  FILLER              PIC X(1) VALUE SPACE.
023900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
024000
024100 01  WINDOW-LINE.
024200     05  FILLER              PIC X(14) VALUE SPACE.
024300     05  FILLER              PIC X(24)
024400         VALUE "CHANGES WITHIN THE LAST ".
024500     05  PRINT-WINDOW-DAYS   PIC ZZ9.
024600     05  FILLER              PIC X(25)
024700         VALUE " DAYS BEFORE EACH CHECK".
024800
024900 01  CONTROL-LINE.
025000     05  PRINT-CONTROL-LITERAL PIC X(30).
025100     05  PRINT-CONTROL-COUNT   PIC ZZ,ZZ9.
025200
025300 01  WORK-TIME-FIELD         PIC 9(6).
025400 01  WORK-TIME-FIELD-R REDEFINES WORK-TIME-FIELD.
025500     05  WORK-TIME-HH        PIC 9(2).
025600     05  WORK-TIME-MM        PIC 9(2).
025700     05  WORK-TIME-SS        PIC 9(2).
025800
025900     COPY "WSDATE01.CBL".
026000
026100 PROCEDURE DIVISION.
026200 PROGRAM-BEGIN.
026300
026400     PERFORM OPENING-PROCEDURE.
026500     PERFORM MAIN-PROCESS.
026600     PERFORM CLOSING-PROCEDURE.
026700
026800 PROGRAM-EXIT.
026900     EXIT PROGRAM.
027000
027100 PROGRAM-DONE.
027200     ACCEPT OMITTED. STOP RUN.
027300
027400 OPENING-PROCEDURE.
027500     OPEN INPUT VENDOR-FILE.
027600     OPEN OUTPUT PRINTER-FILE.
027700
027800 CLOSING-PROCEDURE.
027900     CLOSE VENDOR-FILE.
028000     CLOSE PRINTER-FILE.
028100
028200 MAIN-PROCESS.
028300     PERFORM GET-OK-TO-PROCESS.
028400     IF OK-TO-PROCESS = "Y"
028500         PERFORM RUN-THE-REPORT.
028600
028700 GET-OK-TO-PROCESS.
028800     PERFORM ACCEPT-OK-TO-PROCESS.
028900     PERFORM RE-ACCEPT-OK-TO-PROCESS
029000         UNTIL OK-TO-PROCESS = "Y" OR "N".
029100
029200 ACCEPT-OK-TO-PROCESS.
029300     DISPLAY "PRINT THE VENDOR CHANGE ALERT REPORT (Y/N)?".
029400     ACCEPT OK-TO-PROCESS.
029500     INSPECT OK-TO-PROCESS
029600       CONVERTING LOWER-ALPHA
029700       TO         UPPER-ALPHA.
029800
029900 RE-ACCEPT-OK-TO-PROCESS.
030000     DISPLAY "YOU MUST ENTER YES OR NO".
030100     PERFORM ACCEPT-OK-TO-PROCESS.
030200
030300 RUN-THE-REPORT.
030400     PERFORM GET-CHECKS-FROM-DATE.
030500     PERFORM GET-WINDOW-DAYS.
030600     PERFORM SORT-DATA-FILE.
030700     PERFORM START-NEW-REPORT.
030800     PERFORM PROCESS-THE-WORK-FILE.
030900     PERFORM END-ONE-REPORT.
031000
031100 GET-CHECKS-FROM-DATE.
031200     DISPLAY "ENTER FIRST CHECK POST DATE CCYYMMDD (BLANK FOR"
031300         " TODAY):".
031400     MOVE ZEROES TO CHECKS-FROM-DATE.
031500     ACCEPT CHECKS-FROM-DATE.
031600     IF CHECKS-FROM-DATE = ZEROES
031700         ACCEPT CHECKS-FROM-DATE FROM DATE YYYYMMDD.
031800     MOVE CHECKS-FROM-DATE TO DAY-DATE.
031900     PERFORM COMPUTE-DAY-NUMBER.
032000     MOVE DAY-NUMBER TO CHECKS-FROM-DAY.
032100
032200 GET-WINDOW-DAYS.
032300     DISPLAY "ENTER DAYS BEFORE A CHECK TO LOOK FOR CHANGES"
032400         " (BLANK FOR 30):".
032500     MOVE ZEROES TO WINDOW-DAYS.
032600     ACCEPT WINDOW-DAYS.
032700     IF WINDOW-DAYS = ZEROES
032800         MOVE 30 TO WINDOW-DAYS.
032900     COMPUTE EARLIEST-CHANGE-DAY =
033000             CHECKS-FROM-DAY - WINDOW-DAYS.
033100
033200 COMPUTE-DAY-NUMBER.
033300     COMPUTE DAY-NUMBER =
033400             DAY-DATE-CCYY * 360
033500           + DAY-DATE-MM   * 30
033600           + DAY-DATE-DD.
033700
033800*---------------------------------
033900* The vendor changes and check postings off the audit log,
034000* sorted by vendor - the changes first in time order, then
034100* the checks in date and check number order.
034200*---------------------------------
034300 SORT-DATA-FILE.
034400     SORT SORT-FILE
034500         ON ASCENDING KEY SORT-VENDOR
034600                          SORT-TYPE
034700                          SORT-DATE
034800                          SORT-CHECK-NO
034900                          SORT-TIME
035000         INPUT PROCEDURE IS BUILD-SORT-FILE
035100         GIVING WORK-FILE.
035200
035300 BUILD-SORT-FILE.
035400     MOVE "N" TO AUDIT-FILE-AT-END.
035500     OPEN INPUT AUDIT-FILE.
035600     PERFORM READ-AUDIT-RECORD.
035700     PERFORM BUILD-ONE-SORT-RECORD
035800         UNTIL AUDIT-FILE-AT-END = "Y".
035900     CLOSE AUDIT-FILE.
036000
036100 READ-AUDIT-RECORD.
036200     READ AUDIT-FILE
036300         AT END MOVE "Y" TO AUDIT-FILE-AT-END.
036400
036500 BUILD-ONE-SORT-RECORD.
036600     IF AUDIT-FILE-NAME = "VENDOR"
036700        AND AUDIT-ACTION = "CHANGE"
036800         PERFORM BUILD-CHANGE-SORT-RECORD
036900     ELSE
037000         IF AUDIT-FILE-NAME = "VOUCHER"
037100            AND AUDIT-ACTION = "POST"
037200            AND AUDIT-PROGRAM = "CHKPST01"
037300            AND AUDIT-DATE NOT < CHECKS-FROM-DATE
037400             PERFORM BUILD-PAYMENT-SORT-RECORD.
037500     PERFORM READ-AUDIT-RECORD.
037600
037700* Only a change to one of the watched fields is kept, and
037800* only when it is recent enough to fall in some check's
037900* window.
038000 BUILD-CHANGE-SORT-RECORD.
038100     MOVE AUDIT-DATE TO DAY-DATE.
038200     PERFORM COMPUTE-DAY-NUMBER.
038300     MOVE AUDIT-BEFORE TO VENDOR-RECORD.
038400     PERFORM MOVE-VENDOR-TO-BEFORE.
038500     MOVE AUDIT-AFTER TO VENDOR-RECORD.
038600     PERFORM MOVE-VENDOR-TO-AFTER.
038700     IF DAY-NUMBER NOT < EARLIEST-CHANGE-DAY
038800        AND BEFORE-WATCH NOT = AFTER-WATCH
038900         MOVE SPACES          TO SORT-RECORD
039000         MOVE VENDOR-NUMBER   TO SORT-VENDOR
039100         MOVE "1"             TO SORT-TYPE
039200         MOVE AUDIT-DATE      TO SORT-DATE
039300         MOVE ZEROES          TO SORT-CHECK-NO
039400         MOVE AUDIT-TIME      TO SORT-TIME
039500         MOVE AUDIT-PROGRAM   TO SORT-PROGRAM
039600         MOVE AUDIT-OPERATOR  TO SORT-OPERATOR
039700         MOVE ZEROES          TO SORT-AMOUNT
039800         MOVE BEFORE-WATCH    TO SORT-BEFORE
039900         MOVE AFTER-WATCH     TO SORT-AFTER
040000         RELEASE SORT-RECORD.
040100
040200 BUILD-PAYMENT-SORT-RECORD.
040300     MOVE AUDIT-AFTER TO VOUCHER-RECORD.
040400     MOVE SPACES              TO SORT-RECORD.
040500     MOVE VOUCHER-VENDOR      TO SORT-VENDOR.
040600     MOVE "2"                 TO SORT-TYPE.
040700     MOVE AUDIT-DATE          TO SORT-DATE.
040800     MOVE VOUCHER-CHECK-NO    TO SORT-CHECK-NO.
040900     MOVE AUDIT-TIME          TO SORT-TIME.
041000     MOVE AUDIT-PROGRAM       TO SORT-PROGRAM.
041100     MOVE AUDIT-OPERATOR      TO SORT-OPERATOR.
041200     MOVE VOUCHER-PAID-AMOUNT TO SORT-AMOUNT.
041300     MOVE VOUCHER-PAY-METHOD  TO SORT-PAY-METHOD.
041400     RELEASE SORT-RECORD.
041500
041600 MOVE-VENDOR-TO-BEFORE.
041700     MOVE VENDOR-ADDRESS-1 TO BEFORE-ADDRESS-1.
041800     MOVE VENDOR-ADDRESS-2 TO BEFORE-ADDRESS-2.
041900     MOVE VENDOR-CITY      TO BEFORE-CITY.
042000     MOVE VENDOR-STATE     TO BEFORE-STATE.
042100     MOVE VENDOR-ZIP       TO BEFORE-ZIP.
042200     MOVE VENDOR-TAX-ID    TO BEFORE-TAX-ID.
042300     MOVE VENDOR-HOLD-FLAG TO BEFORE-HOLD-FLAG.
042400     MOVE VENDOR-PAY-METHOD      TO BEFORE-PAY-METHOD.
042500     MOVE VENDOR-BANK-ROUTING    TO BEFORE-BANK-ROUTING.
042600     MOVE VENDOR-BANK-ACCOUNT-NO TO BEFORE-BANK-ACCOUNT-NO.
042700     MOVE VENDOR-REMIT-EMAIL     TO BEFORE-REMIT-EMAIL.
042800
042900 MOVE-VENDOR-TO-AFTER.
043000     MOVE VENDOR-ADDRESS-1 TO AFTER-ADDRESS-1.
043100     MOVE VENDOR-ADDRESS-2 TO AFTER-ADDRESS-2.
043200     MOVE VENDOR-CITY      TO AFTER-CITY.
043300     MOVE VENDOR-STATE     TO AFTER-STATE.
043400     MOVE VENDOR-ZIP       TO AFTER-ZIP.
043500     MOVE VENDOR-TAX-ID    TO AFTER-TAX-ID.
043600     MOVE VENDOR-HOLD-FLAG TO AFTER-HOLD-FLAG.
043700     MOVE VENDOR-PAY-METHOD      TO AFTER-PAY-METHOD.
043800     MOVE VENDOR-BANK-ROUTING    TO AFTER-BANK-ROUTING.
043900     MOVE VENDOR-BANK-ACCOUNT-NO TO AFTER-BANK-ACCOUNT-NO.
044000     MOVE VENDOR-REMIT-EMAIL     TO AFTER-REMIT-EMAIL.
044100
044200*---------------------------------
044300* One vendor at a time off the sorted work file - its
044400* changes and checks are loaded, then each change is matched
044500* against the checks that followed it.
044600*---------------------------------
044700 PROCESS-THE-WORK-FILE.
044800     OPEN INPUT WORK-FILE.
044900     PERFORM READ-WORK-RECORD.
045000     PERFORM PROCESS-ONE-VENDOR
045100         UNTIL WORK-FILE-AT-END = "Y".
045200     CLOSE WORK-FILE.
045300
045400 READ-WORK-RECORD.
045500     MOVE "N" TO WORK-FILE-AT-END.
045600     READ WORK-FILE NEXT RECORD
045700         AT END MOVE "Y" TO WORK-FILE-AT-END.
045800
045900 PROCESS-ONE-VENDOR.
046000     MOVE WORK-VENDOR TO CURRENT-VENDOR.
046100     MOVE ZERO TO CHANGE-COUNT.
046200     MOVE ZERO TO PAYMENT-COUNT.
046300     PERFORM LOAD-ONE-WORK-RECORD
046400         UNTIL WORK-FILE-AT-END = "Y"
046500            OR WORK-VENDOR NOT = CURRENT-VENDOR.
046600     MOVE "N" TO VENDOR-PRINTED.
046700     PERFORM MATCH-ONE-CHANGE
046800         VARYING CHANGE-INDEX FROM 1 BY 1
046900           UNTIL CHANGE-INDEX > CHANGE-COUNT.
047000     IF VENDOR-PRINTED = "Y"
047100         ADD 1 TO VENDORS-FLAGGED
047200         PERFORM LINE-FEED.
047300
047400 LOAD-ONE-WORK-RECORD.
047500     IF WORK-IS-CHANGE
047600         PERFORM LOAD-ONE-CHANGE
047700     ELSE
047800         PERFORM LOAD-ONE-PAYMENT.
047900     PERFORM READ-WORK-RECORD.
048000
048100 LOAD-ONE-CHANGE.
048200     IF CHANGE-COUNT NOT < CHANGE-TABLE-SIZE
048300         ADD 1 TO ENTRIES-DROPPED
048400     ELSE
048500         ADD 1 TO CHANGE-COUNT
048600         MOVE WORK-DATE     TO CHANGE-DATE(CHANGE-COUNT)
048700         MOVE WORK-TIME     TO CHANGE-TIME(CHANGE-COUNT)
048800         MOVE WORK-DATE     TO DAY-DATE
048900         PERFORM COMPUTE-DAY-NUMBER
049000         MOVE DAY-NUMBER    TO CHANGE-DAY(CHANGE-COUNT)
049100         MOVE WORK-PROGRAM  TO CHANGE-PROGRAM(CHANGE-COUNT)
049200         MOVE WORK-OPERATOR TO CHANGE-OPERATOR(CHANGE-COUNT)
049300         MOVE WORK-BEFORE   TO CHANGE-BEFORE(CHANGE-COUNT)
049400         MOVE WORK-AFTER    TO CHANGE-AFTER(CHANGE-COUNT).
049500
049600* Every voucher a check paid posts on its own - they are
049700* added up into one line per check.
049800 LOAD-ONE-PAYMENT.
049900     IF PAYMENT-COUNT > ZERO
050000        AND WORK-CHECK-NO = PAYMENT-CHECK-NO(PAYMENT-COUNT)
050100        AND WORK-DATE = PAYMENT-DATE(PAYMENT-COUNT)
050200         ADD WORK-AMOUNT TO PAYMENT-AMOUNT(PAYMENT-COUNT)
050300     ELSE
050400         IF PAYMENT-COUNT NOT < PAYMENT-TABLE-SIZE
050500             ADD 1 TO ENTRIES-DROPPED
050600         ELSE
050700             PERFORM LOAD-NEW-PAYMENT.
050800
050900 LOAD-NEW-PAYMENT.
051000     ADD 1 TO PAYMENT-COUNT.
051100     MOVE WORK-CHECK-NO   TO PAYMENT-CHECK-NO(PAYMENT-COUNT).
051200     MOVE WORK-DATE       TO PAYMENT-DATE(PAYMENT-COUNT).
051300     MOVE WORK-TIME       TO PAYMENT-TIME(PAYMENT-COUNT).
051400     MOVE WORK-DATE       TO DAY-DATE.
051500     PERFORM COMPUTE-DAY-NUMBER.
051600     MOVE DAY-NUMBER      TO PAYMENT-DAY(PAYMENT-COUNT).
051700     MOVE WORK-OPERATOR   TO PAYMENT-OPERATOR(PAYMENT-COUNT).
051800     MOVE WORK-PAY-METHOD TO PAYMENT-METHOD(PAYMENT-COUNT).
051900     MOVE WORK-AMOUNT     TO PAYMENT-AMOUNT(PAYMENT-COUNT).
052000
052100*---------------------------------
052200* A change with at least one check posted after it and inside
052300* the window prints, followed by those checks.
052400*---------------------------------
052500 MATCH-ONE-CHANGE.
052600     MOVE "N" TO CHANGE-HAS-PAYMENTS.
052700     PERFORM TEST-ONE-PAYMENT
052800         VARYING PAYMENT-INDEX FROM 1 BY 1
052900           UNTIL PAYMENT-INDEX > PAYMENT-COUNT
053000              OR CHANGE-HAS-PAYMENTS = "Y".
053100     IF CHANGE-HAS-PAYMENTS = "Y"
053200         PERFORM PRINT-THE-CHANGE.
053300
053400 TEST-ONE-PAYMENT.
053500     PERFORM CHECK-PAYMENT-IN-WINDOW.
053600     IF PAYMENT-IN-WINDOW = "Y"
053700         MOVE "Y" TO CHANGE-HAS-PAYMENTS.
053800
053900* In the window means posted after the change - later the
054000* same day counts - and no more than the window's days on.
054100 CHECK-PAYMENT-IN-WINDOW.
054200     MOVE "N" TO PAYMENT-IN-WINDOW.
054300     COMPUTE DAYS-BETWEEN =
054400             PAYMENT-DAY(PAYMENT-INDEX)
054500           - CHANGE-DAY(CHANGE-INDEX).
054600     IF DAYS-BETWEEN NOT > WINDOW-DAYS
054700         IF PAYMENT-DATE(PAYMENT-INDEX)
054800               > CHANGE-DATE(CHANGE-INDEX)
054900             MOVE "Y" TO PAYMENT-IN-WINDOW
055000         ELSE
055100             IF PAYMENT-DATE(PAYMENT-INDEX)
055200                   = CHANGE-DATE(CHANGE-INDEX)
055300                AND PAYMENT-TIME(PAYMENT-INDEX)
055400                   > CHANGE-TIME(CHANGE-INDEX)
055500                 MOVE "Y" TO PAYMENT-IN-WINDOW.
055600
055700 PRINT-THE-CHANGE.
055800     IF VENDOR-PRINTED = "N"
055900         PERFORM PRINT-VENDOR-HEADER.
056000     ADD 1 TO CHANGES-FLAGGED.
056100
056200     IF LINE-COUNT > MAXIMUM-LINES
056300         PERFORM START-NEXT-PAGE.
056400     MOVE CHANGE-DATE(CHANGE-INDEX) TO DATE-CCYYMMDD.
056500     PERFORM CONVERT-TO-MMDDCCYY.
056600     MOVE DATE-MMDDCCYY TO PRINT-CHANGE-DATE.
056700     MOVE CHANGE-TIME(CHANGE-INDEX) TO WORK-TIME-FIELD.
056800     MOVE WORK-TIME-HH TO PRINT-TIME-HH.
056900     MOVE WORK-TIME-MM TO PRINT-TIME-MM.
057000     MOVE WORK-TIME-SS TO PRINT-TIME-SS.
057100     MOVE CHANGE-OPERATOR(CHANGE-INDEX)
057200         TO PRINT-CHANGE-OPERATOR.
057300     MOVE CHANGE-PROGRAM(CHANGE-INDEX) TO PRINT-CHANGE-PROGRAM.
057400     MOVE CHANGE-LINE TO PRINTER-RECORD.
057500     PERFORM WRITE-TO-PRINTER.
057600
057700     MOVE CHANGE-BEFORE(CHANGE-INDEX) TO BEFORE-WATCH.
057800     MOVE CHANGE-AFTER(CHANGE-INDEX)  TO AFTER-WATCH.
057900     PERFORM PRINT-CHANGED-FIELDS.
058000
058100     PERFORM PRINT-ONE-PAYMENT
058200         VARYING PAYMENT-INDEX FROM 1 BY 1
058300           UNTIL PAYMENT-INDEX > PAYMENT-COUNT.
058400
058500 PRINT-VENDOR-HEADER.
058600     IF LINE-COUNT > MAXIMUM-LINES
058700         PERFORM START-NEXT-PAGE.
058800     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
058900     PERFORM READ-VENDOR-RECORD.
059000     IF VENDOR-RECORD-FOUND = "N"
059100         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
059200     MOVE CURRENT-VENDOR TO PRINT-VENDOR.
059300     MOVE VENDOR-NAME TO PRINT-VENDOR-NAME.
059400     MOVE VENDOR-LINE TO PRINTER-RECORD.
059500     PERFORM WRITE-TO-PRINTER.
059600     MOVE "Y" TO VENDOR-PRINTED.
059700
059800* Only the watched fields that differ print, each as a WAS
059900* and a NOW line.
060000 PRINT-CHANGED-FIELDS.
060100     IF BEFORE-ADDRESS-1 NOT = AFTER-ADDRESS-1
060200         MOVE "ADDRESS 1" TO PRINT-FIELD-NAME
060300         MOVE BEFORE-ADDRESS-1 TO PRINT-FIELD-VALUE
060400         PERFORM PRINT-FIELD-WAS
060500         MOVE AFTER-ADDRESS-1 TO PRINT-FIELD-VALUE
060600         PERFORM PRINT-FIELD-NOW.
060700     IF BEFORE-ADDRESS-2 NOT = AFTER-ADDRESS-2
060800         MOVE "ADDRESS 2" TO PRINT-FIELD-NAME
060900         MOVE BEFORE-ADDRESS-2 TO PRINT-FIELD-VALUE
061000         PERFORM PRINT-FIELD-WAS
061100         MOVE AFTER-ADDRESS-2 TO PRINT-FIELD-VALUE
061200         PERFORM PRINT-FIELD-NOW.
061300     IF BEFORE-CITY NOT = AFTER-CITY
061400         MOVE "CITY" TO PRINT-FIELD-NAME
061500         MOVE BEFORE-CITY TO PRINT-FIELD-VALUE
061600         PERFORM PRINT-FIELD-WAS
061700         MOVE AFTER-CITY TO PRINT-FIELD-VALUE
061800         PERFORM PRINT-FIELD-NOW.
061900     IF BEFORE-STATE NOT = AFTER-STATE
062000         MOVE "STATE" TO PRINT-FIELD-NAME
062100         MOVE BEFORE-STATE TO PRINT-FIELD-VALUE
062200         PERFORM PRINT-FIELD-WAS
062300         MOVE AFTER-STATE TO PRINT-FIELD-VALUE
062400         PERFORM PRINT-FIELD-NOW.
062500     IF BEFORE-ZIP NOT = AFTER-ZIP
062600         MOVE "ZIP" TO PRINT-FIELD-NAME
062700         MOVE BEFORE-ZIP TO PRINT-FIELD-VALUE
062800         PERFORM PRINT-FIELD-WAS
062900         MOVE AFTER-ZIP TO PRINT-FIELD-VALUE
063000         PERFORM PRINT-FIELD-NOW.
063100     IF BEFORE-TAX-ID NOT = AFTER-TAX-ID
063200         MOVE "TAX ID" TO PRINT-FIELD-NAME
063300         MOVE BEFORE-TAX-ID TO PRINT-FIELD-VALUE
063400         PERFORM PRINT-FIELD-WAS
063500         MOVE AFTER-TAX-ID TO PRINT-FIELD-VALUE
063600         PERFORM PRINT-FIELD-NOW.
063700     IF BEFORE-HOLD-FLAG NOT = AFTER-HOLD-FLAG
063800         MOVE "HOLD FLAG" TO PRINT-FIELD-NAME
063900         MOVE BEFORE-HOLD-FLAG TO PRINT-FIELD-VALUE
064000         PERFORM PRINT-FIELD-WAS
064100         MOVE AFTER-HOLD-FLAG TO PRINT-FIELD-VALUE
064200         PERFORM PRINT-FIELD-NOW.
064300     IF BEFORE-PAY-METHOD NOT = AFTER-PAY-METHOD
064400         MOVE "PAY METHOD" TO PRINT-FIELD-NAME
064500         MOVE BEFORE-PAY-METHOD TO PRINT-FIELD-VALUE
064600         PERFORM PRINT-FIELD-WAS
064700         MOVE AFTER-PAY-METHOD TO PRINT-FIELD-VALUE
064800         PERFORM PRINT-FIELD-NOW.
064900     IF BEFORE-BANK-ROUTING NOT = AFTER-BANK-ROUTING
065000         MOVE "ROUTING NO" TO PRINT-FIELD-NAME
065100         MOVE BEFORE-BANK-ROUTING TO PRINT-FIELD-VALUE
065200         PERFORM PRINT-FIELD-WAS
065300         MOVE AFTER-BANK-ROUTING TO PRINT-FIELD-VALUE
065400         PERFORM PRINT-FIELD-NOW.
065500     IF BEFORE-BANK-ACCOUNT-NO NOT = AFTER-BANK-ACCOUNT-NO
065600         MOVE "ACCOUNT NO" TO PRINT-FIELD-NAME
065700         MOVE BEFORE-BANK-ACCOUNT-NO TO PRINT-FIELD-VALUE
065800         PERFORM PRINT-FIELD-WAS
065900         MOVE AFTER-BANK-ACCOUNT-NO TO PRINT-FIELD-VALUE
066000         PERFORM PRINT-FIELD-NOW.
066100     IF BEFORE-REMIT-EMAIL NOT = AFTER-REMIT-EMAIL
066200         MOVE "REMIT EMAIL" TO PRINT-FIELD-NAME
066300         MOVE BEFORE-REMIT-EMAIL TO PRINT-FIELD-VALUE
066400         PERFORM PRINT-FIELD-WAS
066500         MOVE AFTER-REMIT-EMAIL TO PRINT-FIELD-VALUE
066600         PERFORM PRINT-FIELD-NOW.
066700
066800 PRINT-FIELD-WAS.
066900     MOVE "WAS: " TO PRINT-FIELD-TAG.
067000     PERFORM PRINT-ONE-FIELD-LINE.
067100
067200 PRINT-FIELD-NOW.
067300     MOVE SPACES TO PRINT-FIELD-NAME.
067400     MOVE "NOW: " TO PRINT-FIELD-TAG.
067500     PERFORM PRINT-ONE-FIELD-LINE.
067600
067700 PRINT-ONE-FIELD-LINE.
067800     IF LINE-COUNT > MAXIMUM-LINES
067900         PERFORM START-NEXT-PAGE.
068000     MOVE FIELD-LINE TO PRINTER-RECORD.
068100     PERFORM WRITE-TO-PRINTER.
068200
068300* The checks inside this change's window - a check run by
068400* the operator who made the change is flagged.
068500 PRINT-ONE-PAYMENT.
068600     PERFORM CHECK-PAYMENT-IN-WINDOW.
068700     IF PAYMENT-IN-WINDOW = "Y"
068800         PERFORM PRINT-THE-PAYMENT.
068900
069000 PRINT-THE-PAYMENT.
069100     IF LINE-COUNT > MAXIMUM-LINES
069200         PERFORM START-NEXT-PAGE.
069300     IF PAYMENT-METHOD(PAYMENT-INDEX) = "E"
069400         MOVE "EFT   " TO PRINT-PAY-TYPE
069500     ELSE
069600         MOVE "CHECK " TO PRINT-PAY-TYPE.
069700     MOVE PAYMENT-CHECK-NO(PAYMENT-INDEX) TO PRINT-CHECK-NO.
069800     MOVE PAYMENT-DATE(PAYMENT-INDEX) TO DATE-CCYYMMDD.
069900     PERFORM CONVERT-TO-MMDDCCYY.
070000     MOVE DATE-MMDDCCYY TO PRINT-POST-DATE.
070100     MOVE PAYMENT-OPERATOR(PAYMENT-INDEX)
070200         TO PRINT-POST-OPERATOR.
070300     MOVE PAYMENT-AMOUNT(PAYMENT-INDEX) TO PRINT-PAYMENT.
070400     IF PAYMENT-OPERATOR(PAYMENT-INDEX)
070500           = CHANGE-OPERATOR(CHANGE-INDEX)
070600         MOVE "*SAME OPERATOR" TO PRINT-SAME-FLAG
070700         ADD 1 TO SAME-OPERATOR-FLAGGED
070800     ELSE
070900         MOVE SPACES TO PRINT-SAME-FLAG.
071000     MOVE PAYMENT-LINE TO PRINTER-RECORD.
071100     PERFORM WRITE-TO-PRINTER.
071200
071300 END-ONE-REPORT.
071400     IF CHANGES-FLAGGED = ZEROES
071500         MOVE "NO VENDOR CHANGES AHEAD OF THESE CHECKS"
071600             TO PRINTER-RECORD
071700         PERFORM WRITE-TO-PRINTER
071800         PERFORM LINE-FEED.
071900
072000     MOVE "VENDORS FLAGGED" TO PRINT-CONTROL-LITERAL.
072100     MOVE VENDORS-FLAGGED TO PRINT-CONTROL-COUNT.
072200     MOVE CONTROL-LINE TO PRINTER-RECORD.
072300     PERFORM WRITE-TO-PRINTER.
072400     MOVE "CHANGES FLAGGED" TO PRINT-CONTROL-LITERAL.
072500     MOVE CHANGES-FLAGGED TO PRINT-CONTROL-COUNT.
072600     MOVE CONTROL-LINE TO PRINTER-RECORD.
072700     PERFORM WRITE-TO-PRINTER.
072800     MOVE "CHECKS BY THE SAME OPERATOR" TO PRINT-CONTROL-LITERAL.
072900     MOVE SAME-OPERATOR-FLAGGED TO PRINT-CONTROL-COUNT.
073000     MOVE CONTROL-LINE TO PRINTER-RECORD.
073100     PERFORM WRITE-TO-PRINTER.
073200     IF ENTRIES-DROPPED > ZEROES
073300         MOVE "ENTRIES OVER TABLE SIZE" TO PRINT-CONTROL-LITERAL
073400         MOVE ENTRIES-DROPPED TO PRINT-CONTROL-COUNT
073500         MOVE CONTROL-LINE TO PRINTER-RECORD
073600         PERFORM WRITE-TO-PRINTER.
073700     PERFORM END-LAST-PAGE.
073800
073900     DISPLAY "VENDORS FLAGGED:       " VENDORS-FLAGGED.
074000     DISPLAY "CHANGES FLAGGED:       " CHANGES-FLAGGED.
074100     DISPLAY "SAME-OPERATOR CHECKS:  " SAME-OPERATOR-FLAGGED.
074200
074300*---------------------------------
074400* File IO routines
074500*---------------------------------
074600 READ-VENDOR-RECORD.
074700     MOVE "Y" TO VENDOR-RECORD-FOUND.
074800     READ VENDOR-FILE RECORD
074900         INVALID KEY
075000         MOVE "N" TO VENDOR-RECORD-FOUND.
075100
075200*---------------------------------
075300* Printing routines
075400*---------------------------------
075500 WRITE-TO-PRINTER.
075600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
075700     ADD 1 TO LINE-COUNT.
075800
075900 LINE-FEED.
076000     MOVE SPACE TO PRINTER-RECORD.
076100     PERFORM WRITE-TO-PRINTER.
076200
076300 START-NEXT-PAGE.
076400     PERFORM END-LAST-PAGE.
076500     PERFORM START-NEW-PAGE.
076600
076700 START-NEW-REPORT.
076800     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
076900     MOVE CHECKS-FROM-DATE TO DATE-CCYYMMDD.
077000     PERFORM CONVERT-TO-MMDDCCYY.
077100     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
077200     MOVE WINDOW-DAYS TO PRINT-WINDOW-DAYS.
077300     PERFORM START-NEW-PAGE.
077400
077500 START-NEW-PAGE.
077600     ADD 1 TO PAGE-NUMBER.
077700     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
077800     MOVE TITLE-LINE TO PRINTER-RECORD.
077900     PERFORM WRITE-TO-PRINTER.
078000     MOVE WINDOW-LINE TO PRINTER-RECORD.
078100     PERFORM WRITE-TO-PRINTER.
078200     PERFORM LINE-FEED.
078300
078400 END-LAST-PAGE.
078500     PERFORM FORM-FEED.
078600     MOVE ZERO TO LINE-COUNT.
078700
078800 FORM-FEED.
078900     MOVE SPACE TO PRINTER-RECORD.
079000     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
079100
079200*---------------------------------
079300* Utility Routines
079400*---------------------------------
079500     COPY "PLDATE01.CBL".
