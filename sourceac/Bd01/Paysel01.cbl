000900* selections are made, and the selected flag is rewritten
001000* on the voucher file so the cut-list report picks the
001100* selections up unchanged.
001110* A voucher still waiting on approval, or rejected, is left
001120* out of the pass altogether.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001900     COPY "SLVND02.CBL".
001910
001920     COPY "SLAUDIT.CBL".
001930
001940     COPY "SLOPER.CBL".
002000
002100     SELECT WORK-FILE
002200         ASSIGN TO "WORK"
003300     COPY "FDVND04.CBL".
003310
003320     COPY "FDAUDIT.CBL".
003330
003340     COPY "FDOPER.CBL".
003400
003500 FD  WORK-FILE
003600     LABEL RECORDS ARE STANDARD.
009100 77  SELECTION-MATCHED       PIC X.
009200 77  VOUCHERS-SKIPPED-COUNT  PIC 9(5) VALUE ZERO.
009300 77  VOUCHERS-REWRITTEN      PIC 9(5) VALUE ZERO.
009310 77  VOUCHERS-NOT-APPROVED   PIC 9(5) VALUE ZERO.
009400
009500* Running total of cash committed by the selections so far
009600 77  COMMITTED-TOTAL         PIC S9(7)V99 VALUE ZERO.
014600     PERFORM GET-RUN-OPTION.
014700     MOVE ZERO TO SELECTION-COUNT.
014800     MOVE ZERO TO VOUCHERS-SKIPPED-COUNT.
014810     MOVE ZERO TO VOUCHERS-NOT-APPROVED.
014900     MOVE ZERO TO COMMITTED-TOTAL.
015000     PERFORM SORT-DATA-FILE.
015100     PERFORM WALK-THE-WORK-FILE.
022100         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
022200
022300* Only open (unpaid) vouchers inside the vendor range take
022310* part in a selection pass, and only once they are approved -
022320* the ones held back are counted for the operator.
022500 BUILD-ONE-SORT-RECORD.
022600     IF VOUCHER-PAID-DATE = ZEROES
022700        AND VOUCHER-VENDOR NOT < FROM-VENDOR
022800        AND VOUCHER-VENDOR NOT > TO-VENDOR
022810        AND NOT VOUCHER-APPROVED
022820         ADD 1 TO VOUCHERS-NOT-APPROVED.
022830     IF VOUCHER-PAID-DATE = ZEROES
022840        AND VOUCHER-VENDOR NOT < FROM-VENDOR
022850        AND VOUCHER-VENDOR NOT > TO-VENDOR
022860        AND VOUCHER-APPROVED
022900         MOVE VOUCHER-NUMBER     TO SORT-NUMBER
023000         MOVE VOUCHER-VENDOR     TO SORT-VENDOR
023100         MOVE VOUCHER-INVOICE    TO SORT-INVOICE
025000         DISPLAY "WARNING - " VOUCHERS-SKIPPED-COUNT
025100             " VOUCHER(S) WERE LEFT UNTOUCHED."
025200         DISPLAY "NARROW THE VENDOR RANGE AND RUN AGAIN.".
025210     IF VOUCHERS-NOT-APPROVED > ZERO
025220         DISPLAY VOUCHERS-NOT-APPROVED
025230             " VOUCHER(S) NOT APPROVED FOR PAYMENT - LEFT OUT.".
025300
025400 READ-WORK-RECORD.
025500     MOVE "N" TO WORK-FILE-AT-END.
