001000*
001100* The extract file 1099EXT is line sequential - vendor
001200* number in columns 1-5, tax ID in columns 6-15, vendor name
001300* in columns 16-45, gross paid amount in columns 46-54 and
001310* federal backup tax withheld in columns 55-63, both as
001400* digits with two implied decimal places.
001410*
001420* The gross is the cash paid plus the tax withheld from it.
001430* A vendor with any backup withholding for the year is
001440* reported whatever the total, so the withholding reaches
001450* the form.
001500*---------------------------------
001600 ENVIRONMENT DIVISION.
001700 INPUT-OUTPUT SECTION.
005200 01  WORK-RECORD.
005300     05  WORK-VENDOR           PIC 9(5).
005400     05  WORK-PAID-AMOUNT      PIC S9(6)V99.
005410     05  WORK-WITHHELD         PIC S9(6)V99.
005500
005600 SD  SORT-FILE.
005700
005800 01  SORT-RECORD.
005900     05  SORT-VENDOR           PIC 9(5).
006000     05  SORT-PAID-AMOUNT      PIC S9(6)V99.
006010     05  SORT-WITHHELD         PIC S9(6)V99.
006100
006200 FD  EXTRACT-FILE
006300     LABEL RECORDS ARE OMITTED.
006600     05  EXTRACT-TAX-ID        PIC X(10).
006700     05  EXTRACT-NAME          PIC X(30).
006800     05  EXTRACT-AMOUNT        PIC 9(7)V99.
006810     05  EXTRACT-WITHHELD      PIC 9(7)V99.
006900
007000 FD  PRINTER-FILE
007100     LABEL RECORDS ARE OMITTED.
008900* Control break current value for vendor
009000 77  CURRENT-VENDOR          PIC 9(5).
009100 77  VENDOR-PAID-TOTAL       PIC S9(7)V99.
009110 77  VENDOR-WITHHELD-TOTAL   PIC S9(7)V99.
009200
009300 77  LINE-COUNT              PIC 999 VALUE ZERO.
009400 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
009800 77  VENDORS-UNDER-LIMIT     PIC 9(5) VALUE ZERO.
009900 77  VENDORS-NOT-REPORTABLE  PIC 9(5) VALUE ZERO.
010000 77  REPORTED-TOTAL          PIC S9(9)V99 VALUE ZERO.
010010 77  REPORTED-WITHHELD       PIC S9(9)V99 VALUE ZERO.
010100
010200* Year of the paid date under test
010300 01  PAID-DATE-FIELD         PIC 9(8).
011400     05  PRINT-TAX-ID      PIC X(10).
011500     05  FILLER            PIC X(1) VALUE SPACE.
011600     05  PRINT-AMOUNT      PIC Z,ZZZ,ZZ9.99.
011610     05  FILLER            PIC X(1) VALUE SPACE.
011620     05  PRINT-WITHHELD    PIC Z,ZZZ,ZZ9.99.
011700
011800 01  TOTAL-LINE.
011900     05  PRINT-TOTAL-LITERAL  PIC X(26).
013800     05  FILLER         PIC X(4) VALUE "NAME".
013900     05  FILLER         PIC X(27) VALUE SPACE.
014000     05  FILLER         PIC X(6) VALUE "TAX ID".
014100     05  FILLER         PIC X(6) VALUE SPACE.
014110     05  FILLER         PIC X(10) VALUE "GROSS PAID".
014200     05  FILLER         PIC X(5) VALUE SPACE.
014210     05  FILLER         PIC X(8) VALUE "WITHHELD".
014300
014400 PROCEDURE DIVISION.
014500 PROGRAM-BEGIN.
024600        AND PAID-DATE-CCYY = REPORTING-YEAR
024700         MOVE VOUCHER-VENDOR      TO SORT-VENDOR
024800         MOVE VOUCHER-PAID-AMOUNT TO SORT-PAID-AMOUNT
024810         MOVE VOUCHER-WITHHELD    TO SORT-WITHHELD
024900         RELEASE SORT-RECORD.
025000     PERFORM READ-VOUCHER-RECORD.
025100
026800        AND PAID-DATE-CCYY = REPORTING-YEAR
026900         MOVE HISTORY-VENDOR      TO SORT-VENDOR
027000         MOVE HISTORY-PAID-AMOUNT TO SORT-PAID-AMOUNT
027010         MOVE HISTORY-WITHHELD    TO SORT-WITHHELD
027100         RELEASE SORT-RECORD.
027200     PERFORM READ-HISTORY-RECORD.
027300
028900 PROCESS-ONE-VENDOR.
029000     MOVE WORK-VENDOR TO CURRENT-VENDOR.
029100     MOVE ZEROES TO VENDOR-PAID-TOTAL.
029110     MOVE ZEROES TO VENDOR-WITHHELD-TOTAL.
029200
029300     PERFORM ADD-ONE-PAYMENT
029400         UNTIL WORK-FILE-AT-END = "Y"
029700     PERFORM REPORT-ONE-VENDOR.
029800
029900 ADD-ONE-PAYMENT.
030000     ADD WORK-PAID-AMOUNT WORK-WITHHELD TO VENDOR-PAID-TOTAL.
030010     ADD WORK-WITHHELD TO VENDOR-WITHHELD-TOTAL.
030100     PERFORM READ-WORK-RECORD.
030200
030300* Only vendors flagged reportable and at or over the
030400* threshold make the register and the extract - or under
030410* it when backup tax was withheld during the year.
030500 REPORT-ONE-VENDOR.
030600     MOVE CURRENT-VENDOR TO VENDOR-NUMBER.
030700     PERFORM READ-VENDOR-RECORD.
031500             ADD 1 TO VENDORS-NOT-REPORTABLE
031600         ELSE
031700             IF VENDOR-PAID-TOTAL < REPORTING-THRESHOLD
031710                AND VENDOR-WITHHELD-TOTAL = ZEROES
031800                 ADD 1 TO VENDORS-UNDER-LIMIT
031900             ELSE
032000                 PERFORM PRINT-ONE-REGISTER-LINE
033000     ELSE
033100         MOVE VENDOR-TAX-ID TO PRINT-TAX-ID.
033200     MOVE VENDOR-PAID-TOTAL TO PRINT-AMOUNT.
033210     MOVE VENDOR-WITHHELD-TOTAL TO PRINT-WITHHELD.
033300     MOVE DETAIL-LINE TO PRINTER-RECORD.
033400     PERFORM WRITE-TO-PRINTER.
033500     MOVE SPACE TO DETAIL-LINE.
033600     ADD 1 TO VENDORS-REPORTED.
033700     ADD VENDOR-PAID-TOTAL TO REPORTED-TOTAL.
033710     ADD VENDOR-WITHHELD-TOTAL TO REPORTED-WITHHELD.
033800
033900 WRITE-ONE-EXTRACT.
034000     MOVE CURRENT-VENDOR     TO EXTRACT-VENDOR.
034100     MOVE VENDOR-TAX-ID      TO EXTRACT-TAX-ID.
034200     MOVE VENDOR-NAME        TO EXTRACT-NAME.
034300     MOVE VENDOR-PAID-TOTAL  TO EXTRACT-AMOUNT.
034310     MOVE VENDOR-WITHHELD-TOTAL TO EXTRACT-WITHHELD.
034400     WRITE EXTRACT-RECORD.
034500
034600*---------------------------------
035200     MOVE "VENDORS ON 1099 REGISTER  " TO PRINT-TOTAL-LITERAL.
035300     MOVE VENDORS-REPORTED TO PRINT-TOTAL-COUNT.
035400     MOVE REPORTED-TOTAL TO PRINT-TOTAL-AMOUNT.
035410     MOVE TOTAL-LINE TO PRINTER-RECORD.
035420     PERFORM WRITE-TO-PRINTER.
035430     MOVE SPACE TO TOTAL-LINE.
035440
035450     MOVE "BACKUP TAX WITHHELD       " TO PRINT-TOTAL-LITERAL.
035460     MOVE REPORTED-WITHHELD TO PRINT-TOTAL-AMOUNT.
035500     MOVE TOTAL-LINE TO PRINTER-RECORD.
035600     PERFORM WRITE-TO-PRINTER.
035700     MOVE SPACE TO TOTAL-LINE.
