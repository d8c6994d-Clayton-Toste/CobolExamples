000800* template's prefix and the month.  A template already
000900* generated for the month is skipped, so the run can be
001000* repeated safely, and a generation register is printed.
001010* A split template's distribution lines are copied to the
001020* voucher it generates.
001030* A voucher over the approval limit is generated pending
001040* approval and flagged on the register.
001100*---------------------------------
001200 ENVIRONMENT DIVISION.
001300 INPUT-OUTPUT SECTION.
001800     COPY "SLVOUCH.CBL".
001900
002000     COPY "SLVND02.CBL".
002010
002020     COPY "SLAUDIT.CBL".
002030
002040     COPY "SLOPER.CBL".
002050
002060     COPY "SLTMPDS.CBL".
002070
002080     COPY "SLVCHDS.CBL".
002100
002200     SELECT PRINTER-FILE
002300         ASSIGN TO PRINTER
003200
003300     COPY "FDVND04.CBL".
003400
003410     COPY "FDAUDIT.CBL".
003420
003430     COPY "FDOPER.CBL".
003440
003450     COPY "FDTMPDS.CBL".
003460
003470     COPY "FDVCHDS.CBL".
003480
003500 FD  PRINTER-FILE
003600     LABEL RECORDS ARE OMITTED.
003700 01  PRINTER-RECORD             PIC X(80).
004000
004100     COPY "WSCASE01.CBL".
004200
004210     COPY "WSAUDT01.CBL".
004220
004230     COPY "WSAPRV01.CBL".
004240
004300 77  OK-TO-PROCESS         PIC X.
004400
004500 77  TEMPLATE-FILE-AT-END    PIC X.
004600 77  VOUCHER-FILE-AT-END     PIC X.
004700 77  VENDOR-RECORD-FOUND     PIC X.
004710 77  TEMPLATE-DIST-AT-END    PIC X.
004720 77  VOUCHER-DIST-AT-END     PIC X.
004800
004900* The next voucher number to assign - one higher than the
005000* highest number already on the voucher file.
007200 77  TEMPLATES-SKIPPED       PIC 9(4) VALUE ZERO.
007300 77  TEMPLATES-IN-ERROR      PIC 9(4) VALUE ZERO.
007310 77  TEMPLATES-ON-HOLD       PIC 9(4) VALUE ZERO.
007320 77  VOUCHERS-PENDING        PIC 9(4) VALUE ZERO.
007400 77  GENERATED-TOTAL         PIC S9(8)V99 VALUE ZERO.
007500
007600 01  DETAIL-LINE.
008300     05  PRINT-DUE-DATE    PIC Z9/99/9999.
008400     05  FILLER            PIC X(1) VALUE SPACE.
008500     05  PRINT-AMOUNT      PIC ZZZ,ZZ9.99.
008510     05  FILLER            PIC X(1) VALUE SPACE.
008520     05  PRINT-PENDING     PIC X(7).
008600
008700 01  TOTAL-LINE.
008800     05  PRINT-TOTAL-LITERAL  PIC X(22).
013400 OPENING-PROCEDURE.
013500     OPEN I-O VENDOR-FILE.
013600     OPEN OUTPUT PRINTER-FILE.
013610     MOVE "TMPGEN01" TO AUDIT-PROGRAM-ID.
013620     PERFORM GET-OPERATOR-INITIALS.
013700
013800 CLOSING-PROCEDURE.
013900     CLOSE VENDOR-FILE.
016500     PERFORM LOAD-NEXT-VOUCHER-NUMBER.
016600     OPEN I-O TEMPLATE-FILE.
016700     OPEN I-O VOUCHER-FILE.
016710     OPEN INPUT TEMPLATE-DIST-FILE.
016720     OPEN I-O VOUCHER-DIST-FILE.
016800     PERFORM START-NEW-REPORT.
016900     PERFORM GENERATE-ALL-TEMPLATES.
017000     PERFORM PRINT-RUN-TOTALS.
017100     PERFORM END-LAST-PAGE.
017200     CLOSE TEMPLATE-FILE.
017300     CLOSE VOUCHER-FILE.
017310     CLOSE TEMPLATE-DIST-FILE.
017320     CLOSE VOUCHER-DIST-FILE.
017400
017500 GET-GENERATION-MONTH.
017600     MOVE ZEROES TO GENERATION-MONTH.
019000
019100* Scan the voucher file once for the highest voucher number
019200* on it, so each generated voucher gets the next number.
019210* Distribution lines stay on file after their voucher moves
019220* to history, so they are scanned too and a number is never
019230* handed out again.
019300 LOAD-NEXT-VOUCHER-NUMBER.
019400     MOVE 1 TO NEXT-VOUCHER-NUMBER.
019500     OPEN INPUT VOUCHER-FILE.
019700     PERFORM CHECK-ONE-VOUCHER-NUMBER
019800         UNTIL VOUCHER-FILE-AT-END = "Y".
019900     CLOSE VOUCHER-FILE.
019910     OPEN INPUT VOUCHER-DIST-FILE.
019920     PERFORM READ-NEXT-VOUCHER-DIST.
019930     PERFORM CHECK-ONE-DIST-NUMBER
019940         UNTIL VOUCHER-DIST-AT-END = "Y".
019950     CLOSE VOUCHER-DIST-FILE.
020000
020100 CHECK-ONE-VOUCHER-NUMBER.
020200     IF VOUCHER-NUMBER NOT < NEXT-VOUCHER-NUMBER
020300         COMPUTE NEXT-VOUCHER-NUMBER = VOUCHER-NUMBER + 1.
020400     PERFORM READ-VOUCHER-RECORD.
020405
020410 CHECK-ONE-DIST-NUMBER.
020415     IF VOUCHER-DIST-VOUCHER NOT < NEXT-VOUCHER-NUMBER
020420         COMPUTE NEXT-VOUCHER-NUMBER = VOUCHER-DIST-VOUCHER + 1.
020425     PERFORM READ-NEXT-VOUCHER-DIST.
020430
020435 READ-NEXT-VOUCHER-DIST.
020440     MOVE "N" TO VOUCHER-DIST-AT-END.
020445     READ VOUCHER-DIST-FILE NEXT RECORD
020450         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
020500
020600 READ-VOUCHER-RECORD.
020700     MOVE "N" TO VOUCHER-FILE-AT-END.
026400     MOVE ZEROES                TO VOUCHER-CHECK-NO.
026410     MOVE SPACES                TO VOUCHER-BANK-ACCOUNT.
026420     MOVE ZEROES                TO VOUCHER-PO-NO.
026430     MOVE SPACES                TO VOUCHER-PAY-METHOD.
026440     MOVE ZEROES                TO VOUCHER-WITHHELD.
026450     MOVE OPERATOR-INITIALS     TO VOUCHER-ENTERED-BY.
026460     PERFORM SET-APPROVAL-STATUS.
026500
026600     MOVE SPACES TO VOUCHER-INVOICE.
026700     STRING TEMPLATE-INVOICE-PREFIX DELIMITED BY SPACE
028100         DISPLAY "VOUCHER " VOUCHER-NUMBER
028200             " IS ALREADY ON FILE - NOT WRITTEN"
028300         NOT INVALID KEY
028400         PERFORM REGISTER-ONE-VOUCHER
028410         PERFORM COPY-TEMPLATE-SPLIT.
028500     ADD 1 TO NEXT-VOUCHER-NUMBER.
028510
028520* A due day past the end of a short month is pulled back to
028594             OR GENERATED-MM = 09 OR GENERATED-MM = 11)
028596         MOVE 30 TO GENERATED-DD.
028600
028605* A voucher over the approval limit waits for an approver
028610* before it can be paid - the date is the day it began
028615* waiting.
028620 SET-APPROVAL-STATUS.
028625     MOVE SPACES TO VOUCHER-APPROVED-BY.
028630     ACCEPT VOUCHER-APPROVAL-DATE FROM DATE YYYYMMDD.
028635     IF VOUCHER-AMOUNT > APPROVAL-LIMIT
028640         MOVE "P" TO VOUCHER-APPROVAL-STATUS
028645         MOVE SPACES TO VOUCHER-APPROVAL-REASON
028650     ELSE
028655         MOVE "A" TO VOUCHER-APPROVAL-STATUS
028660         MOVE "UNDER APPROVAL LIMIT" TO VOUCHER-APPROVAL-REASON.
028665
028700 REGISTER-ONE-VOUCHER.
028800     ADD 1 TO TEMPLATES-GENERATED.
028900     ADD VOUCHER-AMOUNT TO GENERATED-TOTAL.
028910     IF VOUCHER-PENDING-APPROVAL
028920         ADD 1 TO VOUCHERS-PENDING.
029000     PERFORM PRINT-ONE-REGISTER-LINE.
029002
029004* A split template's lines become the new voucher's
029006* distribution lines, line for line.
029008 COPY-TEMPLATE-SPLIT.
029010     PERFORM START-TEMPLATE-DIST.
029012     PERFORM COPY-ONE-TEMPLATE-LINE
029014         UNTIL TEMPLATE-DIST-AT-END = "Y".
029016
029018 COPY-ONE-TEMPLATE-LINE.
029020     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
029022     MOVE TEMPLATE-DIST-LINE TO VOUCHER-DIST-LINE.
029024     MOVE TEMPLATE-DIST-GL-ACCOUNT TO VOUCHER-DIST-GL-ACCOUNT.
029026     MOVE TEMPLATE-DIST-STORE TO VOUCHER-DIST-STORE.
029028     MOVE TEMPLATE-DIST-AMOUNT TO VOUCHER-DIST-AMOUNT.
029030     WRITE VOUCHER-DIST-RECORD
029032         INVALID KEY
029034         DISPLAY "VOUCHER " VOUCHER-NUMBER
029036             " LINE " VOUCHER-DIST-LINE
029038             " IS ALREADY ON FILE - NOT WRITTEN".
029040     PERFORM READ-NEXT-TEMPLATE-DIST.
029042
029044 START-TEMPLATE-DIST.
029046     MOVE "N" TO TEMPLATE-DIST-AT-END.
029048     MOVE TEMPLATE-NUMBER TO TEMPLATE-DIST-TEMPLATE.
029050     MOVE ZEROES TO TEMPLATE-DIST-LINE.
029052     START TEMPLATE-DIST-FILE KEY IS NOT < TEMPLATE-DIST-KEY
029054         INVALID KEY MOVE "Y" TO TEMPLATE-DIST-AT-END.
029056     IF TEMPLATE-DIST-AT-END = "N"
029058         PERFORM READ-NEXT-TEMPLATE-DIST.
029060
029062 READ-NEXT-TEMPLATE-DIST.
029064     READ TEMPLATE-DIST-FILE NEXT RECORD
029066         AT END MOVE "Y" TO TEMPLATE-DIST-AT-END.
029068     IF TEMPLATE-DIST-AT-END = "N"
029070        AND TEMPLATE-DIST-TEMPLATE NOT = TEMPLATE-NUMBER
029072         MOVE "Y" TO TEMPLATE-DIST-AT-END.
029100
029200* The month just generated is stamped on the template so a
029300* second run for the same month skips it.
031000     MOVE DATE-MMDDCCYY TO PRINT-DUE-DATE.
031100
031200     MOVE VOUCHER-AMOUNT TO PRINT-AMOUNT.
031210     IF VOUCHER-PENDING-APPROVAL
031220         MOVE "PENDING" TO PRINT-PENDING.
031300     MOVE DETAIL-LINE TO PRINTER-RECORD.
031400     PERFORM WRITE-TO-PRINTER.
031500     MOVE SPACE TO DETAIL-LINE.
033950         MOVE TOTAL-LINE TO PRINTER-RECORD
033960         PERFORM WRITE-TO-PRINTER.
034000
034010     IF VOUCHERS-PENDING > ZERO
034020         MOVE "PENDING APPROVAL      " TO PRINT-TOTAL-LITERAL
034030         MOVE VOUCHERS-PENDING TO PRINT-TOTAL-COUNT
034040         MOVE TOTAL-LINE TO PRINTER-RECORD
034050         PERFORM WRITE-TO-PRINTER.
034060
034100     DISPLAY "VOUCHERS GENERATED: " TEMPLATES-GENERATED.
034200     DISPLAY "TEMPLATES SKIPPED:  " TEMPLATES-SKIPPED.
034300     IF TEMPLATES-IN-ERROR > ZERO
034400         DISPLAY "TEMPLATES IN ERROR: " TEMPLATES-IN-ERROR.
034410     IF TEMPLATES-ON-HOLD > ZERO
034420         DISPLAY "VENDORS ON HOLD:    " TEMPLATES-ON-HOLD.
034430     IF VOUCHERS-PENDING > ZERO
034440         DISPLAY "PENDING APPROVAL:   " VOUCHERS-PENDING.
034500
034600*---------------------------------
034700* Printing routines
038600* Utility Routines
038700*---------------------------------
038800     COPY "PLDATE01.CBL".
038900
039000     COPY "PLAUDT01.CBL".
