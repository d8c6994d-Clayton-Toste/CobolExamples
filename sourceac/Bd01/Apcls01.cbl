001000* voucher to its expense account (suspense when uncoded) and
001100* one balancing credit to the accrual account - with a proof
001200* listing whose grand total ties to the bills-report total.
001210* A voucher split into distribution lines accrues one debit
001220* per line, each to its own account.
001230* Closing a period is a supervisor step - a clerk signed on
001240* is refused before anything is touched.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
002000     COPY "SLVOUCH.CBL".
002100
002200     COPY "SLACCT.CBL".
002210
002220     COPY "SLAUDIT.CBL".
002230
002240     COPY "SLOPER.CBL".
002250
002260     COPY "SLVCHDS.CBL".
002300
002400     SELECT JOURNAL-FILE
002500         ASSIGN TO "GLJRNL"
003700     COPY "FDVOUCH.CBL".
003800
003900     COPY "FDACCT.CBL".
003910
003920     COPY "FDAUDIT.CBL".
003930
003940     COPY "FDOPER.CBL".
003950
003960     COPY "FDVCHDS.CBL".
004000
004100* The same journal layout the ledger export writes - posting
004200* date, account, D or C, amount, reference.
005700
005800     COPY "WSCASE01.CBL".
005900
005910     COPY "WSAUDT01.CBL".
005920
006000 77  OK-TO-PROCESS         PIC X.
006100
006200 77  PERIOD-FILE-AT-END      PIC X.
006300 77  PERIOD-ON-FILE          PIC X.
006400 77  VOUCHER-FILE-AT-END     PIC X.
006500 77  ACCOUNT-RECORD-FOUND    PIC X.
006510 77  VOUCHER-DIST-AT-END     PIC X.
006520
006530* The account and amount of the debit being written - the
006540* voucher's own, or one distribution line's.
006550 77  DEBIT-GL-ACCOUNT        PIC 9(5).
006560 77  DEBIT-AMOUNT            PIC S9(6)V99.
006600
006700* The period being closed and the period that opens after it
006800 01  CLOSING-PERIOD          PIC 9(6).
014300 OPENING-PROCEDURE.
014400     OPEN INPUT ACCOUNT-FILE.
014500     OPEN OUTPUT PRINTER-FILE.
014510     MOVE "APCLS01" TO AUDIT-PROGRAM-ID.
014520     PERFORM GET-OPERATOR-INITIALS.
014600
014700 CLOSING-PROCEDURE.
014800     CLOSE ACCOUNT-FILE.
014900     CLOSE PRINTER-FILE.
015000
015100 MAIN-PROCESS.
015110     IF NOT OPERATOR-IS-SUPERVISOR
015120         DISPLAY "CLOSING THE AP PERIOD NEEDS SUPERVISOR"
015130             " AUTHORITY"
015140         MOVE 8 TO RETURN-CODE
015150     ELSE
015200         PERFORM GET-OK-TO-PROCESS
015300         IF OK-TO-PROCESS = "Y"
015400             PERFORM RUN-THE-CLOSE.
015500
015600 GET-OK-TO-PROCESS.
015700     PERFORM ACCEPT-OK-TO-PROCESS.
025900*---------------------------------
026000 WRITE-THE-ACCRUAL.
026100     OPEN INPUT VOUCHER-FILE.
026110     OPEN INPUT VOUCHER-DIST-FILE.
026200     OPEN EXTEND JOURNAL-FILE.
026300
026400     PERFORM READ-VOUCHER-RECORD.
026900         PERFORM WRITE-THE-ACCRUAL-CREDIT.
027000
027100     CLOSE VOUCHER-FILE.
027110     CLOSE VOUCHER-DIST-FILE.
027200     CLOSE JOURNAL-FILE.
027300
027400 READ-VOUCHER-RECORD.
028100* across the whole file.
028200 ACCRUE-ONE-VOUCHER.
028300     IF VOUCHER-PAID-DATE = ZEROES
028310        AND NOT VOUCHER-REJECTED
028400         PERFORM ACCRUE-ONE-OPEN-VOUCHER.
028500     PERFORM READ-VOUCHER-RECORD.
028502
028504* A voucher with no distribution lines accrues whole to its
028506* own account, as it always has - a split voucher accrues a
028508* debit per line.
028510 ACCRUE-ONE-OPEN-VOUCHER.
028512     ADD VOUCHER-AMOUNT TO ACCRUAL-TOTAL.
028514     ADD 1 TO DEBIT-COUNT.
028516     PERFORM START-VOUCHER-DIST.
028518     IF VOUCHER-DIST-AT-END = "Y"
028520         MOVE VOUCHER-GL-ACCOUNT TO DEBIT-GL-ACCOUNT
028522         MOVE VOUCHER-AMOUNT TO DEBIT-AMOUNT
028524         PERFORM WRITE-ONE-ACCRUAL-DEBIT
028526     ELSE
028528         PERFORM ACCRUE-ONE-DIST-LINE
028530             UNTIL VOUCHER-DIST-AT-END = "Y".
028532
028534 ACCRUE-ONE-DIST-LINE.
028536     MOVE VOUCHER-DIST-GL-ACCOUNT TO DEBIT-GL-ACCOUNT.
028538     MOVE VOUCHER-DIST-AMOUNT TO DEBIT-AMOUNT.
028540     PERFORM WRITE-ONE-ACCRUAL-DEBIT.
028542     PERFORM READ-NEXT-VOUCHER-DIST.
028544
028546 START-VOUCHER-DIST.
028548     MOVE "N" TO VOUCHER-DIST-AT-END.
028550     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
028552     MOVE ZEROES TO VOUCHER-DIST-LINE.
028554     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
028556         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
028558     IF VOUCHER-DIST-AT-END = "N"
028560         PERFORM READ-NEXT-VOUCHER-DIST.
028562
028564 READ-NEXT-VOUCHER-DIST.
028566     READ VOUCHER-DIST-FILE NEXT RECORD
028568         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
028570     IF VOUCHER-DIST-AT-END = "N"
028572        AND VOUCHER-DIST-VOUCHER NOT = VOUCHER-NUMBER
028574         MOVE "Y" TO VOUCHER-DIST-AT-END.
028600
028700 WRITE-ONE-ACCRUAL-DEBIT.
028800     MOVE SPACE TO DETAIL-LINE.
028900     MOVE ACCRUAL-DATE TO JOURNAL-DATE.
029000     IF DEBIT-GL-ACCOUNT = ZEROES
029100         MOVE SUSPENSE-ACCOUNT TO JOURNAL-ACCOUNT
029200         MOVE "** TO SUSPENSE **" TO PRINT-NOTE
029300         ADD 1 TO SUSPENSE-COUNT
029400     ELSE
029500         MOVE DEBIT-GL-ACCOUNT TO JOURNAL-ACCOUNT.
029510* The journal amount column is unsigned - an open credit
029520* memo accrues as a credit at its absolute value, so the
029530* exported file balances the same way the proof does.
029600     IF DEBIT-AMOUNT < ZEROES
029610         MOVE "C" TO JOURNAL-DC
029620     ELSE
029630         MOVE "D" TO JOURNAL-DC.
029700     MOVE DEBIT-AMOUNT TO JOURNAL-AMOUNT.
029800     MOVE SPACES TO JOURNAL-REFERENCE.
029900     STRING "ACR " VOUCHER-NUMBER
030000         DELIMITED BY SIZE INTO JOURNAL-REFERENCE.
030100     WRITE JOURNAL-RECORD.
030500
030600     PERFORM PRINT-ONE-JOURNAL-LINE.
030700
040900     READ ACCOUNT-FILE RECORD
041000         INVALID KEY
041100         MOVE "N" TO ACCOUNT-RECORD-FOUND.
041200
041300*---------------------------------
041400* Utility Routines
041500*---------------------------------
041600     COPY "PLAUDT01.CBL".
