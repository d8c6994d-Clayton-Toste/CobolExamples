000500* Answers the phone-call questions without a batch run: shows
000600* a single voucher by number, or lists a vendor's open items
000700* with their total, straight off the indexed voucher file.
000710* A split voucher's distribution lines are listed under it.
000720* The voucher's approval status is shown with who decided it.
000800*---------------------------------
000900 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001400
001500     COPY "SLVND02.CBL".
001600
001610     COPY "SLVCHDS.CBL".
001620
001700 DATA DIVISION.
001800 FILE SECTION.
001900
002000     COPY "FDVOUCH.CBL".
002100
002200     COPY "FDVND04.CBL".
002210
002220     COPY "FDVCHDS.CBL".
002300
002400 WORKING-STORAGE SECTION.
002500
003300 77  VOUCHER-RECORD-FOUND    PIC X.
003400 77  VENDOR-RECORD-FOUND     PIC X.
003500 77  VOUCHER-FILE-AT-END     PIC X.
003510 77  VOUCHER-DIST-AT-END     PIC X.
003600
003700 77  ENTRY-VOUCHER-NUMBER    PIC 9(5).
003800 77  ENTRY-VENDOR-NUMBER     PIC 9(5).
006200 OPENING-PROCEDURE.
006300     OPEN INPUT VOUCHER-FILE.
006400     OPEN I-O VENDOR-FILE.
006410     OPEN INPUT VOUCHER-DIST-FILE.
006500
006600 CLOSING-PROCEDURE.
006700     CLOSE VOUCHER-FILE.
006800     CLOSE VENDOR-FILE.
006810     CLOSE VOUCHER-DIST-FILE.
006900
007000 MAIN-PROCESS.
007100     PERFORM GET-MENU-PICK.
014700
014800     DISPLAY "DEDUCTIBLE: " VOUCHER-DEDUCTIBLE.
014850     DISPLAY "GL ACCOUNT: " VOUCHER-GL-ACCOUNT.
014860     PERFORM DISPLAY-VOUCHER-DIST.
014900     DISPLAY "SELECTED:   " VOUCHER-SELECTED.
014905     IF VOUCHER-ENTERED-BY NOT = SPACES
014910         DISPLAY "ENTERED BY: " VOUCHER-ENTERED-BY.
014915
014920     MOVE VOUCHER-APPROVAL-DATE TO DATE-CCYYMMDD.
014925     PERFORM CONVERT-TO-MMDDCCYY.
014930     MOVE DATE-MMDDCCYY TO DISPLAY-DATE.
014935     IF VOUCHER-PENDING-APPROVAL
014940         DISPLAY "APPROVAL:   PENDING SINCE " DISPLAY-DATE
014945     ELSE
014950         IF VOUCHER-REJECTED
014955             DISPLAY "APPROVAL:   REJECTED BY "
014960                 VOUCHER-APPROVED-BY " ON " DISPLAY-DATE
014965             DISPLAY "REASON:     " VOUCHER-APPROVAL-REASON
014970         ELSE
014975             IF VOUCHER-APPROVED-BY NOT = SPACES
014980                 DISPLAY "APPROVAL:   APPROVED BY "
014985                     VOUCHER-APPROVED-BY " ON " DISPLAY-DATE
014990                 DISPLAY "REASON:     " VOUCHER-APPROVAL-REASON.
015000
015100     IF VOUCHER-PAID-DATE = ZEROES
015200         DISPLAY "STATUS:     OPEN - NOT YET PAID"
015800         DISPLAY "STATUS:     PAID " DISPLAY-AMOUNT
015900             " ON " DISPLAY-DATE
016000             " CHECK " VOUCHER-CHECK-NO.
016005
016010     IF VOUCHER-WITHHELD NOT = ZEROES
016015         MOVE VOUCHER-WITHHELD TO DISPLAY-AMOUNT
016020         DISPLAY "WITHHELD:   " DISPLAY-AMOUNT
016025             " FEDERAL BACKUP TAX".
016030
016035 DISPLAY-VOUCHER-DIST.
016040     PERFORM START-VOUCHER-DIST.
016045     PERFORM DISPLAY-ONE-DIST-LINE
016050         UNTIL VOUCHER-DIST-AT-END = "Y".
016055
016060 DISPLAY-ONE-DIST-LINE.
016065     MOVE VOUCHER-DIST-AMOUNT TO DISPLAY-AMOUNT.
016070     DISPLAY "  LINE " VOUCHER-DIST-LINE
016075         "  ACCOUNT " VOUCHER-DIST-GL-ACCOUNT
016080         "  STORE " VOUCHER-DIST-STORE
016085         "  AMOUNT " DISPLAY-AMOUNT.
016090     PERFORM READ-NEXT-VOUCHER-DIST.
016100
016200*---------------------------------
016300* A vendor's open items, off the alternate key
023000         INVALID KEY
023100         MOVE "N" TO VENDOR-RECORD-FOUND.
023200
023205 START-VOUCHER-DIST.
023210     MOVE "N" TO VOUCHER-DIST-AT-END.
023215     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
023220     MOVE ZEROES TO VOUCHER-DIST-LINE.
023225     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
023230         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
023235     IF VOUCHER-DIST-AT-END = "N"
023240         PERFORM READ-NEXT-VOUCHER-DIST.
023245
023250 READ-NEXT-VOUCHER-DIST.
023255     READ VOUCHER-DIST-FILE NEXT RECORD
023260         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
023265     IF VOUCHER-DIST-AT-END = "N"
023270        AND VOUCHER-DIST-VOUCHER NOT = VOUCHER-NUMBER
023275         MOVE "Y" TO VOUCHER-DIST-AT-END.
023280
023300*---------------------------------
023400* Utility Routines
023500*---------------------------------
