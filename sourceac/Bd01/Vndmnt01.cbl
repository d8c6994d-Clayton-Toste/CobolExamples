001610
001620     COPY "SLAUDIT.CBL".
001700
001710     COPY "SLOPER.CBL".
001720
001800 DATA DIVISION.
001900 FILE SECTION.
002000
002300     COPY "FDSTATE.CBL".
002310
002320     COPY "FDAUDIT.CBL".
002330
002340     COPY "FDOPER.CBL".
002400
002500 WORKING-STORAGE SECTION.
002600
003900
004000* Every field prompt is accepted here first - on a change,
004100* a blank answer keeps the field as it stands on file.
004200 77  FIELD-ANSWER            PIC X(40).
004300
004400* Entry fields are accepted here first so a rejected entry
004500* never disturbs the record area.
005530 77  ENTRY-NET-DAYS          PIC 9(3).
005531 77  ENTRY-HOLD-FLAG         PIC X.
005532 77  ENTRY-HOLD-REASON       PIC X(30).
005533 77  ENTRY-PAY-METHOD        PIC X.
005534 77  ENTRY-BANK-ROUTING      PIC 9(9).
005535 77  ENTRY-BANK-ACCOUNT-NO   PIC X(17).
005536 77  ENTRY-BANK-ACCOUNT-TYPE PIC X.
005537 77  ENTRY-REMIT-EMAIL       PIC X(40).
005538 77  ENTRY-BACKUP-WH         PIC X.
005539 77  ENTRY-BACKUP-WH-DATE    PIC 9(8).
005540
005550* Numeric terms fields are accepted here first, so a blank
005560* (zero) answer on a change keeps the field as it stands.
005570 77  NUMBER-ANSWER           PIC 9(3)V99.
005572 77  DATE-ANSWER             PIC 9(8).
005574
005576* The routing number is accepted here first, and proved with
005578* the bank routing check digit before it is taken - weights
005580* 3, 7 and 1 across the nine digits must total a multiple
005582* of ten.
005584 77  ROUTING-ANSWER          PIC 9(9).
005586 01  ROUTING-FIELD           PIC 9(9).
005588 01  ROUTING-FIELD-R REDEFINES ROUTING-FIELD.
005590     05  ROUTING-DIGIT       PIC 9 OCCURS 9 TIMES.
005592 77  ROUTING-SUM             PIC 9(4).
005594 77  ROUTING-QUOTIENT        PIC 9(4).
005596 77  ROUTING-REMAINDER       PIC 9.
005598 77  ROUTING-IS-VALID        PIC X.
005600
005700 PROCEDURE DIVISION.
005800 PROGRAM-BEGIN.
021940     DISPLAY "ON HOLD:       " VENDOR-HOLD-FLAG.
021950     IF VENDOR-HOLD-FLAG = "Y"
021960         DISPLAY "HOLD REASON:   " VENDOR-HOLD-REASON.
021962     DISPLAY "PAY METHOD:    " VENDOR-PAY-METHOD.
021964     IF VENDOR-PAY-METHOD = "E"
021966         DISPLAY "ROUTING NO:    " VENDOR-BANK-ROUTING
021968         DISPLAY "BANK ACCOUNT:  " VENDOR-BANK-ACCOUNT-NO
021970         DISPLAY "ACCOUNT TYPE:  " VENDOR-BANK-ACCOUNT-TYPE
021972         DISPLAY "REMIT E-MAIL:  " VENDOR-REMIT-EMAIL.
021974     DISPLAY "BACKUP WH:     " VENDOR-BACKUP-WH.
021976     IF VENDOR-BACKUP-WH = "Y"
021978         DISPLAY "WH STARTS:     " VENDOR-BACKUP-WH-DATE.
022000
022100*---------------------------------
022200* Field entry routines
024730         MOVE VENDOR-NET-DAYS      TO ENTRY-NET-DAYS
024740         MOVE VENDOR-HOLD-FLAG     TO ENTRY-HOLD-FLAG
024750         MOVE VENDOR-HOLD-REASON   TO ENTRY-HOLD-REASON
024755         MOVE VENDOR-PAY-METHOD    TO ENTRY-PAY-METHOD
024760         MOVE VENDOR-BANK-ROUTING  TO ENTRY-BANK-ROUTING
024765         MOVE VENDOR-BANK-ACCOUNT-NO   TO ENTRY-BANK-ACCOUNT-NO
024770         MOVE VENDOR-BANK-ACCOUNT-TYPE TO ENTRY-BANK-ACCOUNT-TYPE
024775         MOVE VENDOR-REMIT-EMAIL   TO ENTRY-REMIT-EMAIL
024780         MOVE VENDOR-BACKUP-WH     TO ENTRY-BACKUP-WH
024785         MOVE VENDOR-BACKUP-WH-DATE TO ENTRY-BACKUP-WH-DATE
024800         DISPLAY "ENTER NEW VALUE OR BLANK TO KEEP EACH FIELD."
024900     ELSE
025000         MOVE SPACES TO ENTRY-VENDOR-NAME
025820                        ENTRY-DISCOUNT-DAYS
025830         MOVE 30     TO ENTRY-NET-DAYS
025840         MOVE "N"    TO ENTRY-HOLD-FLAG
025850         MOVE SPACES TO ENTRY-HOLD-REASON
025855         MOVE "C"    TO ENTRY-PAY-METHOD
025860         MOVE ZEROES TO ENTRY-BANK-ROUTING
025865         MOVE SPACES TO ENTRY-BANK-ACCOUNT-NO
025870                        ENTRY-BANK-ACCOUNT-TYPE
025875                        ENTRY-REMIT-EMAIL
025880         MOVE "N"    TO ENTRY-BACKUP-WH
025885         MOVE ZEROES TO ENTRY-BACKUP-WH-DATE.
025900
026000     PERFORM GET-VENDOR-NAME.
026100     PERFORM GET-VENDOR-ADDRESS.
026400     PERFORM GET-VENDOR-TAX-FIELDS.
026410     PERFORM GET-VENDOR-TERMS.
026420     PERFORM GET-VENDOR-HOLD.
026430     PERFORM GET-VENDOR-PAY-METHOD.
026440     PERFORM GET-VENDOR-BACKUP-WH.
026500
026600 GET-VENDOR-NAME.
026700     DISPLAY "ENTER VENDOR NAME:".
035616 ACCEPT-FIELD-ANSWER.
035617     MOVE SPACES TO FIELD-ANSWER.
035618     ACCEPT FIELD-ANSWER.
035619
035620* Payment method - an EFT vendor is paid straight into its
035621* own bank account, so the routing number must pass the
035622* check digit and the account number may not be blank.  A
035623* vendor switched back to checks has its bank details
035624* cleared so stale account numbers never ride the record.
035625 GET-VENDOR-PAY-METHOD.
035626     PERFORM ACCEPT-PAY-METHOD.
035627     PERFORM RE-ACCEPT-PAY-METHOD
035628         UNTIL ENTRY-PAY-METHOD = "C" OR "E".
035629
035630     IF ENTRY-PAY-METHOD = "E"
035631         PERFORM GET-VENDOR-BANK-FIELDS
035632     ELSE
035633         MOVE ZEROES TO ENTRY-BANK-ROUTING
035634         MOVE SPACES TO ENTRY-BANK-ACCOUNT-NO
035635                        ENTRY-BANK-ACCOUNT-TYPE
035636                        ENTRY-REMIT-EMAIL.
035637
035638 ACCEPT-PAY-METHOD.
035639     DISPLAY "PAY BY C = CHECK OR E = ELECTRONIC TRANSFER:".
035640     PERFORM ACCEPT-FIELD-ANSWER.
035641     INSPECT FIELD-ANSWER
035642       CONVERTING LOWER-ALPHA
035643       TO         UPPER-ALPHA.
035644     IF FIELD-ANSWER NOT = SPACES
035645         MOVE FIELD-ANSWER TO ENTRY-PAY-METHOD.
035646
035647 RE-ACCEPT-PAY-METHOD.
035648     DISPLAY "YOU MUST ENTER C OR E".
035649     PERFORM ACCEPT-PAY-METHOD.
035650
035651 GET-VENDOR-BANK-FIELDS.
035652     PERFORM ACCEPT-BANK-ROUTING.
035653     PERFORM RE-ACCEPT-BANK-ROUTING
035654         UNTIL ROUTING-IS-VALID = "Y".
035655
035656     DISPLAY "ENTER VENDOR BANK ACCOUNT NUMBER:".
035657     PERFORM ACCEPT-FIELD-ANSWER.
035658     IF FIELD-ANSWER NOT = SPACES
035659         MOVE FIELD-ANSWER TO ENTRY-BANK-ACCOUNT-NO.
035660     PERFORM RE-ACCEPT-BANK-ACCOUNT-NO
035661         UNTIL ENTRY-BANK-ACCOUNT-NO NOT = SPACES.
035662
035663     PERFORM ACCEPT-BANK-ACCOUNT-TYPE.
035664     PERFORM RE-ACCEPT-BANK-ACCOUNT-TYPE
035665         UNTIL ENTRY-BANK-ACCOUNT-TYPE = "C" OR "S".
035666
035667     DISPLAY "ENTER REMITTANCE E-MAIL ADDRESS:".
035668     PERFORM ACCEPT-FIELD-ANSWER.
035669     IF FIELD-ANSWER NOT = SPACES
035670         MOVE FIELD-ANSWER TO ENTRY-REMIT-EMAIL.
035671     IF ENTRY-REMIT-EMAIL = SPACES
035672         DISPLAY "WARNING - NO E-MAIL FOR THE REMITTANCE ADVICE".
035673
035674 ACCEPT-BANK-ROUTING.
035675     DISPLAY "ENTER VENDOR BANK ROUTING NUMBER:".
035676     MOVE ZEROES TO ROUTING-ANSWER.
035677     ACCEPT ROUTING-ANSWER.
035678     IF ROUTING-ANSWER NOT = ZEROES
035679         MOVE ROUTING-ANSWER TO ENTRY-BANK-ROUTING.
035680     MOVE ENTRY-BANK-ROUTING TO ROUTING-FIELD.
035681     PERFORM CHECK-ROUTING-DIGIT.
035682
035683 RE-ACCEPT-BANK-ROUTING.
035684     DISPLAY "ROUTING NUMBER " ENTRY-BANK-ROUTING
035685         " IS NOT VALID".
035686     MOVE ZEROES TO ENTRY-BANK-ROUTING.
035687     PERFORM ACCEPT-BANK-ROUTING.
035688
035689* A zero routing number never passes - an EFT vendor must
035690* carry one.
035691 CHECK-ROUTING-DIGIT.
035692     MOVE "N" TO ROUTING-IS-VALID.
035693     IF ROUTING-FIELD NOT = ZEROES
035694         COMPUTE ROUTING-SUM =
035695             3 * (ROUTING-DIGIT(1) + ROUTING-DIGIT(4)
035696                                   + ROUTING-DIGIT(7))
035697           + 7 * (ROUTING-DIGIT(2) + ROUTING-DIGIT(5)
035698                                   + ROUTING-DIGIT(8))
035699           +     (ROUTING-DIGIT(3) + ROUTING-DIGIT(6)
035700                                   + ROUTING-DIGIT(9))
035701         DIVIDE ROUTING-SUM BY 10
035702             GIVING ROUTING-QUOTIENT
035703             REMAINDER ROUTING-REMAINDER
035704         IF ROUTING-REMAINDER = ZERO
035705             MOVE "Y" TO ROUTING-IS-VALID.
035706
035707 RE-ACCEPT-BANK-ACCOUNT-NO.
035708     DISPLAY "AN EFT VENDOR NEEDS A BANK ACCOUNT NUMBER".
035709     PERFORM ACCEPT-FIELD-ANSWER.
035710     IF FIELD-ANSWER NOT = SPACES
035711         MOVE FIELD-ANSWER TO ENTRY-BANK-ACCOUNT-NO.
035712
035713 ACCEPT-BANK-ACCOUNT-TYPE.
035714     DISPLAY "ACCOUNT TYPE C = CHECKING OR S = SAVINGS:".
035715     PERFORM ACCEPT-FIELD-ANSWER.
035716     INSPECT FIELD-ANSWER
035717       CONVERTING LOWER-ALPHA
035718       TO         UPPER-ALPHA.
035719     IF FIELD-ANSWER NOT = SPACES
035720         MOVE FIELD-ANSWER TO ENTRY-BANK-ACCOUNT-TYPE.
035721
035722 RE-ACCEPT-BANK-ACCOUNT-TYPE.
035723     DISPLAY "YOU MUST ENTER C OR S".
035724     PERFORM ACCEPT-BANK-ACCOUNT-TYPE.
035725
035726* Backup withholding - set when the IRS sends a B-notice on
035727* the vendor's tax ID, with the date withholding starts.  A
035728* vendor taken off withholding has its start date cleared.
035729 GET-VENDOR-BACKUP-WH.
035730     PERFORM ACCEPT-BACKUP-WH.
035731     PERFORM RE-ACCEPT-BACKUP-WH
035732         UNTIL ENTRY-BACKUP-WH = "Y" OR "N".
035733
035734     IF ENTRY-BACKUP-WH = "Y"
035735         PERFORM GET-BACKUP-WH-DATE
035736     ELSE
035737         MOVE ZEROES TO ENTRY-BACKUP-WH-DATE.
035738
035739 ACCEPT-BACKUP-WH.
035740     DISPLAY "BACKUP WITHHOLDING - B-NOTICE RECEIVED (Y/N)?".
035741     PERFORM ACCEPT-FIELD-ANSWER.
035742     INSPECT FIELD-ANSWER
035743       CONVERTING LOWER-ALPHA
035744       TO         UPPER-ALPHA.
035745     IF FIELD-ANSWER NOT = SPACES
035746         MOVE FIELD-ANSWER TO ENTRY-BACKUP-WH.
035747
035748 RE-ACCEPT-BACKUP-WH.
035749     DISPLAY "YOU MUST ENTER YES OR NO".
035750     PERFORM ACCEPT-BACKUP-WH.
035751
035752* A blank start date keeps the one on file, or starts
035753* withholding today when there is none yet.
035754 GET-BACKUP-WH-DATE.
035755     DISPLAY "ENTER WITHHOLDING START DATE CCYYMMDD:".
035756     MOVE ZEROES TO DATE-ANSWER.
035757     ACCEPT DATE-ANSWER.
035758     IF DATE-ANSWER NOT = ZEROES
035759         MOVE DATE-ANSWER TO ENTRY-BACKUP-WH-DATE.
035760     IF ENTRY-BACKUP-WH-DATE = ZEROES
035761         ACCEPT ENTRY-BACKUP-WH-DATE FROM DATE YYYYMMDD.
035900
035910 ACCEPT-NUMBER-ANSWER.
035920     MOVE ZEROES TO NUMBER-ANSWER.
036930     MOVE ENTRY-NET-DAYS      TO VENDOR-NET-DAYS.
036940     MOVE ENTRY-HOLD-FLAG     TO VENDOR-HOLD-FLAG.
036950     MOVE ENTRY-HOLD-REASON   TO VENDOR-HOLD-REASON.
036955     MOVE ENTRY-PAY-METHOD    TO VENDOR-PAY-METHOD.
036960     MOVE ENTRY-BANK-ROUTING  TO VENDOR-BANK-ROUTING.
036965     MOVE ENTRY-BANK-ACCOUNT-NO   TO VENDOR-BANK-ACCOUNT-NO.
036970     MOVE ENTRY-BANK-ACCOUNT-TYPE TO VENDOR-BANK-ACCOUNT-TYPE.
036975     MOVE ENTRY-REMIT-EMAIL   TO VENDOR-REMIT-EMAIL.
036980     MOVE ENTRY-BACKUP-WH     TO VENDOR-BACKUP-WH.
036985     MOVE ENTRY-BACKUP-WH-DATE TO VENDOR-BACKUP-WH-DATE.
037000
037100*---------------------------------
037200* File IO routines
