000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BNKTRN01.
000300*---------------------------------
000400* Bank transaction register
000500* Keys the bank activity the voucher side never sees -
000600* deposits, bank fees, interest and transfers between
000700* accounts - against a bank account code on the bank account
000800* master.  Every entry takes the account's next register
000900* number and moves its running book balance at once; a
001000* transfer posts out of one account and into the other.
001100* A book adjustment - the opening balance, or a correction
001200* the reconciliation turned up - needs a supervisor, and so
001300* does reversing a wrong entry.  Entries are never changed
001400* or deleted: a reversal posts the opposite amount and marks
001500* both entries so the reconciliation leaves them out of the
001600* deposit match.  A wrong transfer is put right by keying the
001700* transfer back.  Every entry and every balance it moves
001800* goes on the audit log.
001900*
002000* Entry types:
002100*   D - deposit         (adds to the book balance)
002200*   F - bank fee        (takes off)
002300*   I - interest earned (adds)
002400*   T - transfer to another account (off here, on there)
002500*   A - book adjustment (keyed with its own sign)
002600*---------------------------------
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000
003100     COPY "SLBNKAC.CBL".
003200
003300     COPY "SLBNKTR.CBL".
003400
003500     COPY "SLAUDIT.CBL".
003600
003700     COPY "SLOPER.CBL".
003800
003900 DATA DIVISION.
004000 FILE SECTION.
004100
004200     COPY "FDBNKAC.CBL".
004300
004400     COPY "FDBNKTR.CBL".
004500
004600     COPY "FDAUDIT.CBL".
004700
004800     COPY "FDOPER.CBL".
004900
005000 WORKING-STORAGE SECTION.
005100
005200     COPY "WSCASE01.CBL".
005300
005400     COPY "WSAUDT01.CBL".
005500
005600 77  MENU-PICK             PIC X.
005700     88  PICK-ADD                 VALUE "A".
005800     88  PICK-REVERSE             VALUE "R".
005900     88  PICK-INQUIRE             VALUE "I".
006000     88  PICK-EXIT                VALUE "X".
006100
006200 77  BANK-RECORD-FOUND       PIC X.
006300 77  TRAN-RECORD-FOUND       PIC X.
006400 77  TRAN-FILE-AT-END        PIC X.
006500 77  OK-TO-POST              PIC X.
006600 77  FIELD-ANSWER            PIC X(30).
006700
006800* The entry being keyed
006900 77  ENTRY-BANK-CODE         PIC X(2).
007000 77  ENTRY-TYPE              PIC X.
007100     88  ENTRY-IS-DEPOSIT         VALUE "D".
007200     88  ENTRY-IS-FEE             VALUE "F".
007300     88  ENTRY-IS-INTEREST        VALUE "I".
007400     88  ENTRY-IS-TRANSFER        VALUE "T".
007500     88  ENTRY-IS-ADJUSTMENT      VALUE "A".
007600 77  ENTRY-DATE              PIC 9(8).
007700 77  ENTRY-AMOUNT            PIC S9(7)V99.
007800 77  ENTRY-DESCRIPTION       PIC X(30).
007900 77  ENTRY-TO-ACCOUNT        PIC X(2).
008000 77  ENTRY-NUMBER            PIC 9(6).
008100
008200* One side of a posting - the account it lands on and the
008300* signed amount it moves that account's book balance by.
008400 77  POST-ACCOUNT            PIC X(2).
008500 77  POST-AMOUNT             PIC S9(7)V99.
008600 77  POST-OTHER-ACCOUNT      PIC X(2).
008700 77  POST-DESCRIPTION        PIC X(30).
008800 77  POST-STORE              PIC 9(2).
008900 77  POST-REVERSAL-OF        PIC 9(6).
009000 77  POST-NUMBER             PIC 9(6).
009100
009200* The entry under reversal
009300 77  REVERSED-NUMBER         PIC 9(6).
009400
009500 77  DISPLAY-AMOUNT          PIC ZZZ,ZZZ,ZZ9.99-.
009600 77  DISPLAY-BALANCE         PIC ZZZ,ZZZ,ZZ9.99-.
009700
009800 01  INQUIRY-LINE.
009900     05  INQUIRY-NUMBER      PIC ZZZZZ9.
010000     05  FILLER              PIC X(1) VALUE SPACE.
010100     05  INQUIRY-TYPE        PIC X.
010200     05  FILLER              PIC X(1) VALUE SPACE.
010300     05  INQUIRY-DATE        PIC 9(8).
010400     05  FILLER              PIC X(1) VALUE SPACE.
010500     05  INQUIRY-AMOUNT      PIC ZZZ,ZZZ,ZZ9.99-.
010600     05  FILLER              PIC X(1) VALUE SPACE.
010700     05  INQUIRY-DESCRIPTION PIC X(30).
010800     05  FILLER              PIC X(1) VALUE SPACE.
010900     05  INQUIRY-REVERSED    PIC X(3).
011000
011100 PROCEDURE DIVISION.
011200 PROGRAM-BEGIN.
011300
011400     PERFORM OPENING-PROCEDURE.
011500     PERFORM MAIN-PROCESS.
011600     PERFORM CLOSING-PROCEDURE.
011700
011800 PROGRAM-EXIT.
011900     EXIT PROGRAM.
012000
012100 PROGRAM-DONE.
012200     ACCEPT OMITTED. STOP RUN.
012300
012400 OPENING-PROCEDURE.
012500     OPEN I-O BANK-ACCOUNT-FILE.
012600     OPEN I-O BANK-TRAN-FILE.
012700     MOVE "BNKTRN01" TO AUDIT-PROGRAM-ID.
012800     PERFORM GET-OPERATOR-INITIALS.
012900
013000 CLOSING-PROCEDURE.
013100     CLOSE BANK-ACCOUNT-FILE.
013200     CLOSE BANK-TRAN-FILE.
013300
013400 MAIN-PROCESS.
013500     PERFORM GET-MENU-PICK.
013600     PERFORM PROCESS-ONE-PICK
013700         UNTIL PICK-EXIT.
013800
013900 GET-MENU-PICK.
014000     DISPLAY "BANK TRANSACTION REGISTER".
014100     DISPLAY "  A = ADD AN ENTRY".
014200     DISPLAY "  R = REVERSE AN ENTRY".
014300     DISPLAY "  I = INQUIRE ON AN ACCOUNT".
014400     DISPLAY "  X = EXIT".
014500     PERFORM ACCEPT-MENU-PICK.
014600     PERFORM RE-ACCEPT-MENU-PICK
014700         UNTIL PICK-ADD OR PICK-REVERSE OR PICK-INQUIRE
014800                        OR PICK-EXIT.
014900
015000 ACCEPT-MENU-PICK.
015100     DISPLAY "ENTER SELECTION:".
015200     ACCEPT MENU-PICK.
015300     INSPECT MENU-PICK
015400       CONVERTING LOWER-ALPHA
015500       TO         UPPER-ALPHA.
015600
015700 RE-ACCEPT-MENU-PICK.
015800     DISPLAY "YOU MUST ENTER A, R, I OR X".
015900     PERFORM ACCEPT-MENU-PICK.
016000
016100 PROCESS-ONE-PICK.
016200     IF PICK-ADD
016300         PERFORM ADD-AN-ENTRY
016400     ELSE
016500         IF PICK-REVERSE
016600             PERFORM REVERSE-AN-ENTRY
016700         ELSE
016800             PERFORM INQUIRE-ON-AN-ACCOUNT.
016900
017000     PERFORM GET-MENU-PICK.
017100
017200*---------------------------------
017300* Add an entry
017400*---------------------------------
017500 ADD-AN-ENTRY.
017600     PERFORM GET-BANK-CODE.
017700     DISPLAY "ACCOUNT: " BANK-ACCT-NAME.
017800     PERFORM GET-ENTRY-TYPE.
017900     PERFORM GET-ENTRY-DATE.
018000     PERFORM GET-ENTRY-AMOUNT.
018100     IF ENTRY-IS-TRANSFER
018200         PERFORM GET-TO-ACCOUNT.
018300     PERFORM GET-ENTRY-DESCRIPTION.
018400     PERFORM GET-OK-TO-POST.
018500     IF OK-TO-POST = "Y"
018600        AND ENTRY-IS-ADJUSTMENT
018700         PERFORM VERIFY-SUPERVISOR
018800         IF SUPERVISOR-VERIFIED NOT = "Y"
018900             MOVE "N" TO OK-TO-POST.
019000     IF OK-TO-POST = "Y"
019100         PERFORM POST-THE-ENTRY
019200     ELSE
019300         DISPLAY "ENTRY NOT POSTED".
019400
019500* A transfer is two postings - out of the keyed account and
019600* into the other, each entry naming the other account.
019700 POST-THE-ENTRY.
019800     MOVE ZEROES TO POST-STORE.
019900     MOVE ZEROES TO POST-REVERSAL-OF.
020000     MOVE ENTRY-BANK-CODE TO POST-ACCOUNT.
020100     MOVE ENTRY-DESCRIPTION TO POST-DESCRIPTION.
020200     IF ENTRY-IS-TRANSFER
020300         PERFORM POST-ONE-TRANSFER
020400     ELSE
020500         MOVE SPACES TO POST-OTHER-ACCOUNT
020600         IF ENTRY-IS-FEE
020700             COMPUTE POST-AMOUNT = ENTRY-AMOUNT * -1
020800             PERFORM POST-ONE-SIDE
020900         ELSE
021000             MOVE ENTRY-AMOUNT TO POST-AMOUNT
021100             PERFORM POST-ONE-SIDE.
021200
021300 POST-ONE-TRANSFER.
021400     COMPUTE POST-AMOUNT = ENTRY-AMOUNT * -1.
021500     MOVE ENTRY-TO-ACCOUNT TO POST-OTHER-ACCOUNT.
021600     PERFORM POST-ONE-SIDE.
021700     MOVE ENTRY-TO-ACCOUNT TO POST-ACCOUNT.
021800     MOVE ENTRY-AMOUNT TO POST-AMOUNT.
021900     MOVE ENTRY-BANK-CODE TO POST-OTHER-ACCOUNT.
022000     MOVE SPACES TO POST-DESCRIPTION.
022100     STRING "TRANSFER FROM " ENTRY-BANK-CODE
022200         DELIMITED BY SIZE INTO POST-DESCRIPTION.
022300     PERFORM POST-ONE-SIDE.
022400
022500* The account's next entry number and its new book balance
022600* are stamped on the master first, then the entry is written
022700* under that number - both land on the audit log.
022800 POST-ONE-SIDE.
022900     MOVE POST-ACCOUNT TO BANK-ACCT-CODE.
023000     PERFORM READ-BANK-RECORD.
023100     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-BEFORE.
023200     ADD 1 TO BANK-ACCT-LAST-ENTRY.
023300     ADD POST-AMOUNT TO BANK-ACCT-BOOK-BALANCE.
023400     MOVE BANK-ACCT-LAST-ENTRY TO POST-NUMBER.
023500     REWRITE BANK-ACCOUNT-RECORD
023600         INVALID KEY
023700         DISPLAY "BANK ACCOUNT " BANK-ACCT-CODE
023800             " COULD NOT BE REWRITTEN".
023900     MOVE "BANKACT" TO AUDIT-LOG-FILE.
024000     MOVE "POST  " TO AUDIT-LOG-ACTION.
024100     MOVE BANK-ACCT-CODE TO AUDIT-LOG-KEY.
024200     MOVE BANK-ACCOUNT-RECORD TO AUDIT-LOG-AFTER.
024300     PERFORM WRITE-AUDIT-RECORD.
024400
024500     MOVE POST-ACCOUNT       TO BANK-TRAN-ACCOUNT.
024600     MOVE POST-NUMBER        TO BANK-TRAN-NUMBER.
024700     MOVE ENTRY-TYPE         TO BANK-TRAN-TYPE.
024800     MOVE ENTRY-DATE         TO BANK-TRAN-DATE.
024900     MOVE POST-AMOUNT        TO BANK-TRAN-AMOUNT.
025000     MOVE POST-DESCRIPTION   TO BANK-TRAN-DESCRIPTION.
025100     MOVE POST-STORE         TO BANK-TRAN-STORE.
025200     MOVE POST-OTHER-ACCOUNT TO BANK-TRAN-OTHER-ACCOUNT.
025300     MOVE POST-REVERSAL-OF   TO BANK-TRAN-REVERSAL-OF.
025400     MOVE ZEROES             TO BANK-TRAN-REVERSED-BY.
025500     MOVE OPERATOR-INITIALS  TO BANK-TRAN-ENTERED-BY.
025600     WRITE BANK-TRAN-RECORD
025700         INVALID KEY
025800         DISPLAY "ENTRY " BANK-TRAN-KEY
025900             " IS ALREADY ON FILE - NOT WRITTEN".
026000     MOVE "ADD   " TO AUDIT-LOG-ACTION.
026100     MOVE SPACES TO AUDIT-LOG-BEFORE.
026200     MOVE BANK-TRAN-RECORD TO AUDIT-LOG-AFTER.
026300     PERFORM AUDIT-THE-ENTRY.
026400
026500     MOVE BANK-ACCT-BOOK-BALANCE TO DISPLAY-BALANCE.
026600     DISPLAY "ENTRY " POST-NUMBER " POSTED TO ACCOUNT "
026700         POST-ACCOUNT " - BOOK BALANCE " DISPLAY-BALANCE.
026800
026900*---------------------------------
027000* Reverse an entry
027100*---------------------------------
027200 REVERSE-AN-ENTRY.
027300     PERFORM GET-BANK-CODE.
027400     PERFORM GET-ENTRY-NUMBER.
027500     MOVE ENTRY-NUMBER TO BANK-TRAN-NUMBER.
027600     PERFORM READ-TRAN-RECORD.
027700     IF TRAN-RECORD-FOUND = "N"
027800         DISPLAY "ENTRY " ENTRY-NUMBER " IS NOT ON FILE FOR"
027900             " ACCOUNT " ENTRY-BANK-CODE
028000     ELSE
028100         PERFORM DISPLAY-THE-ENTRY
028200         PERFORM CHECK-AND-REVERSE.
028300
028400 CHECK-AND-REVERSE.
028500     IF BANK-TRAN-REVERSED-BY NOT = ZEROES
028600         DISPLAY "ALREADY REVERSED BY ENTRY "
028700             BANK-TRAN-REVERSED-BY
028800     ELSE
028900         IF BANK-TRAN-REVERSAL-OF NOT = ZEROES
029000             DISPLAY "THIS ENTRY IS ITSELF A REVERSAL - KEY"
029100                 " THE ENTRY AGAIN INSTEAD"
029200         ELSE
029300             IF BANK-TRAN-TRANSFER
029400                 DISPLAY "A TRANSFER IS NOT REVERSED - KEY THE"
029500                     " TRANSFER BACK INSTEAD"
029600             ELSE
029700                 PERFORM CONFIRM-THE-REVERSAL.
029800
029900 CONFIRM-THE-REVERSAL.
030000     PERFORM GET-OK-TO-POST.
030100     IF OK-TO-POST = "Y"
030200         PERFORM VERIFY-SUPERVISOR
030300         IF SUPERVISOR-VERIFIED NOT = "Y"
030400             MOVE "N" TO OK-TO-POST.
030500     IF OK-TO-POST = "Y"
030600         PERFORM POST-THE-REVERSAL
030700     ELSE
030800         DISPLAY "ENTRY NOT REVERSED".
030900
031000* The reversal takes the entry's type, date and store with
031100* the amount turned round, then the original is marked with
031200* the number that reversed it.
031300 POST-THE-REVERSAL.
031400     MOVE BANK-TRAN-NUMBER TO REVERSED-NUMBER.
031500     MOVE BANK-TRAN-ACCOUNT TO POST-ACCOUNT.
031600     MOVE BANK-TRAN-TYPE TO ENTRY-TYPE.
031700     MOVE BANK-TRAN-DATE TO ENTRY-DATE.
031800     MOVE BANK-TRAN-STORE TO POST-STORE.
031900     MOVE BANK-TRAN-OTHER-ACCOUNT TO POST-OTHER-ACCOUNT.
032000     COMPUTE POST-AMOUNT = BANK-TRAN-AMOUNT * -1.
032100     MOVE BANK-TRAN-NUMBER TO POST-REVERSAL-OF.
032200     MOVE SPACES TO POST-DESCRIPTION.
032300     STRING "REVERSAL OF ENTRY " BANK-TRAN-NUMBER
032400         DELIMITED BY SIZE INTO POST-DESCRIPTION.
032500     PERFORM POST-ONE-SIDE.
032600
032700     MOVE ENTRY-BANK-CODE TO BANK-TRAN-ACCOUNT.
032800     MOVE REVERSED-NUMBER TO BANK-TRAN-NUMBER.
032900     PERFORM READ-TRAN-RECORD.
033000     MOVE BANK-TRAN-RECORD TO AUDIT-LOG-BEFORE.
033100     MOVE POST-NUMBER TO BANK-TRAN-REVERSED-BY.
033200     REWRITE BANK-TRAN-RECORD
033300         INVALID KEY
033400         DISPLAY "ENTRY " BANK-TRAN-KEY
033500             " COULD NOT BE REWRITTEN".
033600     MOVE "CHANGE" TO AUDIT-LOG-ACTION.
033700     MOVE BANK-TRAN-RECORD TO AUDIT-LOG-AFTER.
033800     PERFORM AUDIT-THE-ENTRY.
033900
034000*---------------------------------
034100* Inquire on an account - the balance and every entry
034200*---------------------------------
034300 INQUIRE-ON-AN-ACCOUNT.
034400     PERFORM GET-BANK-CODE.
034500     DISPLAY "ACCOUNT:         " BANK-ACCT-NAME.
034600     MOVE BANK-ACCT-BOOK-BALANCE TO DISPLAY-BALANCE.
034700     DISPLAY "BOOK BALANCE:    " DISPLAY-BALANCE.
034800     DISPLAY "LAST ENTRY:      " BANK-ACCT-LAST-ENTRY.
034900     DISPLAY "ENTRY  T DATE              AMOUNT DESCRIPTION".
035000
035100     MOVE "N" TO TRAN-FILE-AT-END.
035200     MOVE ENTRY-BANK-CODE TO BANK-TRAN-ACCOUNT.
035300     MOVE ZEROES TO BANK-TRAN-NUMBER.
035400     START BANK-TRAN-FILE
035500         KEY IS NOT < BANK-TRAN-KEY
035600         INVALID KEY
035700         MOVE "Y" TO TRAN-FILE-AT-END.
035800     IF TRAN-FILE-AT-END = "N"
035900         PERFORM READ-NEXT-TRAN-RECORD.
036000     PERFORM DISPLAY-ONE-INQUIRY-LINE
036100         UNTIL TRAN-FILE-AT-END = "Y".
036200
036300 READ-NEXT-TRAN-RECORD.
036400     READ BANK-TRAN-FILE NEXT RECORD
036500         AT END MOVE "Y" TO TRAN-FILE-AT-END.
036600     IF TRAN-FILE-AT-END = "N"
036700        AND BANK-TRAN-ACCOUNT NOT = ENTRY-BANK-CODE
036800         MOVE "Y" TO TRAN-FILE-AT-END.
036900
037000 DISPLAY-ONE-INQUIRY-LINE.
037100     MOVE BANK-TRAN-NUMBER TO INQUIRY-NUMBER.
037200     MOVE BANK-TRAN-TYPE TO INQUIRY-TYPE.
037300     MOVE BANK-TRAN-DATE TO INQUIRY-DATE.
037400     MOVE BANK-TRAN-AMOUNT TO INQUIRY-AMOUNT.
037500     MOVE BANK-TRAN-DESCRIPTION TO INQUIRY-DESCRIPTION.
037600     IF BANK-TRAN-REVERSED-BY NOT = ZEROES
037700        OR BANK-TRAN-REVERSAL-OF NOT = ZEROES
037800         MOVE "REV" TO INQUIRY-REVERSED
037900     ELSE
038000         MOVE SPACES TO INQUIRY-REVERSED.
038100     DISPLAY INQUIRY-LINE.
038200     PERFORM READ-NEXT-TRAN-RECORD.
038300
038400 DISPLAY-THE-ENTRY.
038500     DISPLAY "ENTRY:       " BANK-TRAN-NUMBER.
038600     DISPLAY "TYPE:        " BANK-TRAN-TYPE.
038700     DISPLAY "DATE:        " BANK-TRAN-DATE.
038800     MOVE BANK-TRAN-AMOUNT TO DISPLAY-AMOUNT.
038900     DISPLAY "AMOUNT:      " DISPLAY-AMOUNT.
039000     DISPLAY "DESCRIPTION: " BANK-TRAN-DESCRIPTION.
039100     IF BANK-TRAN-STORE NOT = ZEROES
039200         DISPLAY "STORE:       " BANK-TRAN-STORE.
039300     IF BANK-TRAN-OTHER-ACCOUNT NOT = SPACES
039400         DISPLAY "OTHER ACCT:  " BANK-TRAN-OTHER-ACCOUNT.
039500     DISPLAY "ENTERED BY:  " BANK-TRAN-ENTERED-BY.
039600
039700*---------------------------------
039800* Field entry routines
039900*---------------------------------
040000 GET-BANK-CODE.
040100     PERFORM ACCEPT-BANK-CODE.
040200     PERFORM RE-ACCEPT-BANK-CODE
040300         UNTIL BANK-RECORD-FOUND = "Y".
040400
040500 ACCEPT-BANK-CODE.
040600     MOVE SPACES TO ENTRY-BANK-CODE.
040700     DISPLAY "ENTER BANK ACCOUNT CODE:".
040800     ACCEPT ENTRY-BANK-CODE.
040900     INSPECT ENTRY-BANK-CODE
041000       CONVERTING LOWER-ALPHA
041100       TO         UPPER-ALPHA.
041200     MOVE ENTRY-BANK-CODE TO BANK-ACCT-CODE.
041300     PERFORM READ-BANK-RECORD.
041400
041500 RE-ACCEPT-BANK-CODE.
041600     DISPLAY "BANK ACCOUNT " ENTRY-BANK-CODE
041700         " IS NOT ON THE BANK ACCOUNT MASTER".
041800     PERFORM ACCEPT-BANK-CODE.
041900
042000 GET-ENTRY-TYPE.
042100     PERFORM ACCEPT-ENTRY-TYPE.
042200     PERFORM RE-ACCEPT-ENTRY-TYPE
042300         UNTIL ENTRY-IS-DEPOSIT OR ENTRY-IS-FEE
042400            OR ENTRY-IS-INTEREST OR ENTRY-IS-TRANSFER
042500            OR ENTRY-IS-ADJUSTMENT.
042600
042700 ACCEPT-ENTRY-TYPE.
042800     DISPLAY "ENTER TYPE - D DEPOSIT, F FEE, I INTEREST,".
042900     DISPLAY "T TRANSFER, A BOOK ADJUSTMENT:".
043000     ACCEPT ENTRY-TYPE.
043100     INSPECT ENTRY-TYPE
043200       CONVERTING LOWER-ALPHA
043300       TO         UPPER-ALPHA.
043400
043500 RE-ACCEPT-ENTRY-TYPE.
043600     DISPLAY "YOU MUST ENTER D, F, I, T OR A".
043700     PERFORM ACCEPT-ENTRY-TYPE.
043800
043900 GET-ENTRY-DATE.
044000     DISPLAY "ENTER DATE CCYYMMDD (BLANK FOR TODAY):".
044100     MOVE ZEROES TO ENTRY-DATE.
044200     ACCEPT ENTRY-DATE.
044300     IF ENTRY-DATE = ZEROES
044400         ACCEPT ENTRY-DATE FROM DATE YYYYMMDD.
044500
044600* Every type but a book adjustment is keyed as a positive
044700* amount - its type decides which way it moves the balance.
044800 GET-ENTRY-AMOUNT.
044900     IF ENTRY-IS-ADJUSTMENT
045000         DISPLAY "ENTER AMOUNT (NEGATIVE TO REDUCE THE BOOK"
045100             " BALANCE):"
045200     ELSE
045300         DISPLAY "ENTER AMOUNT:".
045400     PERFORM ACCEPT-ENTRY-AMOUNT.
045500     PERFORM RE-ACCEPT-ENTRY-AMOUNT
045600         UNTIL ENTRY-AMOUNT > ZEROES
045700            OR (ENTRY-IS-ADJUSTMENT
045800                AND ENTRY-AMOUNT NOT = ZEROES).
045900
046000 ACCEPT-ENTRY-AMOUNT.
046100     MOVE ZEROES TO ENTRY-AMOUNT.
046200     ACCEPT ENTRY-AMOUNT.
046300
046400 RE-ACCEPT-ENTRY-AMOUNT.
046500     IF ENTRY-IS-ADJUSTMENT
046600         DISPLAY "AMOUNT MAY NOT BE ZERO"
046700     ELSE
046800         DISPLAY "AMOUNT MUST BE GREATER THAN ZERO".
046900     PERFORM ACCEPT-ENTRY-AMOUNT.
047000
047100 GET-TO-ACCOUNT.
047200     PERFORM ACCEPT-TO-ACCOUNT.
047300     PERFORM RE-ACCEPT-TO-ACCOUNT
047400         UNTIL BANK-RECORD-FOUND = "Y"
047500           AND ENTRY-TO-ACCOUNT NOT = ENTRY-BANK-CODE.
047600     DISPLAY "TRANSFER TO: " BANK-ACCT-NAME.
047700
047800 ACCEPT-TO-ACCOUNT.
047900     MOVE SPACES TO ENTRY-TO-ACCOUNT.
048000     DISPLAY "ENTER BANK ACCOUNT CODE TRANSFERRED TO:".
048100     ACCEPT ENTRY-TO-ACCOUNT.
048200     INSPECT ENTRY-TO-ACCOUNT
048300       CONVERTING LOWER-ALPHA
048400       TO         UPPER-ALPHA.
048500     MOVE ENTRY-TO-ACCOUNT TO BANK-ACCT-CODE.
048600     PERFORM READ-BANK-RECORD.
048700
048800 RE-ACCEPT-TO-ACCOUNT.
048900     IF ENTRY-TO-ACCOUNT = ENTRY-BANK-CODE
049000         DISPLAY "AN ACCOUNT CANNOT TRANSFER TO ITSELF"
049100     ELSE
049200         DISPLAY "BANK ACCOUNT " ENTRY-TO-ACCOUNT
049300             " IS NOT ON THE BANK ACCOUNT MASTER".
049400     PERFORM ACCEPT-TO-ACCOUNT.
049500
049600* A blank description takes one made up from the type.
049700 GET-ENTRY-DESCRIPTION.
049800     DISPLAY "ENTER DESCRIPTION (BLANK FOR THE TYPE):".
049900     MOVE SPACES TO FIELD-ANSWER.
050000     ACCEPT FIELD-ANSWER.
050100     MOVE FIELD-ANSWER TO ENTRY-DESCRIPTION.
050200     IF ENTRY-DESCRIPTION = SPACES
050300         PERFORM DEFAULT-ENTRY-DESCRIPTION.
050400
050500 DEFAULT-ENTRY-DESCRIPTION.
050600     IF ENTRY-IS-DEPOSIT
050700         MOVE "DEPOSIT" TO ENTRY-DESCRIPTION
050800     ELSE
050900         IF ENTRY-IS-FEE
051000             MOVE "BANK FEE" TO ENTRY-DESCRIPTION
051100         ELSE
051200             IF ENTRY-IS-INTEREST
051300                 MOVE "INTEREST" TO ENTRY-DESCRIPTION
051400             ELSE
051500                 IF ENTRY-IS-TRANSFER
051600                     STRING "TRANSFER TO " ENTRY-TO-ACCOUNT
051700                         DELIMITED BY SIZE
051800                         INTO ENTRY-DESCRIPTION
051900                 ELSE
052000                     MOVE "BOOK ADJUSTMENT"
052100                         TO ENTRY-DESCRIPTION.
052200
052300 GET-OK-TO-POST.
052400     PERFORM ACCEPT-OK-TO-POST.
052500     PERFORM RE-ACCEPT-OK-TO-POST
052600         UNTIL OK-TO-POST = "Y" OR "N".
052700
052800 ACCEPT-OK-TO-POST.
052900     IF PICK-REVERSE
053000         DISPLAY "REVERSE THIS ENTRY (Y/N)?"
053100     ELSE
053200         DISPLAY "POST THIS ENTRY (Y/N)?".
053300     ACCEPT OK-TO-POST.
053400     INSPECT OK-TO-POST
053500       CONVERTING LOWER-ALPHA
053600       TO         UPPER-ALPHA.
053700
053800 RE-ACCEPT-OK-TO-POST.
053900     DISPLAY "YOU MUST ENTER YES OR NO".
054000     PERFORM ACCEPT-OK-TO-POST.
054100
054200 GET-ENTRY-NUMBER.
054300     MOVE ZEROES TO ENTRY-NUMBER.
054400     DISPLAY "ENTER ENTRY NUMBER:".
054500     ACCEPT ENTRY-NUMBER.
054600     PERFORM RE-ACCEPT-ENTRY-NUMBER
054700         UNTIL ENTRY-NUMBER NOT = ZEROES.
054800
054900 RE-ACCEPT-ENTRY-NUMBER.
055000     DISPLAY "ENTRY NUMBER MAY NOT BE ZERO".
055100     ACCEPT ENTRY-NUMBER.
055200
055300*---------------------------------
055400* File IO routines
055500*---------------------------------
055600 READ-BANK-RECORD.
055700     MOVE "Y" TO BANK-RECORD-FOUND.
055800     READ BANK-ACCOUNT-FILE RECORD
055900         INVALID KEY
056000         MOVE "N" TO BANK-RECORD-FOUND.
056100
056200 READ-TRAN-RECORD.
056300     MOVE ENTRY-BANK-CODE TO BANK-TRAN-ACCOUNT.
056400     MOVE "Y" TO TRAN-RECORD-FOUND.
056500     READ BANK-TRAN-FILE RECORD
056600         INVALID KEY
056700         MOVE "N" TO TRAN-RECORD-FOUND.
056800
056900*---------------------------------
057000* Audit trail - the caller sets the action and the before
057100* and after images, this fills in the rest and writes.
057200*---------------------------------
057300 AUDIT-THE-ENTRY.
057400     MOVE "BANKTRN" TO AUDIT-LOG-FILE.
057500     MOVE BANK-TRAN-KEY TO AUDIT-LOG-KEY.
057600     PERFORM WRITE-AUDIT-RECORD.
057700
057800*---------------------------------
057900* Utility Routines
058000*---------------------------------
058100     COPY "PLAUDT01.CBL".
