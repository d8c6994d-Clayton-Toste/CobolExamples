000800* checks still unpaid by the bank, and bank items with no
000900* matching check on the register.  The reconciliation total
001000* block proves register minus outstanding against the bank
001010* balance movement.  Archived paid vouchers on VCHHIST ride
001020* the register side with the open ones, so a check still
001030* outstanding when its vouchers were archived stays listed.
001040*
001050* Deposits are matched the same way, on amount, between the
001060* deposit entries on the bank transaction register BANKTRN
001070* and the deposit lines on BANKCLR, in three more sections:
001080* deposits cleared, deposits in transit, and bank deposits
001090* not on the register.  Reversed deposits and the entries
001100* that reversed them are left out.  The run finishes with
001110* the statement-to-book proof: the statement ending balance
001120* keyed by the operator, plus deposits in transit, less
001130* outstanding checks, against the book balance on the bank
001140* account master - one account's, or every account's added
001150* together when no account is asked for.  Bank fees,
001160* interest and transfers keyed on the register are taken to
001170* be on the statement already.
001200*
001300* The cleared-items file BANKCLR is line sequential and can
001400* be keyed in an editor or loaded from the bank - check
001500* number in columns 1-6, cleared date CCYYMMDD in columns
001600* 7-14, cleared amount in columns 15-23 as digits with two
001700* implied decimal places and no decimal point.  Column 24
001710* holds D on a deposit line - the deposit reference, if the
001720* bank sends one, in columns 1-6 - and is blank on a check.
001800*---------------------------------
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002500     COPY "SLVND02.CBL".
002510
002520     COPY "SLCHKVD.CBL".
002530
002540     COPY "SLVCHHS.CBL".
002550
002560     COPY "SLBNKAC.CBL".
002570
002580     COPY "SLBNKTR.CBL".
002600
002700     SELECT BANK-FILE
002800         ASSIGN TO "BANKCLR"
004200     SELECT BANK-SORT-FILE
004300         ASSIGN TO "SORT2".
004400
004405     SELECT DEPOSIT-WORK-FILE
004410         ASSIGN TO "DEPWRK"
004415         ORGANIZATION IS SEQUENTIAL.
004420
004425     SELECT BANK-DEPOSIT-FILE
004430         ASSIGN TO "BANKDEP"
004435         ORGANIZATION IS SEQUENTIAL.
004440
004445     SELECT DEPOSIT-SORT-FILE
004450         ASSIGN TO "SORT3".
004455
004500     SELECT PRINTER-FILE
004600         ASSIGN TO PRINTER
004700         ORGANIZATION IS LINE SEQUENTIAL.
005410
005420     COPY "FDCHKVD.CBL".
005500
005510     COPY "FDVCHHS.CBL".
005520
005530     COPY "FDBNKAC.CBL".
005540
005550     COPY "FDBNKTR.CBL".
005560
005600 FD  BANK-FILE
005700     LABEL RECORDS ARE OMITTED.
005800 01  BANK-RECORD.
005900     05  BANK-CHECK-NO         PIC 9(6).
006000     05  BANK-CLEARED-DATE     PIC 9(8).
006100     05  BANK-CLEARED-AMOUNT   PIC 9(7)V99.
006110     05  BANK-ITEM-TYPE        PIC X.
006120         88  BANK-ITEM-IS-DEPOSIT     VALUE "D".
006200
006300 FD  WORK-FILE
006400     LABEL RECORDS ARE STANDARD.
009000     05  BANK-SORT-DATE        PIC 9(8).
009100     05  BANK-SORT-AMOUNT      PIC 9(7)V99.
009200
009202* Register deposits and bank deposit lines - both sides are
009204* sorted through the one sort file into amount and date order.
009206 FD  DEPOSIT-WORK-FILE
009208     LABEL RECORDS ARE STANDARD.
009210 01  DEPOSIT-WORK-RECORD.
009212     05  DEPOSIT-WORK-AMOUNT      PIC S9(7)V99.
009214     05  DEPOSIT-WORK-DATE        PIC 9(8).
009216     05  DEPOSIT-WORK-NUMBER      PIC 9(6).
009218     05  DEPOSIT-WORK-DESCRIPTION PIC X(30).
009220
009222 FD  BANK-DEPOSIT-FILE
009224     LABEL RECORDS ARE STANDARD.
009226 01  BANK-DEPOSIT-RECORD.
009228     05  BANK-DEPOSIT-AMOUNT      PIC S9(7)V99.
009230     05  BANK-DEPOSIT-DATE        PIC 9(8).
009232     05  BANK-DEPOSIT-NUMBER      PIC 9(6).
009234     05  BANK-DEPOSIT-DESCRIPTION PIC X(30).
009236
009238 SD  DEPOSIT-SORT-FILE.
009240
009242 01  DEPOSIT-SORT-RECORD.
009244     05  DEPOSIT-SORT-AMOUNT      PIC S9(7)V99.
009246     05  DEPOSIT-SORT-DATE        PIC 9(8).
009248     05  DEPOSIT-SORT-NUMBER      PIC 9(6).
009250     05  DEPOSIT-SORT-DESCRIPTION PIC X(30).
009252
009300 FD  PRINTER-FILE
009400     LABEL RECORDS ARE OMITTED.
009500 01  PRINTER-RECORD             PIC X(80).
010500 77  WORK-FILE-AT-END        PIC X.
010600 77  BANK-WORK-AT-END        PIC X.
010700 77  VENDOR-RECORD-FOUND     PIC X.
010710 77  HISTORY-FILE-AT-END     PIC X.
010720 77  TRAN-FILE-AT-END        PIC X.
010730 77  BANK-ACCOUNT-AT-END     PIC X.
010740 77  BANK-ACCOUNT-FOUND      PIC X.
010750 77  DEPOSIT-WORK-AT-END     PIC X.
010760 77  BANK-DEPOSIT-AT-END     PIC X.
010800
010900* One register check - consecutive work records for the same
011000* check number aggregated, since one vendor check can cover
011600 77  REGISTER-SIDE-DONE      PIC X.
011700 77  BANK-SIDE-DONE          PIC X.
011800
011810* The bank's ending balance off the statement - operator
011820* entered - and the book balance it is proved against.
011830 77  STATEMENT-BALANCE       PIC S9(9)V99 VALUE ZERO.
011840 77  BOOK-BALANCE            PIC S9(9)V99 VALUE ZERO.
011850
011900* Which section of the report a matched item belongs to
012000 77  ITEM-SECTION            PIC 9.
012100     88  ITEM-CLEARED-CLEAN       VALUE 1.
012200     88  ITEM-CLEARED-DIFFERENT   VALUE 2.
012300     88  ITEM-OUTSTANDING         VALUE 3.
012400     88  ITEM-NOT-ON-REGISTER     VALUE 4.
012410     88  ITEM-DEPOSIT-CLEARED     VALUE 5.
012420     88  ITEM-IN-TRANSIT          VALUE 6.
012430     88  ITEM-DEPOSIT-NOT-BOOKED  VALUE 7.
012500
012600* The merge runs once per section - each pass prints only the
012700* items belonging to the section it wants, and the totals are
014100 77  EXPECTED-MOVEMENT       PIC S9(8)V99 VALUE ZERO.
014200 77  PROOF-DIFFERENCE        PIC S9(8)V99 VALUE ZERO.
014300
014310* Deposit totals - accumulated on the first deposit pass
014320 77  DEPOSITS-CLEARED-TOTAL  PIC S9(8)V99 VALUE ZERO.
014330 77  IN-TRANSIT-TOTAL        PIC S9(8)V99 VALUE ZERO.
014340 77  NOT-BOOKED-TOTAL        PIC S9(8)V99 VALUE ZERO.
014350 77  ADJUSTED-BANK-BALANCE   PIC S9(9)V99 VALUE ZERO.
014360 77  BOOK-DIFFERENCE         PIC S9(9)V99 VALUE ZERO.
014370
014400 01  DETAIL-LINE.
014500     05  PRINT-CHECK-NO    PIC ZZZZZ9.
014600     05  FILLER            PIC X(1) VALUE SPACE.
015500 01  TOTAL-LINE.
015600     05  PRINT-TOTAL-LITERAL  PIC X(28).
015700     05  FILLER               PIC X(1) VALUE SPACE.
015800     05  PRINT-TOTAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
015900
016000 01  TITLE-LINE.
016100     05  FILLER              PIC X(25) VALUE SPACE.
019300     05  FILLER         PIC X(30)
019400         VALUE "BANK ITEMS NOT ON THE REGISTER".
019500
019502 01  SECTION-5-HEADER.
019504     05  FILLER         PIC X(16)
019506         VALUE "DEPOSITS CLEARED".
019508
019510 01  SECTION-6-HEADER.
019512     05  FILLER         PIC X(19)
019514         VALUE "DEPOSITS IN TRANSIT".
019516
019518 01  SECTION-7-HEADER.
019520     05  FILLER         PIC X(33)
019522         VALUE "BANK DEPOSITS NOT ON THE REGISTER".
019524
019526 01  DEPOSIT-COLUMN-LINE.
019528     05  FILLER         PIC X(5) VALUE "ENTRY".
019530     05  FILLER         PIC X(2) VALUE SPACE.
019532     05  FILLER         PIC X(11) VALUE "DESCRIPTION".
019534     05  FILLER         PIC X(20) VALUE SPACE.
019536     05  FILLER         PIC X(4) VALUE "DATE".
019538     05  FILLER         PIC X(7) VALUE SPACE.
019540     05  FILLER         PIC X(8) VALUE "REGISTER".
019542     05  FILLER         PIC X(3) VALUE SPACE.
019544     05  FILLER         PIC X(4) VALUE "BANK".
019546
019600     COPY "WSDATE01.CBL".
019700
019800 PROCEDURE DIVISION.
021100 OPENING-PROCEDURE.
021200     OPEN I-O VENDOR-FILE.
021300     OPEN OUTPUT PRINTER-FILE.
021310     OPEN INPUT BANK-ACCOUNT-FILE.
021400
021500 CLOSING-PROCEDURE.
021600     CLOSE VENDOR-FILE.
021700     CLOSE PRINTER-FILE.
021710     CLOSE BANK-ACCOUNT-FILE.
021800
021900 MAIN-PROCESS.
022000     PERFORM GET-OK-TO-PROCESS.
024000
024100 RUN-THE-RECONCILIATION.
024110     PERFORM GET-BANK-ACCOUNT-FILTER.
024120     PERFORM GET-STATEMENT-BALANCE.
024130     PERFORM LOAD-THE-BOOK-BALANCE.
024200     PERFORM SORT-REGISTER-SIDE.
024300     PERFORM SORT-BANK-SIDE.
024310     PERFORM SORT-REGISTER-DEPOSITS.
024320     PERFORM SORT-BANK-DEPOSITS.
024400     PERFORM START-NEW-REPORT.
024500     PERFORM PRINT-ONE-SECTION
024600         VARYING SECTION-WANTED FROM 1 BY 1
024700           UNTIL SECTION-WANTED > 4.
024710     PERFORM PRINT-ONE-DEPOSIT-SECTION
024720         VARYING SECTION-WANTED FROM 5 BY 1
024730           UNTIL SECTION-WANTED > 7.
024800     PERFORM PRINT-RECONCILIATION-TOTALS.
024900     PERFORM END-LAST-PAGE.
025000
025060       CONVERTING LOWER-ALPHA
025070       TO         UPPER-ALPHA.
025080
025082 GET-STATEMENT-BALANCE.
025084     DISPLAY "ENTER THE STATEMENT ENDING BALANCE:".
025086     MOVE ZEROES TO STATEMENT-BALANCE.
025088     ACCEPT STATEMENT-BALANCE.
025090
025100*---------------------------------
025200* Sort the paid vouchers into check-number order
025300*---------------------------------
025400 SORT-REGISTER-SIDE.
025500     SORT SORT-FILE
025600         ON ASCENDING KEY SORT-CHECK-NO
025610         ON DESCENDING KEY SORT-VOID-FLAG
025700         INPUT PROCEDURE IS BUILD-REGISTER-SORT
025800         GIVING WORK-FILE.
025900
026300     PERFORM BUILD-ONE-REGISTER-RECORD
026400         UNTIL VOUCHER-FILE-AT-END = "Y".
026500     CLOSE VOUCHER-FILE.
026505     PERFORM RELEASE-HISTORY-CHECKS.
026510     PERFORM RELEASE-VOID-CHECKS.
026520
026530* The voided checks ride the register side too - their
026655         RELEASE SORT-RECORD.
026660     PERFORM READ-VOID-RECORD.
026670
026671 RELEASE-HISTORY-CHECKS.
026672     OPEN INPUT HISTORY-FILE.
026673     PERFORM READ-HISTORY-RECORD.
026674     PERFORM RELEASE-ONE-HISTORY-CHECK
026675         UNTIL HISTORY-FILE-AT-END = "Y".
026676     CLOSE HISTORY-FILE.
026677
026678 READ-HISTORY-RECORD.
026679     MOVE "N" TO HISTORY-FILE-AT-END.
026680     READ HISTORY-FILE NEXT RECORD
026681         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
026682
026683 RELEASE-ONE-HISTORY-CHECK.
026684     IF HISTORY-PAID-DATE NOT = ZEROES
026685        AND HISTORY-CHECK-NO NOT = ZEROES
026686        AND (WANTED-BANK-ACCOUNT = SPACES
026687             OR HISTORY-BANK-ACCOUNT = WANTED-BANK-ACCOUNT)
026688         MOVE HISTORY-CHECK-NO    TO SORT-CHECK-NO
026689         MOVE HISTORY-VENDOR      TO SORT-VENDOR
026690         MOVE HISTORY-PAID-DATE   TO SORT-PAID-DATE
026691         MOVE HISTORY-PAID-AMOUNT TO SORT-PAID-AMOUNT
026692         MOVE "N"                 TO SORT-VOID-FLAG
026693         RELEASE SORT-RECORD.
026694     PERFORM READ-HISTORY-RECORD.
026695
026700 READ-VOUCHER-RECORD.
026800     MOVE "N" TO VOUCHER-FILE-AT-END.
026900     READ VOUCHER-FILE NEXT RECORD
030000     READ BANK-FILE
030100         AT END MOVE "Y" TO BANK-FILE-AT-END.
030200
030210* Deposit lines are left for the deposit match.
030300 BUILD-ONE-BANK-RECORD.
030310     IF NOT BANK-ITEM-IS-DEPOSIT
030400         MOVE BANK-CHECK-NO       TO BANK-SORT-CHECK-NO
030500         MOVE BANK-CLEARED-DATE   TO BANK-SORT-DATE
030600         MOVE BANK-CLEARED-AMOUNT TO BANK-SORT-AMOUNT
030700         RELEASE BANK-SORT-RECORD.
030701     PERFORM READ-BANK-RECORD.
030702
030703*---------------------------------
030704* Sort the register deposits into amount and date order
030705*---------------------------------
030706 SORT-REGISTER-DEPOSITS.
030707     SORT DEPOSIT-SORT-FILE
030708         ON ASCENDING KEY DEPOSIT-SORT-AMOUNT
030709         ON ASCENDING KEY DEPOSIT-SORT-DATE
030710         INPUT PROCEDURE IS BUILD-REGISTER-DEPOSITS
030711         GIVING DEPOSIT-WORK-FILE.
030712
030713 BUILD-REGISTER-DEPOSITS.
030714     OPEN INPUT BANK-TRAN-FILE.
030715     PERFORM READ-TRAN-RECORD.
030716     PERFORM BUILD-ONE-REGISTER-DEPOSIT
030717         UNTIL TRAN-FILE-AT-END = "Y".
030718     CLOSE BANK-TRAN-FILE.
030719
030720 READ-TRAN-RECORD.
030721     MOVE "N" TO TRAN-FILE-AT-END.
030722     READ BANK-TRAN-FILE NEXT RECORD
030723         AT END MOVE "Y" TO TRAN-FILE-AT-END.
030724
030725* A reversed deposit and the entry that reversed it net to
030726* nothing and never reach the bank, so neither is matched.
030727 BUILD-ONE-REGISTER-DEPOSIT.
030728     IF BANK-TRAN-DEPOSIT
030729        AND BANK-TRAN-REVERSAL-OF = ZEROES
030730        AND BANK-TRAN-REVERSED-BY = ZEROES
030731        AND (WANTED-BANK-ACCOUNT = SPACES
030732             OR BANK-TRAN-ACCOUNT = WANTED-BANK-ACCOUNT)
030733         MOVE BANK-TRAN-AMOUNT      TO DEPOSIT-SORT-AMOUNT
030734         MOVE BANK-TRAN-DATE        TO DEPOSIT-SORT-DATE
030735         MOVE BANK-TRAN-NUMBER      TO DEPOSIT-SORT-NUMBER
030736         MOVE BANK-TRAN-DESCRIPTION TO DEPOSIT-SORT-DESCRIPTION
030737         RELEASE DEPOSIT-SORT-RECORD.
030738     PERFORM READ-TRAN-RECORD.
030739
030740*---------------------------------
030741* Sort the bank deposit lines into amount and date order
030742*---------------------------------
030743 SORT-BANK-DEPOSITS.
030744     SORT DEPOSIT-SORT-FILE
030745         ON ASCENDING KEY DEPOSIT-SORT-AMOUNT
030746         ON ASCENDING KEY DEPOSIT-SORT-DATE
030747         INPUT PROCEDURE IS BUILD-BANK-DEPOSITS
030748         GIVING BANK-DEPOSIT-FILE.
030749
030750 BUILD-BANK-DEPOSITS.
030751     OPEN INPUT BANK-FILE.
030752     PERFORM READ-BANK-RECORD.
030753     PERFORM BUILD-ONE-BANK-DEPOSIT
030754         UNTIL BANK-FILE-AT-END = "Y".
030755     CLOSE BANK-FILE.
030756
030757 BUILD-ONE-BANK-DEPOSIT.
030758     IF BANK-ITEM-IS-DEPOSIT
030759         MOVE BANK-CLEARED-AMOUNT TO DEPOSIT-SORT-AMOUNT
030760         MOVE BANK-CLEARED-DATE   TO DEPOSIT-SORT-DATE
030761         MOVE BANK-CHECK-NO       TO DEPOSIT-SORT-NUMBER
030762         MOVE SPACES              TO DEPOSIT-SORT-DESCRIPTION
030763         RELEASE DEPOSIT-SORT-RECORD.
030800     PERFORM READ-BANK-RECORD.
030900
031000*---------------------------------
044500             UNTIL WORK-FILE-AT-END = "Y"
044600                OR WORK-CHECK-NO NOT = REGISTER-CHECK-NO.
044700
044710* An escheated check has a void record and still has its paid
044720* vouchers - the void record sorts first and stands for the
044730* whole check, so the vouchers behind it add nothing.
044800 ADD-ONE-WORK-RECORD.
044810     IF WORK-VOID-FLAG = REGISTER-VOID-FLAG
044900         ADD WORK-PAID-AMOUNT TO REGISTER-AMOUNT.
045000     PERFORM READ-WORK-RECORD.
045100
045200 READ-WORK-RECORD.
046300     MOVE "N" TO BANK-WORK-AT-END.
046400     READ BANK-WORK-FILE NEXT RECORD
046500         AT END MOVE "Y" TO BANK-WORK-AT-END.
046501
046502*---------------------------------
046503* One deposit section - a match-merge pass over the register
046504* deposits and the bank deposit lines on ascending amount,
046505* printing only this section's items.
046506*---------------------------------
046507 PRINT-ONE-DEPOSIT-SECTION.
046508     PERFORM PRINT-DEPOSIT-SECTION-HEADER.
046509     MOVE ZERO TO SECTION-ITEM-COUNT.
046510
046511     OPEN INPUT DEPOSIT-WORK-FILE.
046512     OPEN INPUT BANK-DEPOSIT-FILE.
046513     PERFORM READ-DEPOSIT-WORK-RECORD.
046514     PERFORM READ-BANK-DEPOSIT-RECORD.
046515     PERFORM MATCH-ONE-DEPOSIT
046516         UNTIL DEPOSIT-WORK-AT-END = "Y"
046517           AND BANK-DEPOSIT-AT-END = "Y".
046518     CLOSE DEPOSIT-WORK-FILE.
046519     CLOSE BANK-DEPOSIT-FILE.
046520
046521     IF SECTION-ITEM-COUNT = ZEROES
046522         MOVE "  (NONE)" TO PRINTER-RECORD
046523         PERFORM WRITE-TO-PRINTER.
046524     PERFORM LINE-FEED.
046525
046526 PRINT-DEPOSIT-SECTION-HEADER.
046527     PERFORM CHECK-FOR-PAGE-BREAK.
046528     IF SECTION-WANTED = 5
046529         MOVE SECTION-5-HEADER TO PRINTER-RECORD
046530     ELSE
046531         IF SECTION-WANTED = 6
046532             MOVE SECTION-6-HEADER TO PRINTER-RECORD
046533         ELSE
046534             MOVE SECTION-7-HEADER TO PRINTER-RECORD.
046535     PERFORM WRITE-TO-PRINTER.
046536     MOVE DEPOSIT-COLUMN-LINE TO PRINTER-RECORD.
046537     PERFORM WRITE-TO-PRINTER.
046538     PERFORM LINE-FEED.
046539
046540* Deposits carry no number the bank and the register share,
046541* so the two sides are matched on amount - the earliest of
046542* several deposits of the same amount pairs off first.
046543 MATCH-ONE-DEPOSIT.
046544     IF DEPOSIT-WORK-AT-END = "Y"
046545         MOVE 7 TO ITEM-SECTION
046546     ELSE
046547         IF BANK-DEPOSIT-AT-END = "Y"
046548             MOVE 6 TO ITEM-SECTION
046549         ELSE
046550             IF DEPOSIT-WORK-AMOUNT < BANK-DEPOSIT-AMOUNT
046551                 MOVE 6 TO ITEM-SECTION
046552             ELSE
046553                 IF DEPOSIT-WORK-AMOUNT > BANK-DEPOSIT-AMOUNT
046554                     MOVE 7 TO ITEM-SECTION
046555                 ELSE
046556                     MOVE 5 TO ITEM-SECTION.
046557
046558     IF ITEM-SECTION = SECTION-WANTED
046559         PERFORM PRINT-MATCHED-DEPOSIT.
046560     IF SECTION-WANTED = 5
046561         PERFORM ACCUMULATE-THE-DEPOSITS.
046562
046563     IF ITEM-IN-TRANSIT
046564         PERFORM READ-DEPOSIT-WORK-RECORD
046565     ELSE
046566         IF ITEM-DEPOSIT-NOT-BOOKED
046567             PERFORM READ-BANK-DEPOSIT-RECORD
046568         ELSE
046569             PERFORM READ-DEPOSIT-WORK-RECORD
046570             PERFORM READ-BANK-DEPOSIT-RECORD.
046571
046572 PRINT-MATCHED-DEPOSIT.
046573     MOVE SPACE TO DETAIL-LINE.
046574     IF ITEM-DEPOSIT-NOT-BOOKED
046575         MOVE BANK-DEPOSIT-NUMBER TO PRINT-CHECK-NO
046576         MOVE "*NOT ON REGISTER*" TO PRINT-NAME
046577         MOVE BANK-DEPOSIT-DATE TO DATE-CCYYMMDD
046578         MOVE BANK-DEPOSIT-AMOUNT TO PRINT-BANK-AMOUNT
046579     ELSE
046580         MOVE DEPOSIT-WORK-NUMBER TO PRINT-CHECK-NO
046581         MOVE DEPOSIT-WORK-DESCRIPTION TO PRINT-NAME
046582         MOVE DEPOSIT-WORK-AMOUNT TO PRINT-REGISTER-AMOUNT
046583         IF ITEM-IN-TRANSIT
046584             MOVE DEPOSIT-WORK-DATE TO DATE-CCYYMMDD
046585         ELSE
046586             MOVE BANK-DEPOSIT-DATE TO DATE-CCYYMMDD
046587             MOVE BANK-DEPOSIT-AMOUNT TO PRINT-BANK-AMOUNT.
046588
046589     PERFORM CONVERT-TO-MMDDCCYY.
046590     MOVE DATE-MMDDCCYY TO PRINT-DATE.
046591
046592     PERFORM CHECK-FOR-PAGE-BREAK.
046593     MOVE DETAIL-LINE TO PRINTER-RECORD.
046594     PERFORM WRITE-TO-PRINTER.
046595     ADD 1 TO SECTION-ITEM-COUNT.
046600
046700*---------------------------------
046800* Reconciliation totals
049200     MOVE "DIFFERENCE" TO PRINT-TOTAL-LITERAL.
049300     MOVE PROOF-DIFFERENCE TO PRINT-TOTAL-AMOUNT.
049400     PERFORM PRINT-ONE-TOTAL-LINE.
049401     PERFORM LINE-FEED.
049402
049403     MOVE "DEPOSITS CLEARED" TO PRINT-TOTAL-LITERAL.
049404     MOVE DEPOSITS-CLEARED-TOTAL TO PRINT-TOTAL-AMOUNT.
049405     PERFORM PRINT-ONE-TOTAL-LINE.
049406
049407     MOVE "DEPOSITS IN TRANSIT" TO PRINT-TOTAL-LITERAL.
049408     MOVE IN-TRANSIT-TOTAL TO PRINT-TOTAL-AMOUNT.
049409     PERFORM PRINT-ONE-TOTAL-LINE.
049410
049411     MOVE "BANK DEPOSITS NOT ON REGISTER" TO PRINT-TOTAL-LITERAL.
049412     MOVE NOT-BOOKED-TOTAL TO PRINT-TOTAL-AMOUNT.
049413     PERFORM PRINT-ONE-TOTAL-LINE.
049414     PERFORM LINE-FEED.
049415
049416     PERFORM PRINT-STATEMENT-PROOF.
049417
049418* The statement-to-book proof - what the bank says, plus what
049419* it has not seen in, less what it has not paid out, must come
049420* to the book balance.
049421 PRINT-STATEMENT-PROOF.
049422     COMPUTE ADJUSTED-BANK-BALANCE =
049423             STATEMENT-BALANCE + IN-TRANSIT-TOTAL
049424                               - OUTSTANDING-TOTAL.
049425     COMPUTE BOOK-DIFFERENCE =
049426             ADJUSTED-BANK-BALANCE - BOOK-BALANCE.
049427
049428     MOVE "STATEMENT BALANCE" TO PRINT-TOTAL-LITERAL.
049429     MOVE STATEMENT-BALANCE TO PRINT-TOTAL-AMOUNT.
049430     PERFORM PRINT-ONE-TOTAL-LINE.
049431
049432     MOVE "PLUS DEPOSITS IN TRANSIT" TO PRINT-TOTAL-LITERAL.
049433     MOVE IN-TRANSIT-TOTAL TO PRINT-TOTAL-AMOUNT.
049434     PERFORM PRINT-ONE-TOTAL-LINE.
049435
049436     MOVE "LESS OUTSTANDING CHECKS" TO PRINT-TOTAL-LITERAL.
049437     MOVE OUTSTANDING-TOTAL TO PRINT-TOTAL-AMOUNT.
049438     PERFORM PRINT-ONE-TOTAL-LINE.
049439
049440     MOVE "ADJUSTED BANK BALANCE" TO PRINT-TOTAL-LITERAL.
049441     MOVE ADJUSTED-BANK-BALANCE TO PRINT-TOTAL-AMOUNT.
049442     PERFORM PRINT-ONE-TOTAL-LINE.
049443
049444     MOVE "BOOK BALANCE" TO PRINT-TOTAL-LITERAL.
049445     MOVE BOOK-BALANCE TO PRINT-TOTAL-AMOUNT.
049446     PERFORM PRINT-ONE-TOTAL-LINE.
049447
049448     MOVE "OUT OF BALANCE BY" TO PRINT-TOTAL-LITERAL.
049449     MOVE BOOK-DIFFERENCE TO PRINT-TOTAL-AMOUNT.
049450     PERFORM PRINT-ONE-TOTAL-LINE.
049451     IF BOOK-DIFFERENCE = ZEROES
049452         DISPLAY "STATEMENT PROVES TO THE BOOK BALANCE"
049453     ELSE
049454         DISPLAY "STATEMENT DOES NOT PROVE - OUT BY "
049455             PRINT-TOTAL-AMOUNT.
049500
049600 PRINT-ONE-TOTAL-LINE.
049700     PERFORM CHECK-FOR-PAGE-BREAK.
049800     MOVE TOTAL-LINE TO PRINTER-RECORD.
049900     PERFORM WRITE-TO-PRINTER.
049902
049904* Picked up on the first deposit pass only, for the same
049906* reason as the check totals.
049908 ACCUMULATE-THE-DEPOSITS.
049910     IF ITEM-DEPOSIT-CLEARED
049912         ADD DEPOSIT-WORK-AMOUNT TO DEPOSITS-CLEARED-TOTAL
049914     ELSE
049916         IF ITEM-IN-TRANSIT
049918             ADD DEPOSIT-WORK-AMOUNT TO IN-TRANSIT-TOTAL
049920         ELSE
049922             ADD BANK-DEPOSIT-AMOUNT TO NOT-BOOKED-TOTAL.
049924
049926* The book balance is the one account's, or every account's
049928* added together when the whole register is reconciled.
049930 LOAD-THE-BOOK-BALANCE.
049932     MOVE ZEROES TO BOOK-BALANCE.
049934     IF WANTED-BANK-ACCOUNT NOT = SPACES
049936         MOVE WANTED-BANK-ACCOUNT TO BANK-ACCT-CODE
049938         PERFORM READ-BANK-ACCOUNT-RECORD
049940         IF BANK-ACCOUNT-FOUND = "Y"
049942             MOVE BANK-ACCT-BOOK-BALANCE TO BOOK-BALANCE
049944         ELSE
049946             DISPLAY "BANK ACCOUNT " WANTED-BANK-ACCOUNT
049948                 " IS NOT ON THE BANK ACCOUNT MASTER"
049950     ELSE
049952         PERFORM ADD-EVERY-BOOK-BALANCE.
049954
049956 ADD-EVERY-BOOK-BALANCE.
049958     MOVE "N" TO BANK-ACCOUNT-AT-END.
049960     MOVE LOW-VALUES TO BANK-ACCT-CODE.
049962     START BANK-ACCOUNT-FILE
049964         KEY IS NOT < BANK-ACCT-CODE
049966         INVALID KEY
049968         MOVE "Y" TO BANK-ACCOUNT-AT-END.
049970     PERFORM ADD-ONE-BOOK-BALANCE
049972         UNTIL BANK-ACCOUNT-AT-END = "Y".
049974
049976 ADD-ONE-BOOK-BALANCE.
049978     READ BANK-ACCOUNT-FILE NEXT RECORD
049980         AT END MOVE "Y" TO BANK-ACCOUNT-AT-END.
049982     IF BANK-ACCOUNT-AT-END = "N"
049984         ADD BANK-ACCT-BOOK-BALANCE TO BOOK-BALANCE.
050000
050100*---------------------------------
050200* Printing routines
054800         INVALID KEY
054900         MOVE "N" TO VENDOR-RECORD-FOUND.
055000
055005 READ-BANK-ACCOUNT-RECORD.
055010     MOVE "Y" TO BANK-ACCOUNT-FOUND.
055015     READ BANK-ACCOUNT-FILE RECORD
055020         INVALID KEY
055025         MOVE "N" TO BANK-ACCOUNT-FOUND.
055030
055035 READ-DEPOSIT-WORK-RECORD.
055040     MOVE "N" TO DEPOSIT-WORK-AT-END.
055045     READ DEPOSIT-WORK-FILE NEXT RECORD
055050         AT END MOVE "Y" TO DEPOSIT-WORK-AT-END.
055055
055060 READ-BANK-DEPOSIT-RECORD.
055065     MOVE "N" TO BANK-DEPOSIT-AT-END.
055070     READ BANK-DEPOSIT-FILE NEXT RECORD
055075         AT END MOVE "Y" TO BANK-DEPOSIT-AT-END.
055080
055100*---------------------------------
055200* Utility Routines
055300*---------------------------------
