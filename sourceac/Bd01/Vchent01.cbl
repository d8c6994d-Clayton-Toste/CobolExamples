000700* be earlier than the invoice date, the voucher number is
000800* assigned automatically, and the payment fields are
000900* initialized so downstream reports never see garbage.
000910* A bill covering several accounts or stores is split into
000920* distribution lines - account, store and amount - and the
000930* voucher is not saved until the lines add up to its amount.
000940* A voucher that would take an expense account past its
000950* budget for the voucher month is not saved without a
000960* supervisor override.
000970* A voucher over the approval limit is saved pending approval
000980* and cannot be paid until an approver releases it.
001000*---------------------------------
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001910
001920     COPY "SLPO.CBL".
001930
001932     COPY "SLOPER.CBL".
001934
001940     COPY "SLAUDIT.CBL".
001942
001944     COPY "SLAPPD.CBL".
001950
001951     COPY "SLVCHDS.CBL".
001952
001953     COPY "SLSTOR.CBL".
001954
001955     COPY "SLEXBD.CBL".
001956
001957     COPY "SLVCHHS.CBL".
001958
001960     SELECT PRINTER-FILE
001970         ASSIGN TO PRINTER
001980         ORGANIZATION IS LINE SEQUENTIAL.
002810
002820     COPY "FDPO.CBL".
002830
002832     COPY "FDOPER.CBL".
002834
002840     COPY "FDAUDIT.CBL".
002842
002844     COPY "FDAPPD.CBL".
002850
002851     COPY "FDVCHDS.CBL".
002852
002853     COPY "FDSTOR.CBL".
002854
002855     COPY "FDEXBD.CBL".
002856
002857     COPY "FDVCHHS.CBL".
002858
002860 FD  PRINTER-FILE
002870     LABEL RECORDS ARE OMITTED.
002880 01  PRINTER-RECORD             PIC X(80).
003210
003220     COPY "WSAUDT01.CBL".
003300
003310     COPY "WSAPRV01.CBL".
003320
003400 77  OK-TO-PROCESS         PIC X.
003500 77  VOUCHER-FILE-AT-END     PIC X.
003600 77  VENDOR-RECORD-FOUND     PIC X.
003700 77  ACCOUNT-RECORD-FOUND    PIC X.
003710 77  PO-RECORD-FOUND         PIC X.
003720 77  PO-ENTRY-IS-GOOD        PIC X.
003722 77  STORE-RECORD-FOUND      PIC X.
003724 77  VOUCHER-DIST-AT-END     PIC X.
003730
003740* The purchase order the invoice is matched against - zero
003750* when the invoice is keyed against no order.  The remaining
004600 77  ENTRY-AMOUNT            PIC S9(6)V99.
004700 77  ENTRY-DEDUCTIBLE        PIC X.
004800 77  ENTRY-GL-ACCOUNT        PIC 9(5).
004802
004804* The distribution lines of a split voucher, held here until
004806* they add up to the voucher amount and the voucher is
004808* written.  No lines means the whole amount goes to
004810* ENTRY-GL-ACCOUNT as it always has.
004812 77  SPLIT-ANSWER            PIC X.
004814 77  SPLIT-CHOICE            PIC X.
004816 77  SPLIT-DONE              PIC X.
004818 77  SPLIT-LINES-ENDED       PIC X.
004820 77  ENTRY-SPLIT-ACCOUNT     PIC 9(5).
004822 77  ENTRY-SPLIT-STORE       PIC 9(2).
004824 77  ENTRY-SPLIT-AMOUNT      PIC S9(6)V99.
004826 77  SPLIT-TOTAL             PIC S9(7)V99.
004828 77  SPLIT-DIFFERENCE        PIC S9(7)V99.
004830 77  SPLIT-LINE-NUMBER       PIC 9(3).
004832 77  DISPLAY-SPLIT-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
004834
004836 01  SPLIT-TABLE.
004838     05  SPLIT-ENTRY OCCURS 50 TIMES.
004840         10  SPLIT-GL-ACCOUNT      PIC 9(5).
004842         10  SPLIT-STORE           PIC 9(2).
004844         10  SPLIT-AMOUNT          PIC S9(6)V99.
004846
004848 77  MAXIMUM-SPLIT-LINES     PIC 9(3) COMP VALUE 50.
004850 77  SPLIT-COUNT             PIC 9(3) COMP VALUE ZERO.
004852 77  SPLIT-INDEX             PIC 9(3) COMP.
004900
005000 01  ENTRY-DATE              PIC 9(8).
005100 01  ENTRY-DATE-R REDEFINES ENTRY-DATE.
006333     05  FILLER         PIC X(11) VALUE SPACE.
006334     05  FILLER         PIC X(6) VALUE "AMOUNT".
006335
006336* Expense budget check - each account the voucher charges,
006337* with the voucher's own amount on it, the month's budget
006338* and what is already vouchered against it that month.  An
006339* account split several ways is checked once, for its total.
006340 77  BUDGET-IS-OK            PIC X.
006341 77  ANY-BUDGET-FOUND        PIC X.
006342 77  OVER-BUDGET             PIC X.
006343 77  EXPENSE-BUDGET-RECORD-FOUND PIC X.
006344 77  VCHHIST-FILE-AT-END     PIC X.
006345 77  VOUCHER-HAS-LINES       PIC X.
006346 77  BUDGET-CHECK-MONTH      PIC 9(6).
006347 77  BUDGET-ACCOUNT-WANTED   PIC 9(5).
006348 77  BUDGET-AMOUNT-WANTED    PIC S9(6)V99.
006349 77  BUDGET-LINE-FOUND       PIC X.
006350 77  BUDGET-NEW-ACTUAL       PIC S9(8)V99.
006351 77  DISPLAY-BUDGET-AMOUNT   PIC Z,ZZZ,ZZ9.99-.
006352 77  DISPLAY-BUDGET-ACTUAL   PIC ZZ,ZZZ,ZZ9.99-.
006353
006354 01  BUDGET-TABLE.
006355     05  BUDGET-LINE OCCURS 50 TIMES.
006356         10  BUDGET-LINE-ACCOUNT   PIC 9(5).
006357         10  BUDGET-LINE-VOUCHER   PIC S9(7)V99.
006358         10  BUDGET-LINE-HAS-BUDGET PIC X.
006359         10  BUDGET-LINE-BUDGET    PIC S9(7)V99.
006360         10  BUDGET-LINE-ACTUAL    PIC S9(8)V99.
006361
006362 77  BUDGET-LINE-COUNT       PIC 9(3) COMP VALUE ZERO.
006363 77  BUDGET-LINE-INDEX       PIC 9(3) COMP.
006364 77  BUDGET-LINE-SLOT        PIC 9(3) COMP.
006365
006366* One voucher already on file, as it is added into the
006367* month's actual - whole, or one distribution line at a time.
006368 01  SCAN-DATE               PIC 9(8).
006369 01  SCAN-DATE-R REDEFINES SCAN-DATE.
006370     05  SCAN-MONTH          PIC 9(6).
006371     05  FILLER              PIC 9(2).
006372
006373 77  SCAN-NUMBER             PIC 9(5).
006374 77  SCAN-GL-ACCOUNT         PIC 9(5).
006375 77  SCAN-AMOUNT             PIC S9(6)V99.
006376
006400 PROCEDURE DIVISION.
006500 PROGRAM-BEGIN.
006600
007800     OPEN I-O VENDOR-FILE.
007900     OPEN INPUT ACCOUNT-FILE.
007910     OPEN I-O PO-FILE.
007920     OPEN INPUT STORE-FILE.
008000     PERFORM LOAD-NEXT-VOUCHER-NUMBER.
008100     OPEN I-O VOUCHER-FILE.
008102     OPEN I-O VOUCHER-DIST-FILE.
008104     OPEN INPUT EXPENSE-BUDGET-FILE.
008110     OPEN OUTPUT PRINTER-FILE.
008120     MOVE "VCHENT01" TO AUDIT-PROGRAM-ID.
008130     PERFORM GET-OPERATOR-INITIALS.
008500     CLOSE VENDOR-FILE.
008600     CLOSE ACCOUNT-FILE.
008610     CLOSE PO-FILE.
008612     CLOSE STORE-FILE.
008614     CLOSE VOUCHER-DIST-FILE.
008616     CLOSE EXPENSE-BUDGET-FILE.
008620     CLOSE PRINTER-FILE.
008700
008800* Scan the voucher file once for the highest voucher number
008900* on it, so each new voucher gets the next number in line.
008910* The distribution file is scanned too, so a number whose
008920* voucher has gone to history with its lines still on file
008930* is never handed out again.
009000 LOAD-NEXT-VOUCHER-NUMBER.
009100     MOVE 1 TO NEXT-VOUCHER-NUMBER.
009200     OPEN INPUT VOUCHER-FILE.
009400     PERFORM CHECK-ONE-VOUCHER-NUMBER
009500         UNTIL VOUCHER-FILE-AT-END = "Y".
009600     CLOSE VOUCHER-FILE.
009610     OPEN INPUT VOUCHER-DIST-FILE.
009620     PERFORM READ-NEXT-VOUCHER-DIST.
009630     PERFORM CHECK-ONE-DIST-NUMBER
009640         UNTIL VOUCHER-DIST-AT-END = "Y".
009650     CLOSE VOUCHER-DIST-FILE.
009700
009800 CHECK-ONE-VOUCHER-NUMBER.
009900     IF VOUCHER-NUMBER NOT < NEXT-VOUCHER-NUMBER
010000         COMPUTE NEXT-VOUCHER-NUMBER = VOUCHER-NUMBER + 1.
010100     PERFORM READ-VOUCHER-RECORD.
010105
010110 CHECK-ONE-DIST-NUMBER.
010115     IF VOUCHER-DIST-VOUCHER NOT < NEXT-VOUCHER-NUMBER
010120         COMPUTE NEXT-VOUCHER-NUMBER = VOUCHER-DIST-VOUCHER + 1.
010125     PERFORM READ-NEXT-VOUCHER-DIST.
010130
010135 READ-NEXT-VOUCHER-DIST.
010140     MOVE "N" TO VOUCHER-DIST-AT-END.
010145     READ VOUCHER-DIST-FILE NEXT RECORD
010150         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
010200
010300 READ-VOUCHER-RECORD.
010400     MOVE "N" TO VOUCHER-FILE-AT-END.
013400     PERFORM GET-VOUCHER-DATE.
013500     PERFORM GET-VOUCHER-DUE.
013600     PERFORM GET-VOUCHER-DEDUCTIBLE.
013700     PERFORM GET-VOUCHER-DISTRIBUTION.
013710     PERFORM CHECK-EXPENSE-BUDGET.
013720     IF BUDGET-IS-OK = "Y"
013800         PERFORM WRITE-NEW-VOUCHER
013810     ELSE
013820         DISPLAY "OVER BUDGET WITH NO OVERRIDE - VOUCHER "
013830             "NOT WRITTEN".
013900
014000     PERFORM GET-OK-TO-PROCESS.
014100
014101*---------------------------------
014102* Expense budget check - the voucher's accounts are looked
014103* up on the expense budget for the voucher month, and when
014104* any has a budget the month's actual is added up off the
014105* open and history vouchers already on file, line by line
014106* for a split voucher.  An account this voucher would take
014107* past its budget is shown, and the voucher needs the same
014108* supervisor override a closed-period date does.
014109*---------------------------------
014110 CHECK-EXPENSE-BUDGET.
014111     MOVE "Y" TO BUDGET-IS-OK.
014112     COMPUTE BUDGET-CHECK-MONTH =
014113             ENTRY-DATE-CCYY * 100 + ENTRY-DATE-MM.
014114     PERFORM LOAD-BUDGET-TABLE.
014115     IF ANY-BUDGET-FOUND = "Y"
014116         PERFORM ADD-UP-MONTH-ACTUALS
014117         PERFORM COMPARE-TO-BUDGETS.
014118
014119 LOAD-BUDGET-TABLE.
014120     MOVE ZERO TO BUDGET-LINE-COUNT.
014121     IF SPLIT-COUNT = ZERO
014122         MOVE ENTRY-GL-ACCOUNT TO BUDGET-ACCOUNT-WANTED
014123         MOVE ENTRY-AMOUNT TO BUDGET-AMOUNT-WANTED
014124         PERFORM ADD-TO-BUDGET-TABLE
014125     ELSE
014126         PERFORM ADD-SPLIT-TO-BUDGET-TABLE
014127             VARYING SPLIT-INDEX FROM 1 BY 1
014128               UNTIL SPLIT-INDEX > SPLIT-COUNT.
014129     MOVE "N" TO ANY-BUDGET-FOUND.
014130     PERFORM LOOK-UP-ONE-BUDGET
014131         VARYING BUDGET-LINE-INDEX FROM 1 BY 1
014132           UNTIL BUDGET-LINE-INDEX > BUDGET-LINE-COUNT.
014133
014134 ADD-SPLIT-TO-BUDGET-TABLE.
014135     MOVE SPLIT-GL-ACCOUNT(SPLIT-INDEX) TO BUDGET-ACCOUNT-WANTED.
014136     MOVE SPLIT-AMOUNT(SPLIT-INDEX) TO BUDGET-AMOUNT-WANTED.
014137     PERFORM ADD-TO-BUDGET-TABLE.
014138
014139 ADD-TO-BUDGET-TABLE.
014140     PERFORM FIND-BUDGET-LINE.
014141     IF BUDGET-LINE-FOUND = "N"
014142         ADD 1 TO BUDGET-LINE-COUNT
014143         MOVE BUDGET-LINE-COUNT TO BUDGET-LINE-SLOT
014144         MOVE BUDGET-ACCOUNT-WANTED
014145             TO BUDGET-LINE-ACCOUNT(BUDGET-LINE-SLOT)
014146         MOVE ZEROES TO BUDGET-LINE-VOUCHER(BUDGET-LINE-SLOT)
014147         MOVE ZEROES TO BUDGET-LINE-BUDGET(BUDGET-LINE-SLOT)
014148         MOVE ZEROES TO BUDGET-LINE-ACTUAL(BUDGET-LINE-SLOT).
014149     ADD BUDGET-AMOUNT-WANTED
014150         TO BUDGET-LINE-VOUCHER(BUDGET-LINE-SLOT).
014151
014152 FIND-BUDGET-LINE.
014153     MOVE "N" TO BUDGET-LINE-FOUND.
014154     PERFORM TEST-ONE-BUDGET-LINE
014155         VARYING BUDGET-LINE-INDEX FROM 1 BY 1
014156           UNTIL BUDGET-LINE-INDEX > BUDGET-LINE-COUNT
014157              OR BUDGET-LINE-FOUND = "Y".
014158
014159 TEST-ONE-BUDGET-LINE.
014160     IF BUDGET-LINE-ACCOUNT(BUDGET-LINE-INDEX)
014161             = BUDGET-ACCOUNT-WANTED
014162         MOVE "Y" TO BUDGET-LINE-FOUND
014163         MOVE BUDGET-LINE-INDEX TO BUDGET-LINE-SLOT.
014164
014165 COMPARE-TO-BUDGETS.
014166     MOVE "N" TO OVER-BUDGET.
014167     PERFORM COMPARE-ONE-BUDGET
014168         VARYING BUDGET-LINE-INDEX FROM 1 BY 1
014169           UNTIL BUDGET-LINE-INDEX > BUDGET-LINE-COUNT.
014170     IF OVER-BUDGET = "Y"
014171         PERFORM GET-SUPERVISOR-OVERRIDE
014172         IF OVERRIDE-ANSWER NOT = "Y"
014173             MOVE "N" TO BUDGET-IS-OK.
014174
014175 COMPARE-ONE-BUDGET.
014176     COMPUTE BUDGET-NEW-ACTUAL =
014177             BUDGET-LINE-ACTUAL(BUDGET-LINE-INDEX)
014178           + BUDGET-LINE-VOUCHER(BUDGET-LINE-INDEX).
014179     IF BUDGET-LINE-HAS-BUDGET(BUDGET-LINE-INDEX) = "Y"
014180        AND BUDGET-NEW-ACTUAL >
014181            BUDGET-LINE-BUDGET(BUDGET-LINE-INDEX)
014182         MOVE "Y" TO OVER-BUDGET
014183         PERFORM SHOW-OVER-BUDGET-WARNING.
014184
014185 SHOW-OVER-BUDGET-WARNING.
014186     MOVE BUDGET-LINE-BUDGET(BUDGET-LINE-INDEX)
014187         TO DISPLAY-BUDGET-AMOUNT.
014188     MOVE BUDGET-NEW-ACTUAL TO DISPLAY-BUDGET-ACTUAL.
014189     DISPLAY "WARNING - ACCOUNT "
014190         BUDGET-LINE-ACCOUNT(BUDGET-LINE-INDEX)
014191         " GOES OVER ITS " BUDGET-CHECK-MONTH " BUDGET".
014192     DISPLAY "  BUDGET " DISPLAY-BUDGET-AMOUNT
014193         "  WITH THIS VOUCHER " DISPLAY-BUDGET-ACTUAL.
014200*---------------------------------
014300* Field entry routines
014400*---------------------------------
021355        AND ENTRY-PERIOD NOT = OPEN-PERIOD
021356         DISPLAY "DATE " ENTRY-DATE
021357             " IS OUTSIDE THE OPEN AP PERIOD " OPEN-PERIOD
021358         PERFORM GET-SUPERVISOR-OVERRIDE
021359         IF OVERRIDE-ANSWER NOT = "Y"
021360             MOVE "N" TO PERIOD-IS-OK.
021361
021383 RE-ACCEPT-PERIOD-OVERRIDE.
021384     DISPLAY "YOU MUST ENTER YES OR NO".
021385     PERFORM ACCEPT-PERIOD-OVERRIDE.
021386
021387* A yes to the override stands only once a supervisor has
021388* signed for it.
021389 GET-SUPERVISOR-OVERRIDE.
021390     PERFORM GET-PERIOD-OVERRIDE.
021391     IF OVERRIDE-ANSWER = "Y"
021392         PERFORM VERIFY-SUPERVISOR
021393         IF SUPERVISOR-VERIFIED NOT = "Y"
021394             MOVE "N" TO OVERRIDE-ANSWER.
021400
021500* The due date may not be earlier than the invoice date.
021600 GET-VOUCHER-DUE.
025500     DISPLAY "YOU MUST ENTER YES OR NO".
025600     PERFORM ACCEPT-VOUCHER-DEDUCTIBLE.
025700
025701*---------------------------------
025702* Distribution lines
025703*---------------------------------
025704* A split voucher carries its lines instead of one expense
025705* account - the voucher's own account is set to the first
025706* line's, so listings that show one account still show one.
025707 GET-VOUCHER-DISTRIBUTION.
025708     MOVE ZERO TO SPLIT-COUNT.
025709     MOVE ZERO TO SPLIT-TOTAL.
025710     PERFORM GET-SPLIT-ANSWER.
025711     IF SPLIT-ANSWER = "Y"
025712         PERFORM GET-SPLIT-LINES.
025713     IF SPLIT-COUNT = ZERO
025714         PERFORM GET-VOUCHER-GL-ACCOUNT
025715     ELSE
025716         MOVE SPLIT-GL-ACCOUNT(1) TO ENTRY-GL-ACCOUNT.
025717
025718 GET-SPLIT-ANSWER.
025719     PERFORM ACCEPT-SPLIT-ANSWER.
025720     PERFORM RE-ACCEPT-SPLIT-ANSWER
025721         UNTIL SPLIT-ANSWER = "Y" OR "N".
025722
025723 ACCEPT-SPLIT-ANSWER.
025724     DISPLAY "SPLIT ACROSS SEVERAL ACCOUNTS OR STORES (Y/N)?".
025725     ACCEPT SPLIT-ANSWER.
025726     INSPECT SPLIT-ANSWER
025727       CONVERTING LOWER-ALPHA
025728       TO         UPPER-ALPHA.
025729
025730 RE-ACCEPT-SPLIT-ANSWER.
025731     DISPLAY "YOU MUST ENTER YES OR NO".
025732     PERFORM ACCEPT-SPLIT-ANSWER.
025733
025734* Lines are keyed until a blank account ends them.  Lines
025735* that do not add up to the voucher amount are refused - the
025736* operator keys more lines, starts the lines over, or drops
025737* the split and charges a single account.
025738 GET-SPLIT-LINES.
025739     MOVE "N" TO SPLIT-DONE.
025740     PERFORM ENTER-SPLIT-LINES
025741         UNTIL SPLIT-DONE = "Y".
025742
025743 ENTER-SPLIT-LINES.
025744     MOVE "N" TO SPLIT-LINES-ENDED.
025745     PERFORM ENTER-ONE-SPLIT-LINE
025746         UNTIL SPLIT-LINES-ENDED = "Y".
025747     PERFORM CHECK-SPLIT-BALANCE.
025748
025749 ENTER-ONE-SPLIT-LINE.
025750     IF SPLIT-COUNT NOT < MAXIMUM-SPLIT-LINES
025751         DISPLAY "NO MORE LINES WILL FIT ON THIS VOUCHER"
025752         MOVE "Y" TO SPLIT-LINES-ENDED
025753     ELSE
025754         PERFORM DISPLAY-SPLIT-REMAINING
025755         PERFORM GET-SPLIT-GL-ACCOUNT
025756         IF ENTRY-SPLIT-ACCOUNT = ZEROES
025757             MOVE "Y" TO SPLIT-LINES-ENDED
025758         ELSE
025759             PERFORM GET-SPLIT-STORE
025760             PERFORM GET-SPLIT-AMOUNT
025761             PERFORM ADD-ONE-SPLIT-LINE.
025762
025763 DISPLAY-SPLIT-REMAINING.
025764     COMPUTE SPLIT-DIFFERENCE = ENTRY-AMOUNT - SPLIT-TOTAL.
025765     MOVE SPLIT-DIFFERENCE TO DISPLAY-SPLIT-AMOUNT.
025766     COMPUTE SPLIT-LINE-NUMBER = SPLIT-COUNT + 1.
025767     DISPLAY "LINE " SPLIT-LINE-NUMBER
025768         " - LEFT TO DISTRIBUTE: " DISPLAY-SPLIT-AMOUNT.
025769
025770 GET-SPLIT-GL-ACCOUNT.
025771     PERFORM ACCEPT-SPLIT-GL-ACCOUNT.
025772     PERFORM RE-ACCEPT-SPLIT-GL-ACCOUNT
025773         UNTIL ENTRY-SPLIT-ACCOUNT = ZEROES
025774            OR ACCOUNT-RECORD-FOUND = "Y".
025775     IF ENTRY-SPLIT-ACCOUNT NOT = ZEROES
025776         DISPLAY "ACCOUNT: " ACCOUNT-NAME.
025777
025778 ACCEPT-SPLIT-GL-ACCOUNT.
025779     MOVE ZEROES TO ENTRY-SPLIT-ACCOUNT.
025780     DISPLAY "ENTER LINE EXPENSE ACCOUNT (BLANK TO END LINES):".
025781     ACCEPT ENTRY-SPLIT-ACCOUNT.
025782     MOVE ENTRY-SPLIT-ACCOUNT TO ACCOUNT-NUMBER.
025783     PERFORM READ-ACCOUNT-RECORD.
025784
025785 RE-ACCEPT-SPLIT-GL-ACCOUNT.
025786     DISPLAY "ACCOUNT " ENTRY-SPLIT-ACCOUNT
025787         " IS NOT ON THE ACCOUNT FILE".
025788     PERFORM ACCEPT-SPLIT-GL-ACCOUNT.
025789
025800* The expense account must be on the account lookup file -
025900* the journal export debits it for this voucher.
026000 GET-VOUCHER-GL-ACCOUNT.
027400     DISPLAY "ACCOUNT " ENTRY-GL-ACCOUNT
027500         " IS NOT ON THE ACCOUNT FILE".
027600     PERFORM ACCEPT-VOUCHER-GL-ACCOUNT.
027601
027602* Store zero charges the line to no store in particular.
027603 GET-SPLIT-STORE.
027604     PERFORM ACCEPT-SPLIT-STORE.
027605     PERFORM RE-ACCEPT-SPLIT-STORE
027606         UNTIL STORE-RECORD-FOUND = "Y".
027607     IF ENTRY-SPLIT-STORE NOT = ZEROES
027608         DISPLAY "STORE: " STORE-NAME.
027609
027610 ACCEPT-SPLIT-STORE.
027611     MOVE ZEROES TO ENTRY-SPLIT-STORE.
027612     DISPLAY "ENTER STORE NUMBER (BLANK FOR NO STORE):".
027613     ACCEPT ENTRY-SPLIT-STORE.
027614     MOVE "Y" TO STORE-RECORD-FOUND.
027615     IF ENTRY-SPLIT-STORE NOT = ZEROES
027616         MOVE ENTRY-SPLIT-STORE TO STORE-NUMBER
027617         PERFORM READ-STORE-RECORD.
027618
027619 RE-ACCEPT-SPLIT-STORE.
027620     DISPLAY "STORE " ENTRY-SPLIT-STORE
027621         " IS NOT ON THE STORE FILE".
027622     PERFORM ACCEPT-SPLIT-STORE.
027623
027624 GET-SPLIT-AMOUNT.
027625     MOVE ZEROES TO ENTRY-SPLIT-AMOUNT.
027626     DISPLAY "ENTER LINE AMOUNT (999999.99):".
027627     ACCEPT ENTRY-SPLIT-AMOUNT.
027628     PERFORM RE-ACCEPT-SPLIT-AMOUNT
027629         UNTIL ENTRY-SPLIT-AMOUNT NOT = ZEROES.
027630
027631 RE-ACCEPT-SPLIT-AMOUNT.
027632     DISPLAY "LINE AMOUNT MAY NOT BE ZERO".
027633     ACCEPT ENTRY-SPLIT-AMOUNT.
027634
027635 ADD-ONE-SPLIT-LINE.
027636     ADD 1 TO SPLIT-COUNT.
027637     MOVE ENTRY-SPLIT-ACCOUNT TO SPLIT-GL-ACCOUNT(SPLIT-COUNT).
027638     MOVE ENTRY-SPLIT-STORE   TO SPLIT-STORE(SPLIT-COUNT).
027639     MOVE ENTRY-SPLIT-AMOUNT  TO SPLIT-AMOUNT(SPLIT-COUNT).
027640     ADD ENTRY-SPLIT-AMOUNT TO SPLIT-TOTAL.
027641
027642 CHECK-SPLIT-BALANCE.
027643     IF SPLIT-COUNT > ZERO
027644        AND SPLIT-TOTAL = ENTRY-AMOUNT
027645         MOVE "Y" TO SPLIT-DONE
027646     ELSE
027647         MOVE SPLIT-TOTAL TO DISPLAY-SPLIT-AMOUNT
027648         DISPLAY "THE LINES TOTAL " DISPLAY-SPLIT-AMOUNT
027649         MOVE ENTRY-AMOUNT TO DISPLAY-SPLIT-AMOUNT
027650         DISPLAY "THE VOUCHER IS  " DISPLAY-SPLIT-AMOUNT
027651         DISPLAY "THE LINES MUST ADD UP TO THE VOUCHER AMOUNT"
027652         PERFORM GET-SPLIT-CHOICE
027653         PERFORM APPLY-SPLIT-CHOICE.
027654
027655 GET-SPLIT-CHOICE.
027656     PERFORM ACCEPT-SPLIT-CHOICE.
027657     PERFORM RE-ACCEPT-SPLIT-CHOICE
027658         UNTIL SPLIT-CHOICE = "A" OR "S" OR "C".
027659
027660 ACCEPT-SPLIT-CHOICE.
027661     DISPLAY "A = ADD MORE LINES  S = START THE LINES OVER".
027662     DISPLAY "C = CANCEL THE SPLIT AND USE ONE ACCOUNT".
027663     DISPLAY "ENTER SELECTION:".
027664     ACCEPT SPLIT-CHOICE.
027665     INSPECT SPLIT-CHOICE
027666       CONVERTING LOWER-ALPHA
027667       TO         UPPER-ALPHA.
027668
027669 RE-ACCEPT-SPLIT-CHOICE.
027670     DISPLAY "YOU MUST ENTER A, S OR C".
027671     PERFORM ACCEPT-SPLIT-CHOICE.
027672
027673 APPLY-SPLIT-CHOICE.
027674     IF SPLIT-CHOICE = "S" OR "C"
027675         MOVE ZERO TO SPLIT-COUNT
027676         MOVE ZERO TO SPLIT-TOTAL.
027677     IF SPLIT-CHOICE = "C"
027678         MOVE "Y" TO SPLIT-DONE.
027700
027800*---------------------------------
027900* Write the voucher
029800     MOVE ZEROES              TO VOUCHER-CHECK-NO.
029810     MOVE SPACES              TO VOUCHER-BANK-ACCOUNT.
029820     MOVE ENTRY-PO-NO         TO VOUCHER-PO-NO.
029825     MOVE SPACES              TO VOUCHER-PAY-METHOD.
029830     MOVE ZEROES              TO VOUCHER-WITHHELD.
029835     MOVE OPERATOR-INITIALS   TO VOUCHER-ENTERED-BY.
029840* Over the approval limit the voucher waits for an approver -
029845* the approval date is the day it began waiting.
029850     MOVE SPACES              TO VOUCHER-APPROVED-BY.
029855     ACCEPT VOUCHER-APPROVAL-DATE FROM DATE YYYYMMDD.
029860     IF VOUCHER-AMOUNT > APPROVAL-LIMIT
029865         MOVE "P"             TO VOUCHER-APPROVAL-STATUS
029870         MOVE SPACES          TO VOUCHER-APPROVAL-REASON
029875     ELSE
029880         MOVE "A"             TO VOUCHER-APPROVAL-STATUS
029885         MOVE "UNDER APPROVAL LIMIT"
029890                              TO VOUCHER-APPROVAL-REASON.
029900     WRITE VOUCHER-RECORD
030000         INVALID KEY
030100         DISPLAY "VOUCHER " VOUCHER-NUMBER
030400         DISPLAY "VOUCHER " VOUCHER-NUMBER " WRITTEN"
030410         PERFORM RELIEVE-THE-PO
030420         PERFORM AUDIT-THE-VOUCHER-ADD
030425         PERFORM WRITE-VOUCHER-DIST-LINES
030430         PERFORM COUNT-INTO-THE-BATCH
030440         PERFORM SHOW-PENDING-APPROVAL.
030500     ADD 1 TO NEXT-VOUCHER-NUMBER.
030501
030502 SHOW-PENDING-APPROVAL.
030503     IF VOUCHER-PENDING-APPROVAL
030504         DISPLAY "VOUCHER " VOUCHER-NUMBER " IS OVER THE"
030505             " APPROVAL LIMIT - PENDING APPROVAL".
030510
030520* Every accepted voucher counts into the batch controls and
030530* onto the proof list.
031300         INVALID KEY
031400         MOVE "N" TO VENDOR-RECORD-FOUND.
031500
031502 READ-EXPENSE-BUDGET-RECORD.
031504     MOVE "Y" TO EXPENSE-BUDGET-RECORD-FOUND.
031506     READ EXPENSE-BUDGET-FILE RECORD
031508         INVALID KEY
031510         MOVE "N" TO EXPENSE-BUDGET-RECORD-FOUND.
031512
031514 READ-VCHHIST-RECORD.
031516     MOVE "N" TO VCHHIST-FILE-AT-END.
031518     READ HISTORY-FILE NEXT RECORD
031520         AT END MOVE "Y" TO VCHHIST-FILE-AT-END.
031522
031524* The distribution lines of one voucher already on file, for
031526* the budget check - the read stops at the next voucher.
031528 START-SCAN-DIST.
031530     MOVE "N" TO VOUCHER-DIST-AT-END.
031532     MOVE SCAN-NUMBER TO VOUCHER-DIST-VOUCHER.
031534     MOVE ZEROES TO VOUCHER-DIST-LINE.
031536     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
031538         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
031540     IF VOUCHER-DIST-AT-END = "N"
031542         PERFORM READ-NEXT-SCAN-DIST.
031544
031546 READ-NEXT-SCAN-DIST.
031548     READ VOUCHER-DIST-FILE NEXT RECORD
031550         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
031552     IF VOUCHER-DIST-AT-END = "N"
031554        AND VOUCHER-DIST-VOUCHER NOT = SCAN-NUMBER
031556         MOVE "Y" TO VOUCHER-DIST-AT-END.
031558
031600 READ-ACCOUNT-RECORD.
031700     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
031800     READ ACCOUNT-FILE RECORD
031900         INVALID KEY
032000         MOVE "N" TO ACCOUNT-RECORD-FOUND.
032100
032105 LOOK-UP-ONE-BUDGET.
032110     MOVE BUDGET-LINE-ACCOUNT(BUDGET-LINE-INDEX)
032115         TO EXPENSE-BUDGET-ACCOUNT.
032120     MOVE BUDGET-CHECK-MONTH TO EXPENSE-BUDGET-MONTH.
032125     PERFORM READ-EXPENSE-BUDGET-RECORD.
032130     MOVE EXPENSE-BUDGET-RECORD-FOUND
032135         TO BUDGET-LINE-HAS-BUDGET(BUDGET-LINE-INDEX).
032140     IF EXPENSE-BUDGET-RECORD-FOUND = "Y"
032145         MOVE "Y" TO ANY-BUDGET-FOUND
032150         MOVE EXPENSE-BUDGET-AMOUNT
032155             TO BUDGET-LINE-BUDGET(BUDGET-LINE-INDEX).
032160
032200 READ-PO-RECORD.
032300     MOVE "Y" TO PO-RECORD-FOUND.
032400     READ PO-FILE RECORD
032500         INVALID KEY
032600         MOVE "N" TO PO-RECORD-FOUND.
032601
032602 READ-STORE-RECORD.
032603     MOVE "Y" TO STORE-RECORD-FOUND.
032604     READ STORE-FILE RECORD
032605         INVALID KEY
032606         MOVE "N" TO STORE-RECORD-FOUND.
032610
032620* The open AP period off the control file - an OPTIONAL file
032630* that does not exist yet reads straight to AT END, and date
032697         DISPLAY "NO AP PERIOD ON FILE - DATE CONTROL IS OFF".
032698     CLOSE PERIOD-FILE.
032700
032701* The split lines go on the distribution file under the
032702* voucher number just written, numbered from 1.
032703 WRITE-VOUCHER-DIST-LINES.
032704     PERFORM WRITE-ONE-VOUCHER-DIST-LINE
032705         VARYING SPLIT-INDEX FROM 1 BY 1
032706           UNTIL SPLIT-INDEX > SPLIT-COUNT.
032707
032708 WRITE-ONE-VOUCHER-DIST-LINE.
032709     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
032710     MOVE SPLIT-INDEX TO VOUCHER-DIST-LINE.
032711     MOVE SPLIT-GL-ACCOUNT(SPLIT-INDEX)
032712         TO VOUCHER-DIST-GL-ACCOUNT.
032713     MOVE SPLIT-STORE(SPLIT-INDEX) TO VOUCHER-DIST-STORE.
032714     MOVE SPLIT-AMOUNT(SPLIT-INDEX) TO VOUCHER-DIST-AMOUNT.
032715     WRITE VOUCHER-DIST-RECORD
032716         INVALID KEY
032717         DISPLAY "LINE " VOUCHER-DIST-LINE " OF VOUCHER "
032718             VOUCHER-DIST-VOUCHER " IS ALREADY ON FILE"
032719         NOT INVALID KEY
032720         PERFORM AUDIT-THE-DIST-ADD.
032721
032722 AUDIT-THE-DIST-ADD.
032723     MOVE "VCHDIST" TO AUDIT-LOG-FILE.
032724     MOVE "ADD   " TO AUDIT-LOG-ACTION.
032725     MOVE VOUCHER-DIST-KEY TO AUDIT-LOG-KEY.
032726     MOVE SPACES TO AUDIT-LOG-BEFORE.
032727     MOVE VOUCHER-DIST-RECORD TO AUDIT-LOG-AFTER.
032728     PERFORM WRITE-AUDIT-RECORD.
032729
032730* Read the open file from the top - writes move the position.
032731 ADD-UP-MONTH-ACTUALS.
032732     MOVE ZEROES TO VOUCHER-NUMBER.
032733     MOVE "N" TO VOUCHER-FILE-AT-END.
032734     START VOUCHER-FILE KEY IS NOT < VOUCHER-NUMBER
032735         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
032736     IF VOUCHER-FILE-AT-END = "N"
032737         PERFORM READ-VOUCHER-RECORD.
032738     PERFORM ADD-ONE-OPEN-VOUCHER
032739         UNTIL VOUCHER-FILE-AT-END = "Y".
032740
032741     OPEN INPUT HISTORY-FILE.
032742     PERFORM READ-VCHHIST-RECORD.
032743     PERFORM ADD-ONE-HISTORY-VOUCHER
032744         UNTIL VCHHIST-FILE-AT-END = "Y".
032745     CLOSE HISTORY-FILE.
032746
032747 ADD-ONE-OPEN-VOUCHER.
032748     IF NOT VOUCHER-REJECTED
032749         MOVE VOUCHER-NUMBER     TO SCAN-NUMBER
032750         MOVE VOUCHER-DATE       TO SCAN-DATE
032751         MOVE VOUCHER-GL-ACCOUNT TO SCAN-GL-ACCOUNT
032752         MOVE VOUCHER-AMOUNT     TO SCAN-AMOUNT
032753         PERFORM ADD-ONE-SCANNED-VOUCHER.
032754     PERFORM READ-VOUCHER-RECORD.
032755
032756 ADD-ONE-HISTORY-VOUCHER.
032757     IF NOT HISTORY-REJECTED
032758         MOVE HISTORY-NUMBER     TO SCAN-NUMBER
032759         MOVE HISTORY-DATE       TO SCAN-DATE
032760         MOVE HISTORY-GL-ACCOUNT TO SCAN-GL-ACCOUNT
032761         MOVE HISTORY-AMOUNT     TO SCAN-AMOUNT
032762         PERFORM ADD-ONE-SCANNED-VOUCHER.
032763     PERFORM READ-VCHHIST-RECORD.
032764
032765 ADD-ONE-SCANNED-VOUCHER.
032766     IF SCAN-MONTH = BUDGET-CHECK-MONTH
032767         PERFORM ADD-VOUCHER-OR-LINES.
032768
032769 ADD-VOUCHER-OR-LINES.
032770     MOVE "N" TO VOUCHER-HAS-LINES.
032771     PERFORM START-SCAN-DIST.
032772     PERFORM ADD-ONE-SCAN-LINE
032773         UNTIL VOUCHER-DIST-AT-END = "Y".
032774     IF VOUCHER-HAS-LINES = "N"
032775         PERFORM ADD-SCAN-TO-ACTUAL.
032776
032777 ADD-ONE-SCAN-LINE.
032778     MOVE "Y" TO VOUCHER-HAS-LINES.
032779     MOVE VOUCHER-DIST-GL-ACCOUNT TO SCAN-GL-ACCOUNT.
032780     MOVE VOUCHER-DIST-AMOUNT     TO SCAN-AMOUNT.
032781     PERFORM ADD-SCAN-TO-ACTUAL.
032782     PERFORM READ-NEXT-SCAN-DIST.
032783
032784 ADD-SCAN-TO-ACTUAL.
032785     MOVE SCAN-GL-ACCOUNT TO BUDGET-ACCOUNT-WANTED.
032786     PERFORM FIND-BUDGET-LINE.
032787     IF BUDGET-LINE-FOUND = "Y"
032788         ADD SCAN-AMOUNT TO BUDGET-LINE-ACTUAL(BUDGET-LINE-SLOT).
032789
032800*---------------------------------
032900* Utility Routines
033000*---------------------------------
