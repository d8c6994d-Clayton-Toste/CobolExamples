000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VCHAPR01.
000300*---------------------------------
000400* Voucher approval
000500* Lists the vouchers waiting on approval - one vendor's, or
000600* every voucher charged to a GL account the approver is
000700* responsible for, whether on the voucher itself or on any
000800* of its distribution lines - and lets a supervisor approve
000900* or reject each one with a reason.  The decision, the
001000* approver and the date are rewritten onto the voucher and
001100* every decision is written to the audit log.  No one may
001200* decide a voucher they keyed themselves.
001300*---------------------------------
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001700
001800     COPY "SLVOUCH.CBL".
001900
002000     COPY "SLVND02.CBL".
002100
002200     COPY "SLACCT.CBL".
002300
002400     COPY "SLVCHDS.CBL".
002500
002600     COPY "SLAUDIT.CBL".
002700
002800     COPY "SLOPER.CBL".
002900
003000 DATA DIVISION.
003100 FILE SECTION.
003200
003300     COPY "FDVOUCH.CBL".
003400
003500     COPY "FDVND04.CBL".
003600
003700     COPY "FDACCT.CBL".
003800
003900     COPY "FDVCHDS.CBL".
004000
004100     COPY "FDAUDIT.CBL".
004200
004300     COPY "FDOPER.CBL".
004400
004500 WORKING-STORAGE SECTION.
004600
004700     COPY "WSCASE01.CBL".
004800
004900     COPY "WSAUDT01.CBL".
005000
005100 77  OK-TO-PROCESS         PIC X.
005200
005300* Which pending vouchers to walk - one vendor's, or every one
005400* charged to one GL account.
005500 77  LIST-OPTION           PIC X.
005600     88  LIST-BY-VENDOR           VALUE "V".
005700     88  LIST-BY-ACCOUNT          VALUE "G".
005800
005900 77  DECISION-ANSWER       PIC X.
006000     88  DECIDE-APPROVE           VALUE "A".
006100     88  DECIDE-REJECT            VALUE "R".
006200     88  DECIDE-SKIP              VALUE "S".
006300     88  DECIDE-QUIT              VALUE "Q".
006400
006500 77  VOUCHER-FILE-AT-END     PIC X.
006600 77  VENDOR-RECORD-FOUND     PIC X.
006700 77  ACCOUNT-RECORD-FOUND    PIC X.
006800 77  VOUCHER-DIST-AT-END     PIC X.
006900 77  VOUCHER-CHARGES-ACCOUNT PIC X.
007000 77  QUIT-THE-LIST           PIC X.
007100
007200 77  ENTRY-VENDOR            PIC 9(5).
007300 77  ENTRY-ACCOUNT           PIC 9(5).
007400 77  ENTRY-REASON            PIC X(30).
007500
007600* Counts for the list just walked
007700 77  VOUCHERS-LISTED         PIC 9(5) VALUE ZERO.
007800 77  VOUCHERS-APPROVED       PIC 9(5) VALUE ZERO.
007900 77  VOUCHERS-REJECTED       PIC 9(5) VALUE ZERO.
008000 77  VOUCHERS-LEFT-PENDING   PIC 9(5) VALUE ZERO.
008100
008200* How long a voucher has waited - today less the day it went
008300* pending, counted the same 30-day-month way the bills report
008400* ages vouchers.
008500 01  APPROVAL-TODAY             PIC 9(8).
008600 01  APPROVAL-TODAY-R REDEFINES APPROVAL-TODAY.
008700     05  APPROVAL-TODAY-CCYY    PIC 9(4).
008800     05  APPROVAL-TODAY-MM      PIC 9(2).
008900     05  APPROVAL-TODAY-DD      PIC 9(2).
009000
009100 01  WAITING-SINCE              PIC 9(8).
009200 01  WAITING-SINCE-R REDEFINES WAITING-SINCE.
009300     05  WAITING-SINCE-CCYY     PIC 9(4).
009400     05  WAITING-SINCE-MM       PIC 9(2).
009500     05  WAITING-SINCE-DD       PIC 9(2).
009600
009700 77  DAYS-WAITING            PIC S9(5).
009800 77  DISPLAY-DAYS            PIC ZZZZ9.
009900
010000 77  DISPLAY-AMOUNT          PIC ZZZ,ZZ9.99-.
010100 77  DISPLAY-DATE            PIC Z9/99/9999.
010200 77  DISPLAY-DUE             PIC Z9/99/9999.
010300
010400     COPY "WSDATE01.CBL".
010500
010600 PROCEDURE DIVISION.
010700 PROGRAM-BEGIN.
010800
010900     PERFORM OPENING-PROCEDURE.
011000     PERFORM MAIN-PROCESS.
011100     PERFORM CLOSING-PROCEDURE.
011200
011300 PROGRAM-EXIT.
011400     EXIT PROGRAM.
011500
011600 PROGRAM-DONE.
011700     ACCEPT OMITTED. STOP RUN.
011800
011900 OPENING-PROCEDURE.
012000     OPEN I-O VOUCHER-FILE.
012100     OPEN INPUT VENDOR-FILE.
012200     OPEN INPUT ACCOUNT-FILE.
012300     OPEN INPUT VOUCHER-DIST-FILE.
012400     MOVE "VCHAPR01" TO AUDIT-PROGRAM-ID.
012500     PERFORM GET-OPERATOR-INITIALS.
012600     ACCEPT APPROVAL-TODAY FROM DATE YYYYMMDD.
012700
012800 CLOSING-PROCEDURE.
012900     CLOSE VOUCHER-FILE.
013000     CLOSE VENDOR-FILE.
013100     CLOSE ACCOUNT-FILE.
013200     CLOSE VOUCHER-DIST-FILE.
013300
013400 MAIN-PROCESS.
013500     IF NOT OPERATOR-IS-SUPERVISOR
013600         DISPLAY "APPROVING VOUCHERS NEEDS SUPERVISOR AUTHORITY"
013700         MOVE 8 TO RETURN-CODE
013800     ELSE
013900         PERFORM GET-OK-TO-PROCESS
014000         PERFORM APPROVE-ONE-LIST
014100             UNTIL OK-TO-PROCESS = "N".
014200
014300 GET-OK-TO-PROCESS.
014400     PERFORM ACCEPT-OK-TO-PROCESS.
014500     PERFORM RE-ACCEPT-OK-TO-PROCESS
014600         UNTIL OK-TO-PROCESS = "Y" OR "N".
014700
014800 ACCEPT-OK-TO-PROCESS.
014900     DISPLAY "REVIEW VOUCHERS PENDING APPROVAL (Y/N)?".
015000     ACCEPT OK-TO-PROCESS.
015100     INSPECT OK-TO-PROCESS
015200       CONVERTING LOWER-ALPHA
015300       TO         UPPER-ALPHA.
015400
015500 RE-ACCEPT-OK-TO-PROCESS.
015600     DISPLAY "YOU MUST ENTER YES OR NO".
015700     PERFORM ACCEPT-OK-TO-PROCESS.
015800
015900 APPROVE-ONE-LIST.
016000     MOVE ZERO TO VOUCHERS-LISTED.
016100     MOVE ZERO TO VOUCHERS-APPROVED.
016200     MOVE ZERO TO VOUCHERS-REJECTED.
016300     MOVE ZERO TO VOUCHERS-LEFT-PENDING.
016400     MOVE "N" TO QUIT-THE-LIST.
016500
016600     PERFORM GET-LIST-OPTION.
016700     IF LIST-BY-VENDOR
016800         PERFORM LIST-ONE-VENDOR
016900     ELSE
017000         PERFORM LIST-ONE-ACCOUNT.
017100     PERFORM DISPLAY-LIST-TOTALS.
017200
017300     PERFORM GET-OK-TO-PROCESS.
017400
017500 GET-LIST-OPTION.
017600     PERFORM ACCEPT-LIST-OPTION.
017700     PERFORM RE-ACCEPT-LIST-OPTION
017800         UNTIL LIST-BY-VENDOR OR LIST-BY-ACCOUNT.
017900
018000 ACCEPT-LIST-OPTION.
018100     DISPLAY "LIST PENDING VOUCHERS BY V = VENDOR,"
018200         " G = GL ACCOUNT:".
018300     ACCEPT LIST-OPTION.
018400     INSPECT LIST-OPTION
018500       CONVERTING LOWER-ALPHA
018600       TO         UPPER-ALPHA.
018700
018800 RE-ACCEPT-LIST-OPTION.
018900     DISPLAY "YOU MUST ENTER V OR G".
019000     PERFORM ACCEPT-LIST-OPTION.
019100
019200 DISPLAY-LIST-TOTALS.
019300     IF VOUCHERS-LISTED = ZERO
019400         DISPLAY "NO VOUCHERS ARE WAITING ON APPROVAL THERE"
019500     ELSE
019600         DISPLAY "VOUCHERS LISTED:   " VOUCHERS-LISTED
019700         DISPLAY "APPROVED:          " VOUCHERS-APPROVED
019800         DISPLAY "REJECTED:          " VOUCHERS-REJECTED
019900         DISPLAY "LEFT PENDING:      " VOUCHERS-LEFT-PENDING.
020000
020100*---------------------------------
020200* One vendor's pending vouchers, off the alternate key
020300*---------------------------------
020400 LIST-ONE-VENDOR.
020500     PERFORM GET-WANTED-VENDOR.
020600     MOVE "N" TO VOUCHER-FILE-AT-END.
020700     MOVE ENTRY-VENDOR TO VOUCHER-VENDOR.
020800     START VOUCHER-FILE KEY IS NOT < VOUCHER-VENDOR
020900         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
021000     IF VOUCHER-FILE-AT-END = "N"
021100         PERFORM READ-NEXT-VOUCHER-RECORD.
021200     PERFORM CHECK-ONE-VENDOR-VOUCHER
021300         UNTIL VOUCHER-FILE-AT-END = "Y"
021400            OR VOUCHER-VENDOR NOT = ENTRY-VENDOR
021500            OR QUIT-THE-LIST = "Y".
021600
021700 CHECK-ONE-VENDOR-VOUCHER.
021800     IF VOUCHER-PENDING-APPROVAL
021900         PERFORM DECIDE-ONE-VOUCHER.
022000     PERFORM READ-NEXT-VOUCHER-RECORD.
022100
022200 GET-WANTED-VENDOR.
022300     PERFORM ACCEPT-WANTED-VENDOR.
022400     PERFORM RE-ACCEPT-WANTED-VENDOR
022500         UNTIL VENDOR-RECORD-FOUND = "Y".
022600     DISPLAY "VENDOR: " VENDOR-NAME.
022700
022800 ACCEPT-WANTED-VENDOR.
022900     MOVE ZEROES TO ENTRY-VENDOR.
023000     DISPLAY "ENTER VENDOR NUMBER:".
023100     ACCEPT ENTRY-VENDOR.
023200     MOVE ENTRY-VENDOR TO VENDOR-NUMBER.
023300     PERFORM READ-VENDOR-RECORD.
023400
023500 RE-ACCEPT-WANTED-VENDOR.
023600     DISPLAY "VENDOR " ENTRY-VENDOR
023700         " IS NOT ON THE VENDOR FILE".
023800     PERFORM ACCEPT-WANTED-VENDOR.
023900
024000*---------------------------------
024100* Every pending voucher charged to one GL account - the
024200* voucher's own account or any of its distribution lines
024300*---------------------------------
024400 LIST-ONE-ACCOUNT.
024500     PERFORM GET-WANTED-ACCOUNT.
024600     MOVE "N" TO VOUCHER-FILE-AT-END.
024700     MOVE ZEROES TO VOUCHER-NUMBER.
024800     START VOUCHER-FILE KEY IS NOT < VOUCHER-NUMBER
024900         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
025000     IF VOUCHER-FILE-AT-END = "N"
025100         PERFORM READ-NEXT-VOUCHER-RECORD.
025200     PERFORM CHECK-ONE-ACCOUNT-VOUCHER
025300         UNTIL VOUCHER-FILE-AT-END = "Y"
025400            OR QUIT-THE-LIST = "Y".
025500
025600 CHECK-ONE-ACCOUNT-VOUCHER.
025700     IF VOUCHER-PENDING-APPROVAL
025800         PERFORM CHECK-VOUCHER-ACCOUNT
025900         IF VOUCHER-CHARGES-ACCOUNT = "Y"
026000             PERFORM DECIDE-ONE-VOUCHER.
026100     PERFORM READ-NEXT-VOUCHER-RECORD.
026200
026300 CHECK-VOUCHER-ACCOUNT.
026400     MOVE "N" TO VOUCHER-CHARGES-ACCOUNT.
026500     IF VOUCHER-GL-ACCOUNT = ENTRY-ACCOUNT
026600         MOVE "Y" TO VOUCHER-CHARGES-ACCOUNT.
026700     PERFORM START-VOUCHER-DIST.
026800     PERFORM CHECK-ONE-DIST-LINE
026900         UNTIL VOUCHER-DIST-AT-END = "Y"
027000            OR VOUCHER-CHARGES-ACCOUNT = "Y".
027100
027200 CHECK-ONE-DIST-LINE.
027300     IF VOUCHER-DIST-GL-ACCOUNT = ENTRY-ACCOUNT
027400         MOVE "Y" TO VOUCHER-CHARGES-ACCOUNT.
027500     PERFORM READ-NEXT-VOUCHER-DIST.
027600
027700 GET-WANTED-ACCOUNT.
027800     PERFORM ACCEPT-WANTED-ACCOUNT.
027900     PERFORM RE-ACCEPT-WANTED-ACCOUNT
028000         UNTIL ACCOUNT-RECORD-FOUND = "Y".
028100     DISPLAY "ACCOUNT: " ACCOUNT-NAME.
028200
028300 ACCEPT-WANTED-ACCOUNT.
028400     MOVE ZEROES TO ENTRY-ACCOUNT.
028500     DISPLAY "ENTER GL ACCOUNT NUMBER:".
028600     ACCEPT ENTRY-ACCOUNT.
028700     MOVE ENTRY-ACCOUNT TO ACCOUNT-NUMBER.
028800     PERFORM READ-ACCOUNT-RECORD.
028900
029000 RE-ACCEPT-WANTED-ACCOUNT.
029100     DISPLAY "ACCOUNT " ENTRY-ACCOUNT
029200         " IS NOT ON THE ACCOUNT FILE".
029300     PERFORM ACCEPT-WANTED-ACCOUNT.
029400
029500*---------------------------------
029600* Decide one pending voucher
029700*---------------------------------
029800* Segregation of duties - whoever keyed a voucher may not
029900* approve it.  It stays pending for another approver.
030000 DECIDE-ONE-VOUCHER.
030100     ADD 1 TO VOUCHERS-LISTED.
030200     PERFORM DISPLAY-THE-VOUCHER.
030300     IF VOUCHER-ENTERED-BY = OPERATOR-INITIALS
030400         DISPLAY "  ** ENTERED BY " OPERATOR-INITIALS
030500             " - LEFT PENDING FOR ANOTHER APPROVER"
030600         ADD 1 TO VOUCHERS-LEFT-PENDING
030700     ELSE
030800         PERFORM GET-DECISION-ANSWER
030900         IF DECIDE-QUIT
031000             MOVE "Y" TO QUIT-THE-LIST
031100             ADD 1 TO VOUCHERS-LEFT-PENDING
031200         ELSE
031300             IF DECIDE-SKIP
031400                 ADD 1 TO VOUCHERS-LEFT-PENDING
031500             ELSE
031600                 PERFORM GET-DECISION-REASON
031700                 PERFORM RECORD-THE-DECISION.
031800
031900 DISPLAY-THE-VOUCHER.
032000     MOVE VOUCHER-VENDOR TO VENDOR-NUMBER.
032100     PERFORM READ-VENDOR-RECORD.
032200     IF VENDOR-RECORD-FOUND = "N"
032300         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
032400
032500     MOVE VOUCHER-DATE TO DATE-CCYYMMDD.
032600     PERFORM CONVERT-TO-MMDDCCYY.
032700     MOVE DATE-MMDDCCYY TO DISPLAY-DATE.
032800     MOVE VOUCHER-DUE TO DATE-CCYYMMDD.
032900     PERFORM CONVERT-TO-MMDDCCYY.
033000     MOVE DATE-MMDDCCYY TO DISPLAY-DUE.
033100     MOVE VOUCHER-AMOUNT TO DISPLAY-AMOUNT.
033200
033300     MOVE VOUCHER-APPROVAL-DATE TO WAITING-SINCE.
033400     COMPUTE DAYS-WAITING =
033500             (APPROVAL-TODAY-CCYY - WAITING-SINCE-CCYY) * 360
033600           + (APPROVAL-TODAY-MM  - WAITING-SINCE-MM)  * 30
033700           + (APPROVAL-TODAY-DD  - WAITING-SINCE-DD).
033800     IF DAYS-WAITING < ZERO
033900         MOVE ZERO TO DAYS-WAITING.
034000     MOVE DAYS-WAITING TO DISPLAY-DAYS.
034100
034200     DISPLAY "VOUCHER " VOUCHER-NUMBER "  " VENDOR-NAME.
034300     DISPLAY "  INVOICE " VOUCHER-INVOICE
034400         "  DATED " DISPLAY-DATE
034500         "  DUE " DISPLAY-DUE.
034600     DISPLAY "  FOR " VOUCHER-FOR.
034700     DISPLAY "  AMOUNT " DISPLAY-AMOUNT
034800         "  ACCOUNT " VOUCHER-GL-ACCOUNT
034900         "  ENTERED BY " VOUCHER-ENTERED-BY.
035000     DISPLAY "  WAITING " DISPLAY-DAYS " DAYS FOR APPROVAL".
035100     IF VENDOR-RECORD-FOUND = "Y"
035200        AND VENDOR-DISCOUNT-PCT NOT = ZEROES
035300         DISPLAY "  DISCOUNT " VENDOR-DISCOUNT-PCT
035400             "% IF PAID WITHIN " VENDOR-DISCOUNT-DAYS
035500             " DAYS OF THE INVOICE".
035600
035700 GET-DECISION-ANSWER.
035800     PERFORM ACCEPT-DECISION-ANSWER.
035900     PERFORM RE-ACCEPT-DECISION-ANSWER
036000         UNTIL DECIDE-APPROVE OR DECIDE-REJECT
036100            OR DECIDE-SKIP OR DECIDE-QUIT.
036200
036300 ACCEPT-DECISION-ANSWER.
036400     DISPLAY "A = APPROVE, R = REJECT, S = SKIP, Q = QUIT LIST:".
036500     ACCEPT DECISION-ANSWER.
036600     INSPECT DECISION-ANSWER
036700       CONVERTING LOWER-ALPHA
036800       TO         UPPER-ALPHA.
036900
037000 RE-ACCEPT-DECISION-ANSWER.
037100     DISPLAY "YOU MUST ENTER A, R, S OR Q".
037200     PERFORM ACCEPT-DECISION-ANSWER.
037300
037400* Every decision carries a reason - it goes on the voucher
037500* and into the audit log beside the approver's initials.
037600 GET-DECISION-REASON.
037700     PERFORM ACCEPT-DECISION-REASON.
037800     PERFORM RE-ACCEPT-DECISION-REASON
037900         UNTIL ENTRY-REASON NOT = SPACES.
038000
038100 ACCEPT-DECISION-REASON.
038200     MOVE SPACES TO ENTRY-REASON.
038300     DISPLAY "ENTER THE REASON:".
038400     ACCEPT ENTRY-REASON.
038500     INSPECT ENTRY-REASON
038600       CONVERTING LOWER-ALPHA
038700       TO         UPPER-ALPHA.
038800
038900 RE-ACCEPT-DECISION-REASON.
039000     DISPLAY "A REASON IS REQUIRED".
039100     PERFORM ACCEPT-DECISION-REASON.
039200
039300 RECORD-THE-DECISION.
039400     MOVE VOUCHER-RECORD TO AUDIT-LOG-BEFORE.
039500     IF DECIDE-APPROVE
039600         MOVE "A" TO VOUCHER-APPROVAL-STATUS
039700         MOVE "APPROV" TO AUDIT-LOG-ACTION
039800     ELSE
039900         MOVE "R" TO VOUCHER-APPROVAL-STATUS
040000         MOVE "REJECT" TO AUDIT-LOG-ACTION.
040100     MOVE OPERATOR-INITIALS TO VOUCHER-APPROVED-BY.
040200     MOVE APPROVAL-TODAY    TO VOUCHER-APPROVAL-DATE.
040300     MOVE ENTRY-REASON      TO VOUCHER-APPROVAL-REASON.
040400     REWRITE VOUCHER-RECORD
040500         INVALID KEY
040600         DISPLAY "VOUCHER " VOUCHER-NUMBER
040700             " COULD NOT BE REWRITTEN"
040800         ADD 1 TO VOUCHERS-LEFT-PENDING
040900         NOT INVALID KEY
041000         PERFORM COUNT-THE-DECISION
041100         PERFORM AUDIT-THE-DECISION.
041200
041300 COUNT-THE-DECISION.
041400     IF VOUCHER-APPROVED
041500         ADD 1 TO VOUCHERS-APPROVED
041600         DISPLAY "  ** APPROVED **"
041700     ELSE
041800         ADD 1 TO VOUCHERS-REJECTED
041900         DISPLAY "  ** REJECTED **".
042000
042100* Every decision leaves an audit record - the before image
042200* shows the voucher pending, the after image the decision,
042300* the approver and the reason.
042400 AUDIT-THE-DECISION.
042500     MOVE "VOUCHER" TO AUDIT-LOG-FILE.
042600     MOVE VOUCHER-NUMBER TO AUDIT-LOG-KEY.
042700     MOVE VOUCHER-RECORD TO AUDIT-LOG-AFTER.
042800     PERFORM WRITE-AUDIT-RECORD.
042900
043000*---------------------------------
043100* File IO routines
043200*---------------------------------
043300 READ-NEXT-VOUCHER-RECORD.
043400     READ VOUCHER-FILE NEXT RECORD
043500         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
043600
043700 START-VOUCHER-DIST.
043800     MOVE "N" TO VOUCHER-DIST-AT-END.
043900     MOVE VOUCHER-NUMBER TO VOUCHER-DIST-VOUCHER.
044000     MOVE ZEROES TO VOUCHER-DIST-LINE.
044100     START VOUCHER-DIST-FILE KEY IS NOT < VOUCHER-DIST-KEY
044200         INVALID KEY MOVE "Y" TO VOUCHER-DIST-AT-END.
044300     IF VOUCHER-DIST-AT-END = "N"
044400         PERFORM READ-NEXT-VOUCHER-DIST.
044500
044600 READ-NEXT-VOUCHER-DIST.
044700     READ VOUCHER-DIST-FILE NEXT RECORD
044800         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
044900     IF VOUCHER-DIST-AT-END = "N"
045000        AND VOUCHER-DIST-VOUCHER NOT = VOUCHER-NUMBER
045100         MOVE "Y" TO VOUCHER-DIST-AT-END.
045200
045300 READ-VENDOR-RECORD.
045400     MOVE "Y" TO VENDOR-RECORD-FOUND.
045500     READ VENDOR-FILE RECORD
045600         INVALID KEY
045700         MOVE "N" TO VENDOR-RECORD-FOUND.
045800
045900 READ-ACCOUNT-RECORD.
046000     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
046100     READ ACCOUNT-FILE RECORD
046200         INVALID KEY
046300         MOVE "N" TO ACCOUNT-RECORD-FOUND.
046400
046500*---------------------------------
046600* Utility Routines
046700*---------------------------------
046800     COPY "PLDATE01.CBL".
046900
047000     COPY "PLAUDT01.CBL".
