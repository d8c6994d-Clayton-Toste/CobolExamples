000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EXBMNT01.
000300*---------------------------------
000400* Expense budget maintenance
000500* Add, change, delete and inquire on the monthly expense
000600* budget master, keyed by expense account and month.  The
000700* account must be on the account file before a budget is
000800* accepted.
000900*---------------------------------
001000 ENVIRONMENT DIVISION.
001100 INPUT-OUTPUT SECTION.
001200 FILE-CONTROL.
001300
001400     COPY "SLEXBD.CBL".
001500
001600     COPY "SLACCT.CBL".
001700
001800     COPY "SLAUDIT.CBL".
001900
002000     COPY "SLOPER.CBL".
002100
002200 DATA DIVISION.
002300 FILE SECTION.
002400
002500     COPY "FDEXBD.CBL".
002600
002700     COPY "FDACCT.CBL".
002800
002900     COPY "FDAUDIT.CBL".
003000
003100     COPY "FDOPER.CBL".
003200
003300 WORKING-STORAGE SECTION.
003400
003500     COPY "WSCASE01.CBL".
003600
003700     COPY "WSAUDT01.CBL".
003800
003900 77  MENU-PICK             PIC X.
004000     88  PICK-ADD                 VALUE "A".
004100     88  PICK-CHANGE              VALUE "C".
004200     88  PICK-DELETE              VALUE "D".
004300     88  PICK-INQUIRE             VALUE "I".
004400     88  PICK-EXIT                VALUE "X".
004500
004600 77  EXPENSE-BUDGET-RECORD-FOUND PIC X.
004700 77  ACCOUNT-RECORD-FOUND    PIC X.
004800 77  DELETE-CONFIRMED        PIC X.
004900
005000* The account and month are keyed, then the amount.  A zero
005100* amount on a change keeps the amount on file.
005200 77  ENTRY-ACCOUNT           PIC 9(5).
005300 77  ENTRY-AMOUNT            PIC S9(7)V99.
005400
005500 01  ENTRY-MONTH             PIC 9(6).
005600 01  ENTRY-MONTH-R REDEFINES ENTRY-MONTH.
005700     05  ENTRY-MONTH-CCYY    PIC 9(4).
005800     05  ENTRY-MONTH-MM      PIC 9(2).
005900
006000 77  NUMBER-ANSWER           PIC S9(7)V99.
006100
006200 77  DISPLAY-AMOUNT          PIC Z,ZZZ,ZZ9.99-.
006300
006400 PROCEDURE DIVISION.
006500 PROGRAM-BEGIN.
006600
006700     PERFORM OPENING-PROCEDURE.
006800     PERFORM MAIN-PROCESS.
006900     PERFORM CLOSING-PROCEDURE.
007000
007100 PROGRAM-EXIT.
007200     EXIT PROGRAM.
007300
007400 PROGRAM-DONE.
007500     ACCEPT OMITTED. STOP RUN.
007600
007700 OPENING-PROCEDURE.
007800     OPEN I-O EXPENSE-BUDGET-FILE.
007900     OPEN INPUT ACCOUNT-FILE.
008000     MOVE "EXBMNT01" TO AUDIT-PROGRAM-ID.
008100     PERFORM GET-OPERATOR-INITIALS.
008200
008300 CLOSING-PROCEDURE.
008400     CLOSE EXPENSE-BUDGET-FILE.
008500     CLOSE ACCOUNT-FILE.
008600
008700 MAIN-PROCESS.
008800     PERFORM GET-MENU-PICK.
008900     PERFORM PROCESS-ONE-PICK
009000         UNTIL PICK-EXIT.
009100
009200 GET-MENU-PICK.
009300     DISPLAY "EXPENSE BUDGET MAINTENANCE".
009400     DISPLAY "  A = ADD A BUDGET".
009500     DISPLAY "  C = CHANGE A BUDGET".
009600     DISPLAY "  D = DELETE A BUDGET".
009700     DISPLAY "  I = INQUIRE ON A BUDGET".
009800     DISPLAY "  X = EXIT".
009900     PERFORM ACCEPT-MENU-PICK.
010000     PERFORM RE-ACCEPT-MENU-PICK
010100         UNTIL PICK-ADD OR PICK-CHANGE OR PICK-DELETE
010200                        OR PICK-INQUIRE OR PICK-EXIT.
010300
010400 ACCEPT-MENU-PICK.
010500     DISPLAY "ENTER SELECTION:".
010600     ACCEPT MENU-PICK.
010700     INSPECT MENU-PICK
010800       CONVERTING LOWER-ALPHA
010900       TO         UPPER-ALPHA.
011000
011100 RE-ACCEPT-MENU-PICK.
011200     DISPLAY "YOU MUST ENTER A, C, D, I OR X".
011300     PERFORM ACCEPT-MENU-PICK.
011400
011500 PROCESS-ONE-PICK.
011600     IF PICK-ADD
011700         PERFORM ADD-A-BUDGET
011800     ELSE
011900         IF PICK-CHANGE
012000             PERFORM CHANGE-A-BUDGET
012100         ELSE
012200             IF PICK-DELETE
012300                 PERFORM DELETE-A-BUDGET
012400             ELSE
012500                 PERFORM INQUIRE-ON-A-BUDGET.
012600
012700     PERFORM GET-MENU-PICK.
012800
012900*---------------------------------
013000* Add a budget
013100*---------------------------------
013200 ADD-A-BUDGET.
013300     PERFORM GET-BUDGET-KEY.
013400     PERFORM READ-EXPENSE-BUDGET-RECORD.
013500     IF EXPENSE-BUDGET-RECORD-FOUND = "Y"
013600         DISPLAY "THAT BUDGET IS ALREADY ON FILE"
013700         PERFORM DISPLAY-THE-BUDGET
013800     ELSE
013900         PERFORM GET-BUDGET-AMOUNT
014000         PERFORM WRITE-NEW-BUDGET.
014100
014200 WRITE-NEW-BUDGET.
014300     PERFORM MOVE-ENTRY-TO-BUDGET.
014400     WRITE EXPENSE-BUDGET-RECORD
014500         INVALID KEY
014600         DISPLAY "THAT BUDGET IS ALREADY ON FILE - NOT ADDED"
014700         NOT INVALID KEY
014800         MOVE "ADD   " TO AUDIT-LOG-ACTION
014900         MOVE SPACES TO AUDIT-LOG-BEFORE
015000         MOVE EXPENSE-BUDGET-RECORD TO AUDIT-LOG-AFTER
015100         PERFORM AUDIT-THE-BUDGET.
015200
015300*---------------------------------
015400* Change a budget
015500*---------------------------------
015600 CHANGE-A-BUDGET.
015700     PERFORM GET-BUDGET-KEY.
015800     PERFORM READ-EXPENSE-BUDGET-RECORD.
015900     IF EXPENSE-BUDGET-RECORD-FOUND = "N"
016000         DISPLAY "THAT BUDGET IS NOT ON FILE"
016100     ELSE
016200         PERFORM DISPLAY-THE-BUDGET
016300         MOVE EXPENSE-BUDGET-AMOUNT TO ENTRY-AMOUNT
016400         DISPLAY "ENTER NEW AMOUNT OR ZERO TO KEEP IT."
016500         PERFORM GET-BUDGET-AMOUNT
016600         PERFORM REWRITE-THE-BUDGET.
016700
016800 REWRITE-THE-BUDGET.
016900     MOVE EXPENSE-BUDGET-RECORD TO AUDIT-LOG-BEFORE.
017000     PERFORM MOVE-ENTRY-TO-BUDGET.
017100     REWRITE EXPENSE-BUDGET-RECORD
017200         INVALID KEY
017300         DISPLAY "THE BUDGET COULD NOT BE REWRITTEN"
017400         NOT INVALID KEY
017500         MOVE "CHANGE" TO AUDIT-LOG-ACTION
017600         MOVE EXPENSE-BUDGET-RECORD TO AUDIT-LOG-AFTER
017700         PERFORM AUDIT-THE-BUDGET.
017800
017900*---------------------------------
018000* Delete a budget
018100*---------------------------------
018200 DELETE-A-BUDGET.
018300     PERFORM GET-BUDGET-KEY.
018400     PERFORM READ-EXPENSE-BUDGET-RECORD.
018500     IF EXPENSE-BUDGET-RECORD-FOUND = "N"
018600         DISPLAY "THAT BUDGET IS NOT ON FILE"
018700     ELSE
018800         PERFORM DISPLAY-THE-BUDGET
018900         PERFORM CONFIRM-THE-DELETE
019000         IF DELETE-CONFIRMED = "Y"
019100             PERFORM DELETE-THE-BUDGET.
019200
019300 CONFIRM-THE-DELETE.
019400     PERFORM ACCEPT-DELETE-CONFIRMED.
019500     PERFORM RE-ACCEPT-DELETE-CONFIRMED
019600         UNTIL DELETE-CONFIRMED = "Y" OR "N".
019700
019800 ACCEPT-DELETE-CONFIRMED.
019900     DISPLAY "DELETE THIS BUDGET (Y/N)?".
020000     ACCEPT DELETE-CONFIRMED.
020100     INSPECT DELETE-CONFIRMED
020200       CONVERTING LOWER-ALPHA
020300       TO         UPPER-ALPHA.
020400
020500 RE-ACCEPT-DELETE-CONFIRMED.
020600     DISPLAY "YOU MUST ENTER YES OR NO".
020700     PERFORM ACCEPT-DELETE-CONFIRMED.
020800
020900 DELETE-THE-BUDGET.
021000     MOVE EXPENSE-BUDGET-RECORD TO AUDIT-LOG-BEFORE.
021100     DELETE EXPENSE-BUDGET-FILE RECORD
021200         INVALID KEY
021300         DISPLAY "THE BUDGET COULD NOT BE DELETED"
021400         NOT INVALID KEY
021500         MOVE "DELETE" TO AUDIT-LOG-ACTION
021600         MOVE SPACES TO AUDIT-LOG-AFTER
021700         PERFORM AUDIT-THE-BUDGET.
021800
021900*---------------------------------
022000* Inquire on a budget
022100*---------------------------------
022200 INQUIRE-ON-A-BUDGET.
022300     PERFORM GET-BUDGET-KEY.
022400     PERFORM READ-EXPENSE-BUDGET-RECORD.
022500     IF EXPENSE-BUDGET-RECORD-FOUND = "N"
022600         DISPLAY "THAT BUDGET IS NOT ON FILE"
022700     ELSE
022800         PERFORM DISPLAY-THE-BUDGET.
022900
023000 DISPLAY-THE-BUDGET.
023100     MOVE EXPENSE-BUDGET-ACCOUNT TO ACCOUNT-NUMBER.
023200     PERFORM READ-ACCOUNT-RECORD.
023300     IF ACCOUNT-RECORD-FOUND = "N"
023400         MOVE "*** NOT ON FILE ***" TO ACCOUNT-NAME.
023500     DISPLAY "ACCOUNT: " EXPENSE-BUDGET-ACCOUNT
023600             " " ACCOUNT-NAME.
023700     DISPLAY "MONTH:   " EXPENSE-BUDGET-MONTH.
023800     MOVE EXPENSE-BUDGET-AMOUNT TO DISPLAY-AMOUNT.
023900     DISPLAY "AMOUNT:  " DISPLAY-AMOUNT.
024000
024100*---------------------------------
024200* Field entry routines
024300*---------------------------------
024400* The account must be on the account file - a budget keyed
024500* to a missing account would never meet an actual.
024600 GET-BUDGET-KEY.
024700     PERFORM GET-BUDGET-ACCOUNT.
024800     PERFORM GET-BUDGET-MONTH.
024900
025000 GET-BUDGET-ACCOUNT.
025100     PERFORM ACCEPT-BUDGET-ACCOUNT.
025200     PERFORM RE-ACCEPT-BUDGET-ACCOUNT
025300         UNTIL ACCOUNT-RECORD-FOUND = "Y".
025400     DISPLAY "ACCOUNT: " ACCOUNT-NAME.
025500
025600 ACCEPT-BUDGET-ACCOUNT.
025700     MOVE ZEROES TO ENTRY-ACCOUNT.
025800     DISPLAY "ENTER EXPENSE ACCOUNT NUMBER:".
025900     ACCEPT ENTRY-ACCOUNT.
026000     MOVE ENTRY-ACCOUNT TO ACCOUNT-NUMBER.
026100     PERFORM READ-ACCOUNT-RECORD.
026200
026300 RE-ACCEPT-BUDGET-ACCOUNT.
026400     DISPLAY "ACCOUNT " ENTRY-ACCOUNT
026500         " IS NOT ON THE ACCOUNT FILE".
026600     PERFORM ACCEPT-BUDGET-ACCOUNT.
026700
026800 GET-BUDGET-MONTH.
026900     MOVE ZEROES TO ENTRY-MONTH.
027000     DISPLAY "ENTER BUDGET MONTH CCYYMM:".
027100     ACCEPT ENTRY-MONTH.
027200     PERFORM RE-ACCEPT-BUDGET-MONTH
027300         UNTIL ENTRY-MONTH-MM > 00 AND ENTRY-MONTH-MM < 13
027400           AND ENTRY-MONTH-CCYY > 1900.
027500
027600 RE-ACCEPT-BUDGET-MONTH.
027700     DISPLAY "THE MONTH MUST BE CCYYMM".
027800     MOVE ZEROES TO ENTRY-MONTH.
027900     ACCEPT ENTRY-MONTH.
028000
028100 GET-BUDGET-AMOUNT.
028200     DISPLAY "ENTER BUDGET AMOUNT (9999999.99):".
028300     PERFORM ACCEPT-NUMBER-ANSWER.
028400     IF NUMBER-ANSWER NOT = ZEROES
028500         MOVE NUMBER-ANSWER TO ENTRY-AMOUNT.
028600     PERFORM RE-ACCEPT-BUDGET-AMOUNT
028700         UNTIL ENTRY-AMOUNT NOT = ZEROES.
028800
028900 RE-ACCEPT-BUDGET-AMOUNT.
029000     DISPLAY "BUDGET AMOUNT MAY NOT BE ZERO".
029100     PERFORM ACCEPT-NUMBER-ANSWER.
029200     IF NUMBER-ANSWER NOT = ZEROES
029300         MOVE NUMBER-ANSWER TO ENTRY-AMOUNT.
029400
029500 ACCEPT-NUMBER-ANSWER.
029600     MOVE ZEROES TO NUMBER-ANSWER.
029700     ACCEPT NUMBER-ANSWER.
029800
029900 MOVE-ENTRY-TO-BUDGET.
030000     MOVE ENTRY-ACCOUNT    TO EXPENSE-BUDGET-ACCOUNT.
030100     MOVE ENTRY-MONTH      TO EXPENSE-BUDGET-MONTH.
030200     MOVE ENTRY-AMOUNT     TO EXPENSE-BUDGET-AMOUNT.
030300
030400*---------------------------------
030500* File IO routines
030600*---------------------------------
030700 READ-EXPENSE-BUDGET-RECORD.
030800     MOVE ENTRY-ACCOUNT    TO EXPENSE-BUDGET-ACCOUNT.
030900     MOVE ENTRY-MONTH      TO EXPENSE-BUDGET-MONTH.
031000     MOVE "Y" TO EXPENSE-BUDGET-RECORD-FOUND.
031100     READ EXPENSE-BUDGET-FILE RECORD
031200         INVALID KEY
031300         MOVE "N" TO EXPENSE-BUDGET-RECORD-FOUND.
031400
031500 READ-ACCOUNT-RECORD.
031600     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
031700     READ ACCOUNT-FILE RECORD
031800         INVALID KEY
031900         MOVE "N" TO ACCOUNT-RECORD-FOUND.
032000
032100*---------------------------------
032200* Audit trail - the caller sets the action and the before
032300* and after images, this fills in the rest and writes.
032400*---------------------------------
032500 AUDIT-THE-BUDGET.
032600     MOVE "EXPBUD" TO AUDIT-LOG-FILE.
032700     MOVE EXPENSE-BUDGET-KEY TO AUDIT-LOG-KEY.
032800     PERFORM WRITE-AUDIT-RECORD.
032900
033000*---------------------------------
033100* Utility Routines
033200*---------------------------------
033300     COPY "PLAUDT01.CBL".
