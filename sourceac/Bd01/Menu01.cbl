000900* order, stops the stream when a step returns a nonzero
001000* code, and appends start, stop and outcome per step to the
001100* RUNLOG file the morning operator can print.
001110* The operator signs on once at the top against the operator
001120* master and every program run from here shares the sign-on.
001130* Each pick carries the authority it needs - 1 clerk, 2
001140* supervisor, 3 administrator - and a pick above the
001150* operator's level is refused and logged.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001800     SELECT OPTIONAL RUN-LOG-FILE
001900         ASSIGN TO "RUNLOG"
002000         ORGANIZATION IS LINE SEQUENTIAL.
002010
002020     COPY "SLAUDIT.CBL".
002030
002040     COPY "SLOPER.CBL".
002100
002200 DATA DIVISION.
002300 FILE SECTION.
003500     05  FILLER                PIC X(1).
003600     05  LOG-OUTCOME           PIC X(10).
003700
003710     COPY "FDAUDIT.CBL".
003720
003730     COPY "FDOPER.CBL".
003740
003800 WORKING-STORAGE SECTION.
003900
004000     COPY "WSCASE01.CBL".
004100
004110     COPY "WSAUDT01.CBL".
004120
004200 77  MENU-PICK             PIC X(2).
004300
004400* The menu choices and the program each one runs - the pick
004500* is looked up here and the program CALLed by name.  The
004510* last byte is the authority level the pick needs.
004600 01  MENU-TABLE.
004700     05  FILLER   PIC X(11) VALUE "01VNDMNT011".
004800     05  FILLER   PIC X(11) VALUE "02ACCMNT011".
004900     05  FILLER   PIC X(11) VALUE "03STRMNT011".
005000     05  FILLER   PIC X(11) VALUE "04TMPMNT011".
005100     05  FILLER   PIC X(11) VALUE "05BNKMNT012".
005200     05  FILLER   PIC X(11) VALUE "06POMNT01 1".
005300     05  FILLER   PIC X(11) VALUE "07BUDMNT011".
005400     05  FILLER   PIC X(11) VALUE "08VCHENT011".
005500     05  FILLER   PIC X(11) VALUE "09PAYSEL011".
005600     05  FILLER   PIC X(11) VALUE "10CHKPST012".
005700     05  FILLER   PIC X(11) VALUE "11VCHVOD012".
005800     05  FILLER   PIC X(11) VALUE "12GLJRN01 1".
005900     05  FILLER   PIC X(11) VALUE "13BLBYVN021".
006000     05  FILLER   PIC X(11) VALUE "14VCHAUD011".
006100     05  FILLER   PIC X(11) VALUE "15BNKREC011".
006200     05  FILLER   PIC X(11) VALUE "16PORPT01 1".
006300     05  FILLER   PIC X(11) VALUE "17AUDRPT011".
006400     05  FILLER   PIC X(11) VALUE "18VCHINQ011".
006500     05  FILLER   PIC X(11) VALUE "19VCHHIS011".
006600     05  FILLER   PIC X(11) VALUE "20SLSEDT011".
006700     05  FILLER   PIC X(11) VALUE "21SLSPST011".
006800     05  FILLER   PIC X(11) VALUE "22SLSSUM011".
006900     05  FILLER   PIC X(11) VALUE "23SLSCMP011".
007000     05  FILLER   PIC X(11) VALUE "24BUDVAR011".
007100     05  FILLER   PIC X(11) VALUE "25TMPGEN011".
007200     05  FILLER   PIC X(11) VALUE "26APCLS01 2".
007300     05  FILLER   PIC X(11) VALUE "27VCHARC012".
007400     05  FILLER   PIC X(11) VALUE "28TEN9901 2".
007410     05  FILLER   PIC X(11) VALUE "29VHSROL012".
007415     05  FILLER   PIC X(11) VALUE "30BWHRPT011".
007420     05  FILLER   PIC X(11) VALUE "31OPRMNT013".
007425     05  FILLER   PIC X(11) VALUE "32VNDCHG011".
007430     05  FILLER   PIC X(11) VALUE "33VNDDUP011".
007435     05  FILLER   PIC X(11) VALUE "34STRPNL011".
007440     05  FILLER   PIC X(11) VALUE "35EXBMNT011".
007445     05  FILLER   PIC X(11) VALUE "36EXBVAR011".
007450     05  FILLER   PIC X(11) VALUE "37VCHAPR012".
007455     05  FILLER   PIC X(11) VALUE "38PAYPRF011".
007460     05  FILLER   PIC X(11) VALUE "39STLCHK011".
007465     05  FILLER   PIC X(11) VALUE "40BNKTRN011".
007470     05  FILLER   PIC X(11) VALUE "41SLSFLS011".
007475     05  FILLER   PIC X(11) VALUE "42BUDGEN012".
007480     05  FILLER   PIC X(11) VALUE "43INTCHK011".
007500
007600 01  MENU-TABLE-R REDEFINES MENU-TABLE.
007700     05  MENU-ENTRY OCCURS 43 TIMES.
007800         10  MENU-CODE         PIC X(2).
007900         10  MENU-PROGRAM      PIC X(8).
007910         10  MENU-LEVEL        PIC 9.
008000
008100 77  MENU-ENTRY-COUNT      PIC 9(2) COMP VALUE 43.
008200 77  MENU-INDEX            PIC 9(2) COMP.
008300 77  MENU-MATCHED          PIC X.
008400
008600* pick - the stream stops at the first failing step.
008700 01  STREAM-TABLE.
008800     05  FILLER   PIC X(8) VALUE "VCHAUD01".
008810     05  FILLER   PIC X(8) VALUE "INTCHK01".
008900     05  FILLER   PIC X(8) VALUE "BLBYVN02".
009000     05  FILLER   PIC X(8) VALUE "SLSPST01".
009100
009200 01  STREAM-TABLE-R REDEFINES STREAM-TABLE.
009300     05  STREAM-STEP OCCURS 4 TIMES    PIC X(8).
009400
009500 77  STREAM-STEP-COUNT     PIC 9 COMP VALUE 4.
009600 77  STREAM-INDEX          PIC 9 COMP.
009700 77  STREAM-FAILED         PIC X.
009800
012100     ACCEPT OMITTED. STOP RUN.
012200
012300 MAIN-PROCESS.
012310     MOVE "MENU01" TO AUDIT-PROGRAM-ID.
012320     MOVE "N" TO SIGNON-STATUS.
012330     PERFORM GET-OPERATOR-INITIALS.
012400     PERFORM GET-MENU-PICK.
012500     PERFORM PROCESS-ONE-PICK
012600         UNTIL MENU-PICK = "X " OR "XX".
012610     PERFORM SIGN-OFF-OPERATOR.
012700
012800 GET-MENU-PICK.
012900     DISPLAY " ".
013200     DISPLAY "  01 = VENDOR MASTER        02 = ACCOUNT LOOKUP".
013300     DISPLAY "  03 = STORE MASTER         04 = TEMPLATES".
013400     DISPLAY "  05 = BANK ACCOUNTS        06 = PURCHASE ORDERS".
013500     DISPLAY "  07 = SALES BUDGETS        35 = EXPENSE BUDGETS".
013600     DISPLAY "ENTRY / SELECTION / CHECKS".
013700     DISPLAY "  08 = VOUCHER ENTRY        09 = PAYMENT SELECTION".
013800     DISPLAY "  10 = CHECK RUN            11 = VOID A CHECK".
013900     DISPLAY "  12 = LEDGER EXPORT        37 = VOUCHER APPROVAL".
013910     DISPLAY "  40 = BANK REGISTER".
014000     DISPLAY "REPORTS / INQUIRY".
014100     DISPLAY "  13 = BILLS REPORTS        14 = VOUCHER AUDIT".
014200     DISPLAY "  15 = BANK RECONCILIATION  16 = OPEN PO REPORT".
014300     DISPLAY "  17 = AUDIT LOG REPORT     18 = VOUCHER INQUIRY".
014400     DISPLAY "  19 = VOUCHER HISTORY      32 = VENDOR CHG ALERT".
014410     DISPLAY "  33 = DUPLICATE VENDORS    38 = PAY PERFORMANCE".
014420     DISPLAY "  43 = FILE INTEGRITY CHECK".
014500     DISPLAY "SALES".
014600     DISPLAY "  20 = SALES EXTRACT EDIT   21 = SALES POSTING".
014700     DISPLAY "  22 = SALES SUMMARY        23 = COMPARATIVE SALES".
014800     DISPLAY "  24 = BUDGET VARIANCE      34 = STORE P&L".
014810     DISPLAY "  36 = EXPENSE VARIANCE     41 = WEEKLY FLASH".
014900     DISPLAY "MONTH END / YEAR END".
015000     DISPLAY "  25 = RECURRING GENERATION 26 = AP PERIOD CLOSE".
015100     DISPLAY "  27 = VOUCHER ARCHIVE      28 = 1099 EXTRACT".
015110     DISPLAY "  29 = HISTORY YEAR ROLL-OFF 30 = BACKUP WH REPORT".
015120     DISPLAY "  39 = STALE CHECK ESCHEAT  42 = BUDGET BUILD".
015130     DISPLAY "SYSTEM".
015140     DISPLAY "  31 = OPERATOR MASTER".
015200     DISPLAY "  EOD = END-OF-DAY STREAM   X = EXIT".
015300     DISPLAY "ENTER SELECTION:".
015400     MOVE SPACES TO MENU-PICK.
016400         PERFORM FIND-THE-PICK
016500         IF MENU-MATCHED = "Y"
016600             MOVE MENU-PROGRAM(MENU-INDEX) TO RUN-PROGRAM
016610             IF MENU-LEVEL(MENU-INDEX) > OPERATOR-AUTHORITY
016620                 PERFORM REFUSE-ONE-PICK
016630             ELSE
016700                 PERFORM RUN-ONE-PROGRAM
016800         ELSE
016900             DISPLAY "THAT IS NOT ON THE MENU".
017000
018200         MOVE "Y" TO MENU-MATCHED
018300     ELSE
018400         ADD 1 TO MENU-INDEX.
018405
018410* A pick above the operator's authority is not run - the
018415* attempt lands on the audit log under the program's name.
018420 REFUSE-ONE-PICK.
018425     DISPLAY "YOU ARE NOT AUTHORIZED FOR THAT SELECTION".
018430     MOVE "MENU"         TO AUDIT-LOG-FILE.
018435     MOVE "DENIED"       TO AUDIT-LOG-ACTION.
018440     MOVE RUN-PROGRAM    TO AUDIT-LOG-KEY.
018445     MOVE SPACES         TO AUDIT-LOG-BEFORE.
018450     MOVE SPACES         TO AUDIT-LOG-AFTER.
018455     PERFORM WRITE-AUDIT-RECORD.
018500
018600* The chosen program runs and is cancelled afterward, so a
018700* second run in the same session starts fresh.  Every run
024300     CANCEL RUN-PROGRAM.
024400     MOVE ZERO TO RETURN-CODE.
024500     ADD 1 TO STREAM-INDEX.
024600
024700* Leaving the menu ends the session - the next program run
024800* asks for a sign-on of its own.
024900 SIGN-OFF-OPERATOR.
025000     MOVE "SIGNOF" TO AUDIT-LOG-ACTION.
025100     MOVE OPERATOR-INITIALS TO AUDIT-LOG-KEY.
025200     PERFORM AUDIT-THE-OPERATOR.
025300     MOVE SPACES TO SIGNON-AREA.
025400     MOVE "N" TO SIGNON-STATUS.
025500
025600*---------------------------------
025700* Utility Routines
025800*---------------------------------
025900     COPY "PLAUDT01.CBL".
