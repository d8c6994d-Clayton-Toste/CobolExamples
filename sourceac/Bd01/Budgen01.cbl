000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. BUDGEN01.
000300*---------------------------------
000400* Sales budget build
000500* Seeds a whole budget year on the sales budget master from
000600* the sales history.  Each store, division and department's
000700* actual for a month last year, summed across categories,
000800* is grown by a percent and written as the budget for the
000900* same month of the budget year.  The growth percent is
001000* entered for the company, with optional overrides by store
001100* region or by division - a division override wins over a
001200* region override.
001300*
001400* A budget month already on file is left alone and shown as
001500* skipped unless the operator asks to replace them.  A trial
001600* run prints the register without touching the budget file,
001700* so the planners can review the figures first - it takes the
001710* same replace answer, so it shows exactly what the live run
001720* will write.  A store no longer on the store master, a
001800* month with no sales, and a budget too large for the file
001900* are skipped as well.
002000*---------------------------------
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
002300 FILE-CONTROL.
002400
002500     COPY "SLSLHS.CBL".
002600
002700     COPY "SLSLBD.CBL".
002800
002900     COPY "SLSTOR.CBL".
003000
003100     COPY "SLAUDIT.CBL".
003200
003300     COPY "SLOPER.CBL".
003400
003500     SELECT WORK-FILE
003600         ASSIGN TO "WORK"
003700         ORGANIZATION IS SEQUENTIAL.
003800
003900     SELECT SORT-FILE
004000         ASSIGN TO "SORT".
004100
004200     SELECT PRINTER-FILE
004300         ASSIGN TO PRINTER
004400         ORGANIZATION IS LINE SEQUENTIAL.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800
004900     COPY "FDSLHS.CBL".
005000
005100     COPY "FDSLBD.CBL".
005200
005300     COPY "FDSTOR.CBL".
005400
005500     COPY "FDAUDIT.CBL".
005600
005700     COPY "FDOPER.CBL".
005800
005900 FD  WORK-FILE
006000     LABEL RECORDS ARE STANDARD.
006100 01  WORK-RECORD.
006200     05  WORK-STORE            PIC 9(2).
006300     05  WORK-DIVISION         PIC 9(2).
006400     05  WORK-DEPARTMENT       PIC 9(2).
006500     05  WORK-MM               PIC 9(2).
006600     05  WORK-AMOUNT           PIC S9(7)V99.
006700
006800 SD  SORT-FILE.
006900
007000 01  SORT-RECORD.
007100     05  SORT-STORE            PIC 9(2).
007200     05  SORT-DIVISION         PIC 9(2).
007300     05  SORT-DEPARTMENT       PIC 9(2).
007400     05  SORT-MM               PIC 9(2).
007500     05  SORT-AMOUNT           PIC S9(7)V99.
007600
007700 FD  PRINTER-FILE
007800     LABEL RECORDS ARE OMITTED.
007900 01  PRINTER-RECORD             PIC X(80).
008000
008100 WORKING-STORAGE SECTION.
008200
008300     COPY "WSCASE01.CBL".
008400
008500     COPY "WSAUDT01.CBL".
008600
008700 77  OK-TO-PROCESS         PIC X.
008800 77  UPDATE-THE-FILE       PIC X.
008900 77  REPLACE-KEYED-MONTHS  PIC X.
009000
009100 77  HISTORY-FILE-AT-END     PIC X.
009200 77  WORK-FILE-AT-END        PIC X.
009300 77  STORE-RECORD-FOUND      PIC X.
009400 77  BUDGET-RECORD-FOUND     PIC X.
009500
009600* The budget year, and last year whose actuals seed it
009700 01  BUDGET-YEAR             PIC 9(4).
009800 01  HISTORY-YEAR            PIC 9(4).
009900
010000 01  TODAYS-DATE             PIC 9(8).
010100 01  TODAYS-DATE-R REDEFINES TODAYS-DATE.
010200     05  TODAYS-CCYY         PIC 9(4).
010300     05  TODAYS-MM           PIC 9(2).
010400     05  TODAYS-DD           PIC 9(2).
010500
010600 01  HISTORY-MONTH-TEST      PIC 9(6).
010700 01  HISTORY-MONTH-TEST-R REDEFINES HISTORY-MONTH-TEST.
010800     05  HISTORY-TEST-CCYY   PIC 9(4).
010900     05  HISTORY-TEST-MM     PIC 9(2).
011000
011100 01  NEW-BUDGET-MONTH        PIC 9(6).
011200 01  NEW-BUDGET-MONTH-R REDEFINES NEW-BUDGET-MONTH.
011300     05  NEW-BUDGET-CCYY     PIC 9(4).
011400     05  NEW-BUDGET-MM       PIC 9(2).
011500
011600 77  NUMBER-ANSWER           PIC S9(7)V99.
011700
011800* Growth percents - the company's, and the overrides keyed
011900* for a region or a division.  A division override is held
012000* at its division number.
012100 77  COMPANY-GROWTH          PIC S9(3)V99.
012200 77  ENTRY-GROWTH            PIC S9(3)V99.
012300 77  ENTRY-REGION            PIC X(10).
012400 77  ENTRY-DIVISION          PIC 9(2).
012500
012600 01  REGION-OVERRIDE-TABLE.
012700     05  REGION-OVERRIDE OCCURS 20 TIMES.
012800         10  OVERRIDE-REGION     PIC X(10).
012900         10  OVERRIDE-REGION-PCT PIC S9(3)V99.
012910         10  OVERRIDE-REGION-USED PIC X.
013000
013100 77  REGION-OVERRIDE-COUNT   PIC 9(2) COMP.
013200 77  REGION-INDEX            PIC 9(2) COMP.
013300 77  REGION-MATCHED          PIC X.
013310 77  PROBE-STORE             PIC 9(3) COMP.
013400
013500 01  DIVISION-OVERRIDE-TABLE.
013600     05  DIVISION-OVERRIDE OCCURS 99 TIMES.
013700         10  DIVISION-HAS-OVERRIDE PIC X.
013800         10  OVERRIDE-DIVISION-PCT PIC S9(3)V99.
013900
014000* The store's own percent after any region override, and the
014100* percent applied to the budget after any division override
014200 77  STORE-GROWTH            PIC S9(3)V99.
014300 77  APPLIED-GROWTH          PIC S9(3)V99.
014400
014500* Control break current values
014600 77  CURRENT-STORE           PIC 9(2).
014700 77  CURRENT-DIVISION        PIC 9(2).
014800 77  CURRENT-DEPARTMENT      PIC 9(2).
014900 77  CURRENT-MM              PIC 9(2).
015000
015100 77  LAST-YEAR-AMOUNT        PIC S9(8)V99.
015200 77  NEW-BUDGET-AMOUNT       PIC S9(7)V99.
015300 77  ON-FILE-AMOUNT          PIC S9(7)V99.
015400 77  BUDGET-ACTION           PIC X(8).
015500     88  BUDGET-CREATED          VALUE "CREATED".
015600     88  BUDGET-REPLACED         VALUE "REPLACED".
015700
015800* Register counts and amounts, for the store and the run.
015900* Created and replaced carry the new budget; skipped carries
016000* what was on file, or nothing.
016100 01  STORE-TOTALS.
016200     05  STORE-LAST-YEAR       PIC S9(9)V99.
016300     05  STORE-CREATED-COUNT   PIC 9(5).
016400     05  STORE-CREATED-AMOUNT  PIC S9(9)V99.
016500     05  STORE-REPLACED-COUNT  PIC 9(5).
016600     05  STORE-REPLACED-AMOUNT PIC S9(9)V99.
016700     05  STORE-SKIPPED-COUNT   PIC 9(5).
016800     05  STORE-SKIPPED-AMOUNT  PIC S9(9)V99.
016900
017000 01  RUN-TOTALS.
017100     05  RUN-LAST-YEAR         PIC S9(9)V99.
017200     05  RUN-CREATED-COUNT     PIC 9(5).
017300     05  RUN-CREATED-AMOUNT    PIC S9(9)V99.
017400     05  RUN-REPLACED-COUNT    PIC 9(5).
017500     05  RUN-REPLACED-AMOUNT   PIC S9(9)V99.
017600     05  RUN-SKIPPED-COUNT     PIC 9(5).
017700     05  RUN-SKIPPED-AMOUNT    PIC S9(9)V99.
017800
017900 01  LINE-TOTALS.
018000     05  LINE-LAST-YEAR        PIC S9(9)V99.
018100     05  LINE-CREATED-COUNT    PIC 9(5).
018200     05  LINE-CREATED-AMOUNT   PIC S9(9)V99.
018300     05  LINE-REPLACED-COUNT   PIC 9(5).
018400     05  LINE-REPLACED-AMOUNT  PIC S9(9)V99.
018500     05  LINE-SKIPPED-COUNT    PIC 9(5).
018600     05  LINE-SKIPPED-AMOUNT   PIC S9(9)V99.
018700
018800 77  TOTAL-LABEL             PIC X(14).
018900
019000 77  LINE-COUNT              PIC 999 VALUE ZERO.
019100 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
019200 77  MAXIMUM-LINES           PIC 999 VALUE 55.
019300
019400 77  RECORD-COUNT            PIC 9(7) VALUE ZEROES.
019500
019600 01  DETAIL-LINE.
019700     05  PRINT-DIVISION    PIC 9(2).
019800     05  FILLER            PIC X(1) VALUE SPACE.
019900     05  PRINT-DEPARTMENT  PIC 9(2).
020000     05  FILLER            PIC X(1) VALUE SPACE.
020100     05  PRINT-MONTH       PIC 9(6).
020200     05  FILLER            PIC X(1) VALUE SPACE.
020300     05  PRINT-LAST-YEAR   PIC Z,ZZZ,ZZ9.99-.
020400     05  FILLER            PIC X(1) VALUE SPACE.
020500     05  PRINT-GROWTH      PIC ZZ9.99-.
020600     05  FILLER            PIC X(1) VALUE SPACE.
020700     05  PRINT-NEW-BUDGET  PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
020800     05  FILLER            PIC X(1) VALUE SPACE.
020900     05  PRINT-ON-FILE     PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
021000     05  FILLER            PIC X(1) VALUE SPACE.
021100     05  PRINT-ACTION      PIC X(8).
021200
021300 01  STORE-HEADER-LINE.
021400     05  FILLER            PIC X(7) VALUE "STORE: ".
021500     05  PRINT-STORE       PIC Z9.
021600     05  FILLER            PIC X(1) VALUE SPACE.
021700     05  PRINT-STORE-NAME  PIC X(20).
021800     05  FILLER            PIC X(2) VALUE SPACE.
021900     05  FILLER            PIC X(8) VALUE "REGION: ".
022000     05  PRINT-REGION      PIC X(10).
022100     05  FILLER            PIC X(2) VALUE SPACE.
022200     05  FILLER            PIC X(8) VALUE "GROWTH: ".
022300     05  PRINT-STORE-GROWTH PIC ZZ9.99-.
022400
022500 01  TOTAL-LINE.
022600     05  PRINT-TOTAL-LITERAL  PIC X(22).
022700     05  FILLER               PIC X(1) VALUE SPACE.
022800     05  PRINT-TOTAL-COUNT    PIC ZZZZ9.
022900     05  FILLER               PIC X(2) VALUE SPACE.
023000     05  PRINT-TOTAL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99-.
023100
023200 01  TITLE-LINE.
023300     05  FILLER              PIC X(20) VALUE SPACE.
023400     05  PRINT-TITLE-TRIAL   PIC X(6).
023500     05  FILLER              PIC X(25)
023600         VALUE "SALES BUDGET BUILD - YEAR".
023700     05  FILLER              PIC X(1) VALUE SPACE.
023800     05  PRINT-TITLE-YEAR    PIC 9(4).
023900     05  FILLER              PIC X(12) VALUE SPACE.
024000     05  FILLER              PIC X(5) VALUE "PAGE:".
024100     05  FILLER              PIC X(1) VALUE SPACE.
024200     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
024300
024400 01  COLUMN-LINE.
024500     05  FILLER         PIC X(6) VALUE "DV DP ".
024600     05  FILLER         PIC X(7) VALUE "MONTH  ".
024700     05  FILLER         PIC X(14) VALUE "    LAST YEAR ".
024800     05  FILLER         PIC X(8) VALUE " GROWTH ".
024900     05  FILLER         PIC X(14) VALUE "   NEW BUDGET ".
025000     05  FILLER         PIC X(14) VALUE "      ON FILE ".
025100     05  FILLER         PIC X(6) VALUE "ACTION".
025200
025300 PROCEDURE DIVISION.
025400 PROGRAM-BEGIN.
025500
025600     PERFORM OPENING-PROCEDURE.
025700     PERFORM MAIN-PROCESS.
025800     PERFORM CLOSING-PROCEDURE.
025900
026000 PROGRAM-EXIT.
026100     EXIT PROGRAM.
026200
026300 PROGRAM-DONE.
026400     ACCEPT OMITTED. STOP RUN.
026500
026600 OPENING-PROCEDURE.
026700     OPEN OUTPUT PRINTER-FILE.
026800     OPEN INPUT STORE-FILE.
026900     MOVE "BUDGEN01" TO AUDIT-PROGRAM-ID.
027000     PERFORM GET-OPERATOR-INITIALS.
027100
027200 CLOSING-PROCEDURE.
027300     CLOSE PRINTER-FILE.
027400     CLOSE STORE-FILE.
027500
027600 MAIN-PROCESS.
027700     PERFORM GET-OK-TO-PROCESS.
027800     IF OK-TO-PROCESS = "Y"
027900         PERFORM RUN-THE-BUILD.
028000
028100 GET-OK-TO-PROCESS.
028200     PERFORM ACCEPT-OK-TO-PROCESS.
028300     PERFORM RE-ACCEPT-OK-TO-PROCESS
028400         UNTIL OK-TO-PROCESS = "Y" OR "N".
028500
028600 ACCEPT-OK-TO-PROCESS.
028700     DISPLAY "BUILD A SALES BUDGET YEAR FROM HISTORY (Y/N)?".
028800     ACCEPT OK-TO-PROCESS.
028900     INSPECT OK-TO-PROCESS
029000       CONVERTING LOWER-ALPHA
029100       TO         UPPER-ALPHA.
029200
029300 RE-ACCEPT-OK-TO-PROCESS.
029400     DISPLAY "YOU MUST ENTER YES OR NO".
029500     PERFORM ACCEPT-OK-TO-PROCESS.
029600
029700 RUN-THE-BUILD.
029800     PERFORM GET-BUDGET-YEAR.
029900     PERFORM GET-COMPANY-GROWTH.
030000     PERFORM GET-REGION-OVERRIDES.
030010     IF REGION-OVERRIDE-COUNT > ZERO
030020         PERFORM CHECK-OVERRIDE-REGIONS.
030100     PERFORM GET-DIVISION-OVERRIDES.
030200     PERFORM GET-UPDATE-THE-FILE.
030300     PERFORM GET-REPLACE-KEYED-MONTHS.
030600     PERFORM SORT-DATA-FILE.
030700     IF UPDATE-THE-FILE = "Y"
030800         OPEN I-O BUDGET-FILE
030900     ELSE
031000         OPEN INPUT BUDGET-FILE.
031100     OPEN INPUT WORK-FILE.
031200     PERFORM PRINT-ONE-REPORT.
031300     CLOSE WORK-FILE.
031400     CLOSE BUDGET-FILE.
031500     PERFORM DISPLAY-RUN-TOTALS.
031600
031700*---------------------------------
031800* Run options
031900*---------------------------------
032000* Blank takes next year.
032100 GET-BUDGET-YEAR.
032200     MOVE ZEROES TO BUDGET-YEAR.
032300     DISPLAY "ENTER BUDGET YEAR CCYY (BLANK FOR NEXT YEAR):".
032400     ACCEPT BUDGET-YEAR.
032500     IF BUDGET-YEAR = ZEROES
032600         ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
032700         COMPUTE BUDGET-YEAR = TODAYS-CCYY + 1.
032800     PERFORM RE-ACCEPT-BUDGET-YEAR
032900         UNTIL BUDGET-YEAR > 1900.
033000     COMPUTE HISTORY-YEAR = BUDGET-YEAR - 1.
033100
033200 RE-ACCEPT-BUDGET-YEAR.
033300     DISPLAY "THE YEAR MUST BE CCYY".
033400     MOVE ZEROES TO BUDGET-YEAR.
033500     ACCEPT BUDGET-YEAR.
033600
033700 GET-COMPANY-GROWTH.
033800     DISPLAY "ENTER COMPANY GROWTH PERCENT (999.99-):".
033900     PERFORM GET-ENTRY-GROWTH.
034000     MOVE ENTRY-GROWTH TO COMPANY-GROWTH.
034100
034200* A percent of -100 or less would budget nothing.
034300 GET-ENTRY-GROWTH.
034400     PERFORM ACCEPT-ENTRY-GROWTH.
034500     PERFORM RE-ACCEPT-ENTRY-GROWTH
034600         UNTIL NUMBER-ANSWER > -100 AND NUMBER-ANSWER < 1000.
034700     MOVE NUMBER-ANSWER TO ENTRY-GROWTH.
034800
034900 ACCEPT-ENTRY-GROWTH.
035000     MOVE ZEROES TO NUMBER-ANSWER.
035100     ACCEPT NUMBER-ANSWER.
035200
035300 RE-ACCEPT-ENTRY-GROWTH.
035400     DISPLAY "THE PERCENT MUST BE MORE THAN -100 AND UNDER 1000".
035500     PERFORM ACCEPT-ENTRY-GROWTH.
035600
035700* Region overrides are keyed until a blank region or the
035800* table is full.  The same region keyed twice takes the
035900* later percent.
036000 GET-REGION-OVERRIDES.
036100     MOVE ZEROES TO REGION-OVERRIDE-COUNT.
036200     PERFORM ACCEPT-ENTRY-REGION.
036300     PERFORM ADD-ONE-REGION-OVERRIDE
036400         UNTIL ENTRY-REGION = SPACES
036500            OR REGION-OVERRIDE-COUNT = 20.
036600
036700 ACCEPT-ENTRY-REGION.
036800     MOVE SPACES TO ENTRY-REGION.
036900     DISPLAY "ENTER REGION TO OVERRIDE (BLANK WHEN DONE):".
037000     ACCEPT ENTRY-REGION.
037100     INSPECT ENTRY-REGION
037200       CONVERTING LOWER-ALPHA
037300       TO         UPPER-ALPHA.
037400
037500 ADD-ONE-REGION-OVERRIDE.
037600     DISPLAY "ENTER GROWTH PERCENT FOR " ENTRY-REGION ":".
037700     PERFORM GET-ENTRY-GROWTH.
037800     PERFORM FIND-REGION-OVERRIDE.
037900     IF REGION-INDEX > REGION-OVERRIDE-COUNT
038000         ADD 1 TO REGION-OVERRIDE-COUNT
038100         MOVE REGION-OVERRIDE-COUNT TO REGION-INDEX
038200         MOVE ENTRY-REGION TO OVERRIDE-REGION (REGION-INDEX)
038210         MOVE "N" TO OVERRIDE-REGION-USED (REGION-INDEX).
038300     MOVE ENTRY-GROWTH TO OVERRIDE-REGION-PCT (REGION-INDEX).
038400     IF REGION-OVERRIDE-COUNT < 20
038500         PERFORM ACCEPT-ENTRY-REGION
038600     ELSE
038700         DISPLAY "THE REGION OVERRIDE TABLE IS FULL".
038800
038900* Leaves REGION-INDEX on the entry for ENTRY-REGION, or one
039000* past the last entry when it is not in the table.
039100 FIND-REGION-OVERRIDE.
039200     MOVE "N" TO REGION-MATCHED.
039300     MOVE 1 TO REGION-INDEX.
039400     PERFORM CHECK-ONE-REGION-OVERRIDE
039500         UNTIL REGION-MATCHED = "Y"
039600            OR REGION-INDEX > REGION-OVERRIDE-COUNT.
039700
039800 CHECK-ONE-REGION-OVERRIDE.
039900     IF OVERRIDE-REGION (REGION-INDEX) = ENTRY-REGION
040000         MOVE "Y" TO REGION-MATCHED
040100     ELSE
040200         ADD 1 TO REGION-INDEX.
040202
040204* STORE-REGION is kept as it was keyed on the store master,
040206* so it is upper-cased the way the override regions were
040208* before it is looked up.
040210 LOOK-UP-STORE-REGION.
040212     MOVE STORE-REGION TO ENTRY-REGION.
040214     INSPECT ENTRY-REGION
040216       CONVERTING LOWER-ALPHA
040218       TO         UPPER-ALPHA.
040220     PERFORM FIND-REGION-OVERRIDE.
040222
040224* An override for a region no store on file carries would be
040226* silently ignored - most likely a typing slip - so every
040228* store is looked up and any region left unused is named.
040230 CHECK-OVERRIDE-REGIONS.
040232     PERFORM MARK-ONE-STORE-REGION
040234         VARYING PROBE-STORE FROM 0 BY 1
040236           UNTIL PROBE-STORE > 99.
040238     PERFORM WARN-ONE-UNUSED-REGION
040240         VARYING REGION-INDEX FROM 1 BY 1
040242           UNTIL REGION-INDEX > REGION-OVERRIDE-COUNT.
040244
040246 MARK-ONE-STORE-REGION.
040248     MOVE PROBE-STORE TO STORE-NUMBER.
040250     PERFORM READ-STORE-RECORD.
040252     IF STORE-RECORD-FOUND = "Y"
040254         PERFORM LOOK-UP-STORE-REGION
040256         IF REGION-INDEX NOT > REGION-OVERRIDE-COUNT
040258             MOVE "Y" TO OVERRIDE-REGION-USED (REGION-INDEX).
040260
040262 WARN-ONE-UNUSED-REGION.
040264     IF OVERRIDE-REGION-USED (REGION-INDEX) = "N"
040266         DISPLAY "WARNING - NO STORE ON FILE IS IN REGION "
040268             OVERRIDE-REGION (REGION-INDEX)
040270         DISPLAY "ITS OVERRIDE WILL NOT BE USED".
040300
040400 GET-DIVISION-OVERRIDES.
040500     PERFORM CLEAR-ONE-DIVISION-OVERRIDE
040600         VARYING ENTRY-DIVISION FROM 1 BY 1
040700           UNTIL ENTRY-DIVISION > 98.
040800     MOVE "N" TO DIVISION-HAS-OVERRIDE (99).
040900     PERFORM ACCEPT-ENTRY-DIVISION.
041000     PERFORM ADD-ONE-DIVISION-OVERRIDE
041100         UNTIL ENTRY-DIVISION = ZEROES.
041200
041300 CLEAR-ONE-DIVISION-OVERRIDE.
041400     MOVE "N" TO DIVISION-HAS-OVERRIDE (ENTRY-DIVISION).
041500
041600 ACCEPT-ENTRY-DIVISION.
041700     MOVE ZEROES TO ENTRY-DIVISION.
041800     DISPLAY "ENTER DIVISION TO OVERRIDE (BLANK WHEN DONE):".
041900     ACCEPT ENTRY-DIVISION.
042000
042100 ADD-ONE-DIVISION-OVERRIDE.
042200     DISPLAY "ENTER GROWTH PERCENT FOR DIVISION "
042300         ENTRY-DIVISION ":".
042400     PERFORM GET-ENTRY-GROWTH.
042500     MOVE "Y" TO DIVISION-HAS-OVERRIDE (ENTRY-DIVISION).
042600     MOVE ENTRY-GROWTH TO OVERRIDE-DIVISION-PCT (ENTRY-DIVISION).
042700     PERFORM ACCEPT-ENTRY-DIVISION.
042800
042900 GET-UPDATE-THE-FILE.
043000     PERFORM ACCEPT-UPDATE-THE-FILE.
043100     PERFORM RE-ACCEPT-UPDATE-THE-FILE
043200         UNTIL UPDATE-THE-FILE = "Y" OR "N".
043300
043400 ACCEPT-UPDATE-THE-FILE.
043500     DISPLAY "UPDATE THE BUDGET FILE (Y)".
043600     DISPLAY "OR PRINT A TRIAL REGISTER ONLY (N)?".
043700     ACCEPT UPDATE-THE-FILE.
043800     INSPECT UPDATE-THE-FILE
043900       CONVERTING LOWER-ALPHA
044000       TO         UPPER-ALPHA.
044100
044200 RE-ACCEPT-UPDATE-THE-FILE.
044300     DISPLAY "YOU MUST ENTER YES OR NO".
044400     PERFORM ACCEPT-UPDATE-THE-FILE.
044500
044600 GET-REPLACE-KEYED-MONTHS.
044700     PERFORM ACCEPT-REPLACE-KEYED-MONTHS.
044800     PERFORM RE-ACCEPT-REPLACE-KEYED-MONTHS
044900         UNTIL REPLACE-KEYED-MONTHS = "Y" OR "N".
045000
045100 ACCEPT-REPLACE-KEYED-MONTHS.
045200     DISPLAY "REPLACE BUDGET MONTHS ALREADY ON FILE (Y/N)?".
045300     ACCEPT REPLACE-KEYED-MONTHS.
045400     INSPECT REPLACE-KEYED-MONTHS
045500       CONVERTING LOWER-ALPHA
045600       TO         UPPER-ALPHA.
045700
045800 RE-ACCEPT-REPLACE-KEYED-MONTHS.
045900     DISPLAY "YOU MUST ENTER YES OR NO".
046000     PERFORM ACCEPT-REPLACE-KEYED-MONTHS.
046100
046200*---------------------------------
046300* Last year's history, category by category, sorted so the
046400* categories of a department's month come together.
046500*---------------------------------
046600 SORT-DATA-FILE.
046700     SORT SORT-FILE
046800         ON ASCENDING KEY SORT-STORE
046900                          SORT-DIVISION
047000                          SORT-DEPARTMENT
047100                          SORT-MM
047200         INPUT PROCEDURE IS BUILD-SORT-FILE
047300         GIVING WORK-FILE.
047400
047500 BUILD-SORT-FILE.
047600     OPEN INPUT SALES-HISTORY-FILE.
047700     PERFORM READ-HISTORY-RECORD.
047800     PERFORM RELEASE-ONE-HISTORY
047900         UNTIL HISTORY-FILE-AT-END = "Y".
048000     CLOSE SALES-HISTORY-FILE.
048100
048200 RELEASE-ONE-HISTORY.
048300     MOVE HIST-MONTH TO HISTORY-MONTH-TEST.
048400     IF HISTORY-TEST-CCYY = HISTORY-YEAR
048500         MOVE HIST-STORE      TO SORT-STORE
048600         MOVE HIST-DIVISION   TO SORT-DIVISION
048700         MOVE HIST-DEPARTMENT TO SORT-DEPARTMENT
048800         MOVE HISTORY-TEST-MM TO SORT-MM
048900         MOVE HIST-MTD-AMOUNT TO SORT-AMOUNT
049000         RELEASE SORT-RECORD.
049100     PERFORM READ-HISTORY-RECORD.
049200
049300* LEVEL 1 CONTROL BREAK
049400 PRINT-ONE-REPORT.
049500     PERFORM START-ONE-REPORT.
049600     PERFORM PROCESS-ALL-STORES
049700         UNTIL WORK-FILE-AT-END = "Y".
049800     PERFORM END-ONE-REPORT.
049900
050000 START-ONE-REPORT.
050100     PERFORM READ-FIRST-WORK-RECORD.
050200     MOVE ZEROES TO RUN-TOTALS.
050300     MOVE ZEROES TO RECORD-COUNT.
050400     PERFORM START-NEW-REPORT.
050500
050600 START-NEW-REPORT.
050700     MOVE SPACE TO DETAIL-LINE.
050800     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
050900     MOVE BUDGET-YEAR TO PRINT-TITLE-YEAR.
051000     IF UPDATE-THE-FILE = "Y"
051100         MOVE SPACES TO PRINT-TITLE-TRIAL
051200     ELSE
051300         MOVE "TRIAL " TO PRINT-TITLE-TRIAL.
051400     PERFORM START-NEW-PAGE.
051500
051600 END-ONE-REPORT.
051700     IF RECORD-COUNT = ZEROES
051800         MOVE "NO RECORDS FOUND" TO PRINTER-RECORD
051900         PERFORM WRITE-TO-PRINTER
052000     ELSE
052100         MOVE RUN-TOTALS TO LINE-TOTALS
052200         MOVE "RUN" TO TOTAL-LABEL
052300         PERFORM PRINT-REGISTER-TOTALS.
052400     PERFORM END-LAST-PAGE.
052500
052600* LEVEL 2 CONTROL BREAK
052700 PROCESS-ALL-STORES.
052800     PERFORM START-ONE-STORE.
052900
053000     PERFORM PROCESS-ALL-BUDGET-MONTHS
053100         UNTIL WORK-FILE-AT-END = "Y"
053200            OR WORK-STORE NOT = CURRENT-STORE.
053300
053400     PERFORM END-ONE-STORE.
053500
053600* The store's region picks up any region override.
053700 START-ONE-STORE.
053800     MOVE WORK-STORE TO CURRENT-STORE.
053900     MOVE ZEROES TO STORE-TOTALS.
054000     MOVE COMPANY-GROWTH TO STORE-GROWTH.
054100     MOVE CURRENT-STORE TO STORE-NUMBER.
054200     PERFORM READ-STORE-RECORD.
054300     IF STORE-RECORD-FOUND = "Y"
054500         PERFORM LOOK-UP-STORE-REGION
054600         IF REGION-INDEX NOT > REGION-OVERRIDE-COUNT
054700             MOVE OVERRIDE-REGION-PCT (REGION-INDEX)
054800               TO STORE-GROWTH.
054900     PERFORM PRINT-STORE-HEADER.
055000
055100 PRINT-STORE-HEADER.
055200     IF LINE-COUNT > MAXIMUM-LINES - 3
055300         PERFORM START-NEXT-PAGE.
055400     MOVE CURRENT-STORE TO PRINT-STORE.
055500     IF STORE-RECORD-FOUND = "Y"
055600         MOVE STORE-NAME TO PRINT-STORE-NAME
055700         MOVE STORE-REGION TO PRINT-REGION
055800     ELSE
055900         MOVE "*NOT ON FILE*" TO PRINT-STORE-NAME
056000         MOVE SPACES TO PRINT-REGION.
056100     MOVE STORE-GROWTH TO PRINT-STORE-GROWTH.
056200     MOVE STORE-HEADER-LINE TO PRINTER-RECORD.
056300     PERFORM WRITE-TO-PRINTER.
056400     PERFORM LINE-FEED.
056500
056600 END-ONE-STORE.
056700     MOVE SPACES TO TOTAL-LABEL.
056800     STRING "STORE " CURRENT-STORE
056900         DELIMITED BY SIZE INTO TOTAL-LABEL.
057000     MOVE STORE-TOTALS TO LINE-TOTALS.
057100     PERFORM PRINT-REGISTER-TOTALS.
057200     PERFORM LINE-FEED.
057300
057400     ADD STORE-LAST-YEAR       TO RUN-LAST-YEAR.
057500     ADD STORE-CREATED-COUNT   TO RUN-CREATED-COUNT.
057600     ADD STORE-CREATED-AMOUNT  TO RUN-CREATED-AMOUNT.
057700     ADD STORE-REPLACED-COUNT  TO RUN-REPLACED-COUNT.
057800     ADD STORE-REPLACED-AMOUNT TO RUN-REPLACED-AMOUNT.
057900     ADD STORE-SKIPPED-COUNT   TO RUN-SKIPPED-COUNT.
058000     ADD STORE-SKIPPED-AMOUNT  TO RUN-SKIPPED-AMOUNT.
058100
058200* LEVEL 3 CONTROL BREAK - one budget month, summed across
058300* the history categories
058400 PROCESS-ALL-BUDGET-MONTHS.
058500     MOVE WORK-DIVISION TO CURRENT-DIVISION.
058600     MOVE WORK-DEPARTMENT TO CURRENT-DEPARTMENT.
058700     MOVE WORK-MM TO CURRENT-MM.
058800     MOVE ZEROES TO LAST-YEAR-AMOUNT.
058900
059000     PERFORM ADD-ONE-WORK-RECORD
059100         UNTIL WORK-FILE-AT-END = "Y"
059200            OR WORK-STORE NOT = CURRENT-STORE
059300            OR WORK-DIVISION NOT = CURRENT-DIVISION
059400            OR WORK-DEPARTMENT NOT = CURRENT-DEPARTMENT
059500            OR WORK-MM NOT = CURRENT-MM.
059600
059700     PERFORM BUILD-ONE-BUDGET.
059800     PERFORM PRINT-ONE-REGISTER-LINE.
059900     ADD LAST-YEAR-AMOUNT TO STORE-LAST-YEAR.
060000
060100 ADD-ONE-WORK-RECORD.
060200     ADD WORK-AMOUNT TO LAST-YEAR-AMOUNT.
060300     ADD 1 TO RECORD-COUNT.
060400     PERFORM READ-NEXT-WORK-RECORD.
060500
060600*---------------------------------
060700* One budget month - grown from last year's actual, then
060800* created, replaced or skipped.
060900*---------------------------------
061000 BUILD-ONE-BUDGET.
061100     MOVE STORE-GROWTH TO APPLIED-GROWTH.
061200     IF CURRENT-DIVISION NOT = ZEROES
061300         IF DIVISION-HAS-OVERRIDE (CURRENT-DIVISION) = "Y"
061400             MOVE OVERRIDE-DIVISION-PCT (CURRENT-DIVISION)
061500               TO APPLIED-GROWTH.
061600     MOVE BUDGET-YEAR TO NEW-BUDGET-CCYY.
061700     MOVE CURRENT-MM TO NEW-BUDGET-MM.
061800     MOVE ZEROES TO NEW-BUDGET-AMOUNT.
061900     MOVE ZEROES TO ON-FILE-AMOUNT.
062000     MOVE SPACES TO BUDGET-ACTION.
062100     IF STORE-RECORD-FOUND = "N"
062200         MOVE "NO STORE" TO BUDGET-ACTION
062300     ELSE
062400         PERFORM COMPUTE-NEW-BUDGET.
062500     IF BUDGET-ACTION = SPACES
062600         PERFORM CREATE-OR-REPLACE-BUDGET.
062700     PERFORM COUNT-ONE-BUDGET.
062800
062900* No sales last year, or returns beyond sales, gives no
063000* budget - a budget may not be zero.
063100 COMPUTE-NEW-BUDGET.
063200     COMPUTE NEW-BUDGET-AMOUNT ROUNDED =
063300         LAST-YEAR-AMOUNT * (100 + APPLIED-GROWTH) / 100
063400         ON SIZE ERROR
063500         MOVE ZEROES TO NEW-BUDGET-AMOUNT
063600         MOVE "TOO BIG" TO BUDGET-ACTION.
063700     IF BUDGET-ACTION = SPACES
063800        AND NEW-BUDGET-AMOUNT NOT > ZEROES
063900         MOVE ZEROES TO NEW-BUDGET-AMOUNT
064000         MOVE "NO SALES" TO BUDGET-ACTION.
064100
064200 CREATE-OR-REPLACE-BUDGET.
064300     PERFORM READ-BUDGET-RECORD.
064400     IF BUDGET-RECORD-FOUND = "N"
064500         MOVE "CREATED" TO BUDGET-ACTION
064600         PERFORM WRITE-NEW-BUDGET
064700     ELSE
064800         MOVE BUDGET-AMOUNT TO ON-FILE-AMOUNT
064900         IF REPLACE-KEYED-MONTHS = "Y"
065000             MOVE "REPLACED" TO BUDGET-ACTION
065100             PERFORM REWRITE-THE-BUDGET
065200         ELSE
065300             MOVE "SKIPPED" TO BUDGET-ACTION.
065400
065500* A trial run counts what it would have written.
065600 WRITE-NEW-BUDGET.
065700     MOVE NEW-BUDGET-AMOUNT TO BUDGET-AMOUNT.
065800     IF UPDATE-THE-FILE = "Y"
065900         WRITE BUDGET-RECORD
066000             INVALID KEY
066100             DISPLAY "BUDGET " BUDGET-KEY
066200                 " IS ALREADY ON FILE - NOT ADDED"
066300             MOVE "SKIPPED" TO BUDGET-ACTION
066400             NOT INVALID KEY
066500             MOVE "ADD   " TO AUDIT-LOG-ACTION
066600             MOVE SPACES TO AUDIT-LOG-BEFORE
066700             MOVE BUDGET-RECORD TO AUDIT-LOG-AFTER
066800             PERFORM AUDIT-THE-BUDGET.
066900
066910* A trial run counts what it would have replaced.
067000 REWRITE-THE-BUDGET.
067100     MOVE BUDGET-RECORD TO AUDIT-LOG-BEFORE.
067200     MOVE NEW-BUDGET-AMOUNT TO BUDGET-AMOUNT.
067210     IF UPDATE-THE-FILE = "Y"
067300         REWRITE BUDGET-RECORD
067400             INVALID KEY
067500             DISPLAY "BUDGET " BUDGET-KEY
067600                 " COULD NOT BE REWRITTEN"
067700             MOVE "SKIPPED" TO BUDGET-ACTION
067800             NOT INVALID KEY
067900             MOVE "CHANGE" TO AUDIT-LOG-ACTION
068000             MOVE BUDGET-RECORD TO AUDIT-LOG-AFTER
068100             PERFORM AUDIT-THE-BUDGET.
068200
068300 COUNT-ONE-BUDGET.
068400     IF BUDGET-CREATED
068500         ADD 1 TO STORE-CREATED-COUNT
068600         ADD NEW-BUDGET-AMOUNT TO STORE-CREATED-AMOUNT
068700     ELSE
068800         IF BUDGET-REPLACED
068900             ADD 1 TO STORE-REPLACED-COUNT
069000             ADD NEW-BUDGET-AMOUNT TO STORE-REPLACED-AMOUNT
069100         ELSE
069200             ADD 1 TO STORE-SKIPPED-COUNT
069300             ADD ON-FILE-AMOUNT TO STORE-SKIPPED-AMOUNT.
069400
069500 PRINT-ONE-REGISTER-LINE.
069600     IF LINE-COUNT > MAXIMUM-LINES
069700         PERFORM START-NEXT-PAGE.
069800     MOVE CURRENT-DIVISION TO PRINT-DIVISION.
069900     MOVE CURRENT-DEPARTMENT TO PRINT-DEPARTMENT.
070000     MOVE NEW-BUDGET-MONTH TO PRINT-MONTH.
070100     MOVE LAST-YEAR-AMOUNT TO PRINT-LAST-YEAR.
070200     MOVE APPLIED-GROWTH TO PRINT-GROWTH.
070300     MOVE NEW-BUDGET-AMOUNT TO PRINT-NEW-BUDGET.
070400     MOVE ON-FILE-AMOUNT TO PRINT-ON-FILE.
070500     MOVE BUDGET-ACTION TO PRINT-ACTION.
070600     MOVE DETAIL-LINE TO PRINTER-RECORD.
070700     PERFORM WRITE-TO-PRINTER.
070800     MOVE SPACE TO DETAIL-LINE.
070900
071000*---------------------------------
071100* Register totals for a store or the run, from TOTAL-LABEL
071200* and LINE-TOTALS
071300*---------------------------------
071400 PRINT-REGISTER-TOTALS.
071500     IF LINE-COUNT > MAXIMUM-LINES - 4
071600         PERFORM START-NEXT-PAGE.
071700     PERFORM LINE-FEED.
071800
071900     MOVE SPACES TO PRINT-TOTAL-LITERAL.
072000     STRING TOTAL-LABEL DELIMITED BY "  "
072100            " LAST YEAR" DELIMITED BY SIZE
072200         INTO PRINT-TOTAL-LITERAL.
072300     COMPUTE PRINT-TOTAL-COUNT = LINE-CREATED-COUNT
072400                               + LINE-REPLACED-COUNT
072500                               + LINE-SKIPPED-COUNT.
072600     MOVE LINE-LAST-YEAR TO PRINT-TOTAL-AMOUNT.
072700     MOVE TOTAL-LINE TO PRINTER-RECORD.
072800     PERFORM WRITE-TO-PRINTER.
072900
073000     MOVE SPACES TO PRINT-TOTAL-LITERAL.
073100     STRING TOTAL-LABEL DELIMITED BY "  "
073200            " CREATED" DELIMITED BY SIZE
073300         INTO PRINT-TOTAL-LITERAL.
073400     MOVE LINE-CREATED-COUNT TO PRINT-TOTAL-COUNT.
073500     MOVE LINE-CREATED-AMOUNT TO PRINT-TOTAL-AMOUNT.
073600     MOVE TOTAL-LINE TO PRINTER-RECORD.
073700     PERFORM WRITE-TO-PRINTER.
073800
073900     MOVE SPACES TO PRINT-TOTAL-LITERAL.
074000     STRING TOTAL-LABEL DELIMITED BY "  "
074100            " REPLACED" DELIMITED BY SIZE
074200         INTO PRINT-TOTAL-LITERAL.
074300     MOVE LINE-REPLACED-COUNT TO PRINT-TOTAL-COUNT.
074400     MOVE LINE-REPLACED-AMOUNT TO PRINT-TOTAL-AMOUNT.
074500     MOVE TOTAL-LINE TO PRINTER-RECORD.
074600     PERFORM WRITE-TO-PRINTER.
074700
074800     MOVE SPACES TO PRINT-TOTAL-LITERAL.
074900     STRING TOTAL-LABEL DELIMITED BY "  "
075000            " SKIPPED" DELIMITED BY SIZE
075100         INTO PRINT-TOTAL-LITERAL.
075200     MOVE LINE-SKIPPED-COUNT TO PRINT-TOTAL-COUNT.
075300     MOVE LINE-SKIPPED-AMOUNT TO PRINT-TOTAL-AMOUNT.
075400     MOVE TOTAL-LINE TO PRINTER-RECORD.
075500     PERFORM WRITE-TO-PRINTER.
075600     MOVE SPACE TO TOTAL-LINE.
075700
075800 DISPLAY-RUN-TOTALS.
075900     IF UPDATE-THE-FILE = "N"
076000         DISPLAY "TRIAL RUN - THE BUDGET FILE WAS NOT UPDATED".
076100     DISPLAY "BUDGETS CREATED:  " RUN-CREATED-COUNT.
076200     DISPLAY "BUDGETS REPLACED: " RUN-REPLACED-COUNT.
076300     DISPLAY "BUDGETS SKIPPED:  " RUN-SKIPPED-COUNT.
076400
076500*---------------------------------
076600* Printing routines
076700*---------------------------------
076800 WRITE-TO-PRINTER.
076900     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
077000     ADD 1 TO LINE-COUNT.
077100
077200 LINE-FEED.
077300     MOVE SPACE TO PRINTER-RECORD.
077400     PERFORM WRITE-TO-PRINTER.
077500
077600 START-NEXT-PAGE.
077700     PERFORM END-LAST-PAGE.
077800     PERFORM START-NEW-PAGE.
077900
078000 START-NEW-PAGE.
078100     ADD 1 TO PAGE-NUMBER.
078200     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
078300     MOVE TITLE-LINE TO PRINTER-RECORD.
078400     PERFORM WRITE-TO-PRINTER.
078500     PERFORM LINE-FEED.
078600     MOVE COLUMN-LINE TO PRINTER-RECORD.
078700     PERFORM WRITE-TO-PRINTER.
078800     PERFORM LINE-FEED.
078900
079000 END-LAST-PAGE.
079100     PERFORM FORM-FEED.
079200     MOVE ZERO TO LINE-COUNT.
079300
079400 FORM-FEED.
079500     MOVE SPACE TO PRINTER-RECORD.
079600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
079700
079800*---------------------------------
079900* File IO routines
080000*---------------------------------
080100 READ-HISTORY-RECORD.
080200     MOVE "N" TO HISTORY-FILE-AT-END.
080300     READ SALES-HISTORY-FILE NEXT RECORD
080400         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
080500
080600 READ-BUDGET-RECORD.
080700     MOVE CURRENT-STORE      TO BUDGET-STORE.
080800     MOVE CURRENT-DIVISION   TO BUDGET-DIVISION.
080900     MOVE CURRENT-DEPARTMENT TO BUDGET-DEPARTMENT.
081000     MOVE NEW-BUDGET-MONTH   TO BUDGET-MONTH.
081100     MOVE "Y" TO BUDGET-RECORD-FOUND.
081200     READ BUDGET-FILE RECORD
081300         INVALID KEY
081400         MOVE "N" TO BUDGET-RECORD-FOUND.
081500
081600 READ-STORE-RECORD.
081700     MOVE "Y" TO STORE-RECORD-FOUND.
081800     READ STORE-FILE RECORD
081900         INVALID KEY
082000         MOVE "N" TO STORE-RECORD-FOUND.
082100
082200*---------------------------------
082300* Read first, read next routines
082400*---------------------------------
082500 READ-FIRST-WORK-RECORD.
082600     PERFORM READ-NEXT-WORK-RECORD.
082700
082800 READ-NEXT-WORK-RECORD.
082900     MOVE "N" TO WORK-FILE-AT-END.
083000     READ WORK-FILE NEXT RECORD
083100         AT END MOVE "Y" TO WORK-FILE-AT-END.
083200
083300*---------------------------------
083400* Audit trail - the caller sets the action and the before
083500* and after images, this fills in the rest and writes.
083600*---------------------------------
083700 AUDIT-THE-BUDGET.
083800     MOVE "SLSBUD" TO AUDIT-LOG-FILE.
083900     MOVE BUDGET-KEY TO AUDIT-LOG-KEY.
084000     PERFORM WRITE-AUDIT-RECORD.
084100
084200*---------------------------------
084300* Utility Routines
084400*---------------------------------
084500     COPY "PLAUDT01.CBL".
