000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SLSFLS01.
000300*---------------------------------
000400* Weekly sales flash
000500* Prints each store's sales for each day of an operator-
000600* entered week off the daily sales history, with the week's
000700* total against the same week last year and the percent
000800* change.  Stores are grouped by their region on the store
000900* master, with a subtotal for each region and a company
001000* total.  The week ending date defaults to yesterday, so the
001100* Monday morning run picks up the week through Sunday.
001200*
001300* The same week last year is the seven days exactly 52 weeks
001400* earlier, so each day is compared with the same weekday.
001500* A store missing from the store master still prints, under
001600* a blank region.  No sales last year prints no percent.
001700*---------------------------------
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002000 FILE-CONTROL.
002100
002200     COPY "SLSLDY.CBL".
002300
002400     COPY "SLSTOR.CBL".
002500
002600     SELECT WORK-FILE
002700         ASSIGN TO "WORK"
002800         ORGANIZATION IS SEQUENTIAL.
002900
003000     SELECT SORT-FILE
003100         ASSIGN TO "SORT".
003200
003300     SELECT PRINTER-FILE
003400         ASSIGN TO PRINTER
003500         ORGANIZATION IS LINE SEQUENTIAL.
003600
003700 DATA DIVISION.
003800 FILE SECTION.
003900
004000     COPY "FDSLDY.CBL".
004100
004200     COPY "FDSTOR.CBL".
004300
004400* WORK-DAY is the day of the week, 1 to 7, for this year's
004500* sales and 8 for the same week last year.
004600 FD  WORK-FILE
004700     LABEL RECORDS ARE STANDARD.
004800 01  WORK-RECORD.
004900     05  WORK-REGION           PIC X(10).
005000     05  WORK-STORE            PIC 9(2).
005100     05  WORK-DAY              PIC 9(1).
005200     05  WORK-AMOUNT           PIC S9(7)V99.
005300
005400 SD  SORT-FILE.
005500
005600 01  SORT-RECORD.
005700     05  SORT-REGION           PIC X(10).
005800     05  SORT-STORE            PIC 9(2).
005900     05  SORT-DAY              PIC 9(1).
006000     05  SORT-AMOUNT           PIC S9(7)V99.
006100
006200 FD  PRINTER-FILE
006300     LABEL RECORDS ARE OMITTED.
006400 01  PRINTER-RECORD             PIC X(80).
006500
006600 WORKING-STORAGE SECTION.
006700
006800     COPY "WSCASE01.CBL".
006900
007000 77  OK-TO-PROCESS         PIC X.
007100
007200 77  DAILY-FILE-AT-END       PIC X.
007300 77  WORK-FILE-AT-END        PIC X.
007400 77  STORE-RECORD-FOUND      PIC X.
007500
007600* The week ending date - operator entered
007700 01  WEEK-ENDING-DATE        PIC 9(8).
007800
007900* Calendar work date - checked, and stepped back a day at a
008000* time to lay out the two weeks.
008100 01  TEST-DATE               PIC 9(8).
008200 01  TEST-DATE-R REDEFINES TEST-DATE.
008300     05  TEST-CCYY           PIC 9(4).
008400     05  TEST-MM             PIC 9(2).
008500     05  TEST-DD             PIC 9(2).
008600
008700 77  DATE-IS-VALID           PIC X.
008800 77  DAYS-IN-MONTH           PIC 9(2).
008900 77  LEAP-REMAINDER          PIC 9(4).
009000 77  LEAP-QUOTIENT           PIC 9(4).
009100 77  YEAR-IS-LEAP            PIC X.
009200
009300* The seven dates of the week and of the same week last year
009400 01  WEEK-DATE-TABLE.
009500     05  THIS-YEAR-DATE      PIC 9(8) OCCURS 7 TIMES.
009600     05  LAST-YEAR-DATE      PIC 9(8) OCCURS 7 TIMES.
009700
009800 77  DAY-INDEX               PIC 9(2) COMP.
009900 77  DAY-FOUND               PIC 9(1).
010000
010100* Day of the week of the week ending date, worked out by
010200* Zeller's rule - 0 is Saturday through 6 Friday.
010300 77  ZELLER-MONTH            PIC 9(2).
010400 77  ZELLER-YEAR             PIC 9(4).
010500 77  ZELLER-CENTURY          PIC 9(2).
010600 77  ZELLER-YY               PIC 9(2).
010700 77  ZELLER-MONTH-TERM       PIC 9(3).
010800 77  ZELLER-YY-TERM          PIC 9(2).
010900 77  ZELLER-CENTURY-TERM     PIC 9(2).
011000 77  ZELLER-SUM              PIC 9(4).
011100 77  ZELLER-QUOTIENT         PIC 9(4).
011200 77  WEEKDAY-OF-END          PIC 9(1).
011300 77  WEEKDAY-SLOT            PIC 9(1).
011400
011500 01  WEEKDAY-NAMES.
011600     05  FILLER              PIC X(21)
011700         VALUE "SATSUNMONTUEWEDTHUFRI".
011800 01  WEEKDAY-NAMES-R REDEFINES WEEKDAY-NAMES.
011900     05  WEEKDAY-NAME        PIC X(3) OCCURS 7 TIMES.
012000
012100 77  LINE-COUNT              PIC 999 VALUE ZERO.
012200 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
012300 77  MAXIMUM-LINES           PIC 999 VALUE 55.
012400
012500 77  RECORD-COUNT            PIC 9(7) VALUE ZEROES.
012600
012700* Control break current values
012800 77  CURRENT-REGION          PIC X(10).
012900 77  CURRENT-STORE           PIC 9(2).
013000
013100* Sales accumulators at each level - the same shape at each
013200* level, so a level's totals move whole to the print lines.
013300 01  STORE-TOTALS.
013400     05  STORE-DAY-TOTAL     PIC S9(9)V99 OCCURS 7 TIMES.
013500     05  STORE-WEEK-TOTAL    PIC S9(9)V99.
013600     05  STORE-LAST-YEAR     PIC S9(9)V99.
013700
013800 01  REGION-TOTALS.
013900     05  REGION-DAY-TOTAL    PIC S9(9)V99 OCCURS 7 TIMES.
014000     05  REGION-WEEK-TOTAL   PIC S9(9)V99.
014100     05  REGION-LAST-YEAR    PIC S9(9)V99.
014200
014300 01  GRAND-TOTALS.
014400     05  GRAND-DAY-TOTAL     PIC S9(9)V99 OCCURS 7 TIMES.
014500     05  GRAND-WEEK-TOTAL    PIC S9(9)V99.
014600     05  GRAND-LAST-YEAR     PIC S9(9)V99.
014700
014800 01  LINE-TOTALS.
014900     05  LINE-DAY-TOTAL      PIC S9(9)V99 OCCURS 7 TIMES.
015000     05  LINE-WEEK-TOTAL     PIC S9(9)V99.
015100     05  LINE-LAST-YEAR      PIC S9(9)V99.
015200
015300 77  LINE-LABEL              PIC X(16).
015400 77  WHOLE-DOLLARS           PIC S9(7).
015500 77  PERCENT-CHANGE          PIC S9(5)V9.
015600
015700* Day amounts print in whole dollars, seven to a line
015800 01  DAY-LINE.
015900     05  PRINT-LABEL         PIC X(16).
016000     05  PRINT-DAY-COLUMN OCCURS 7 TIMES.
016100         10  FILLER          PIC X(1).
016200         10  PRINT-DAY-AMOUNT PIC ZZZZZZ9-.
016300
016400 01  WEEK-LINE.
016500     05  FILLER              PIC X(16) VALUE SPACE.
016600     05  PRINT-WEEK-TOTAL    PIC ZZ,ZZZ,ZZ9.99-.
016700     05  FILLER              PIC X(2) VALUE SPACE.
016800     05  PRINT-LAST-YEAR     PIC ZZ,ZZZ,ZZ9.99-.
016900     05  FILLER              PIC X(2) VALUE SPACE.
017000     05  PRINT-PERCENT       PIC ZZZZ9.9- BLANK WHEN ZERO.
017100
017200 01  STORE-LABEL.
017300     05  LABEL-STORE         PIC Z9.
017400     05  FILLER              PIC X(1) VALUE SPACE.
017500     05  LABEL-NAME          PIC X(12).
017600     05  FILLER              PIC X(1) VALUE SPACE.
017700
017800 01  REGION-HEADER-LINE.
017900     05  FILLER            PIC X(8) VALUE "REGION: ".
018000     05  PRINT-REGION      PIC X(10).
018100
018200 01  TITLE-LINE.
018300     05  FILLER              PIC X(14) VALUE SPACE.
018400     05  FILLER              PIC X(32)
018500         VALUE "WEEKLY SALES FLASH - WEEK ENDING".
018600     05  FILLER              PIC X(1) VALUE SPACE.
018700     05  PRINT-TITLE-DATE    PIC Z9/99/9999.
018800     05  FILLER              PIC X(8) VALUE SPACE.
018900     05  FILLER              PIC X(5) VALUE "PAGE:".
019000     05  FILLER              PIC X(1) VALUE SPACE.
019100     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
019200
019300* Column headings - the weekday names and dates are filled
019400* in once the week is known.
019500 01  DAY-NAME-LINE.
019600     05  HEAD-NAME-LABEL     PIC X(16).
019700     05  HEAD-NAME-COLUMN OCCURS 7 TIMES.
019800         10  FILLER          PIC X(6).
019900         10  HEAD-DAY-NAME   PIC X(3).
020000
020100 01  DAY-DATE-LINE.
020200     05  HEAD-DATE-LABEL     PIC X(16).
020300     05  HEAD-DATE-COLUMN OCCURS 7 TIMES.
020400         10  FILLER          PIC X(4).
020500         10  HEAD-DAY-MM     PIC 9(2).
020600         10  HEAD-DAY-SLASH  PIC X(1).
020700         10  HEAD-DAY-DD     PIC 9(2).
020800
020900 01  WEEK-COLUMN-LINE.
021000     05  FILLER         PIC X(16) VALUE SPACE.
021100     05  FILLER         PIC X(14) VALUE "    WEEK TOTAL".
021200     05  FILLER         PIC X(2) VALUE SPACE.
021300     05  FILLER         PIC X(14) VALUE "     LAST YEAR".
021400     05  FILLER         PIC X(2) VALUE SPACE.
021500     05  FILLER         PIC X(8) VALUE "% CHANGE".
021600
021700     COPY "WSDATE01.CBL".
021800
021900 PROCEDURE DIVISION.
022000 PROGRAM-BEGIN.
022100
022200     PERFORM OPENING-PROCEDURE.
022300     PERFORM MAIN-PROCESS.
022400     PERFORM CLOSING-PROCEDURE.
022500
022600 PROGRAM-EXIT.
022700     EXIT PROGRAM.
022800
022900 PROGRAM-DONE.
023000     ACCEPT OMITTED. STOP RUN.
023100
023200 OPENING-PROCEDURE.
023300     OPEN OUTPUT PRINTER-FILE.
023400     OPEN INPUT STORE-FILE.
023500
023600 CLOSING-PROCEDURE.
023700     CLOSE PRINTER-FILE.
023800     CLOSE STORE-FILE.
023900
024000 MAIN-PROCESS.
024100     PERFORM GET-OK-TO-PROCESS.
024200     IF OK-TO-PROCESS = "Y"
024300         PERFORM RUN-THE-REPORT.
024400
024500 GET-OK-TO-PROCESS.
024600     PERFORM ACCEPT-OK-TO-PROCESS.
024700     PERFORM RE-ACCEPT-OK-TO-PROCESS
024800         UNTIL OK-TO-PROCESS = "Y" OR "N".
024900
025000 ACCEPT-OK-TO-PROCESS.
025100     DISPLAY "PRINT THE WEEKLY SALES FLASH (Y/N)?".
025200     ACCEPT OK-TO-PROCESS.
025300     INSPECT OK-TO-PROCESS
025400       CONVERTING LOWER-ALPHA
025500       TO         UPPER-ALPHA.
025600
025700 RE-ACCEPT-OK-TO-PROCESS.
025800     DISPLAY "YOU MUST ENTER YES OR NO".
025900     PERFORM ACCEPT-OK-TO-PROCESS.
026000
026100 RUN-THE-REPORT.
026200     PERFORM GET-WEEK-ENDING-DATE.
026300     PERFORM LAY-OUT-THE-WEEKS.
026400     PERFORM SET-UP-COLUMN-HEADINGS.
026500     PERFORM SORT-DATA-FILE.
026600     OPEN INPUT WORK-FILE.
026700     PERFORM PRINT-ONE-REPORT.
026800     CLOSE WORK-FILE.
026900
027000*---------------------------------
027100* The week ending date must be a real calendar date.  Blank
027200* takes yesterday.
027300*---------------------------------
027400 GET-WEEK-ENDING-DATE.
027500     PERFORM ACCEPT-WEEK-ENDING-DATE.
027600     PERFORM RE-ACCEPT-WEEK-ENDING-DATE
027700         UNTIL DATE-IS-VALID = "Y".
027800
027900 ACCEPT-WEEK-ENDING-DATE.
028000     DISPLAY "ENTER WEEK ENDING DATE CCYYMMDD".
028100     DISPLAY "(BLANK FOR YESTERDAY):".
028200     MOVE ZEROES TO WEEK-ENDING-DATE.
028300     ACCEPT WEEK-ENDING-DATE.
028400     IF WEEK-ENDING-DATE = ZEROES
028500         ACCEPT TEST-DATE FROM DATE YYYYMMDD
028600         PERFORM STEP-BACK-ONE-DAY
028700         MOVE TEST-DATE TO WEEK-ENDING-DATE.
028800     MOVE WEEK-ENDING-DATE TO TEST-DATE.
028900     PERFORM CHECK-THE-DATE.
029000
029100 RE-ACCEPT-WEEK-ENDING-DATE.
029200     DISPLAY "THE DATE MUST BE A REAL DATE CCYYMMDD".
029300     PERFORM ACCEPT-WEEK-ENDING-DATE.
029400
029500* A real calendar date - month 1 to 12, day within the
029600* month, February 29 only in a leap year.
029700 CHECK-THE-DATE.
029800     MOVE "Y" TO DATE-IS-VALID.
029900     IF TEST-MM < 01 OR TEST-MM > 12
030000        OR TEST-DD < 01 OR TEST-CCYY < 1900
030100         MOVE "N" TO DATE-IS-VALID
030200     ELSE
030300         PERFORM SET-DAYS-IN-MONTH
030400         IF TEST-DD > DAYS-IN-MONTH
030500             MOVE "N" TO DATE-IS-VALID.
030600
030700 SET-DAYS-IN-MONTH.
030800     MOVE 31 TO DAYS-IN-MONTH.
030900     IF TEST-MM = 04 OR TEST-MM = 06
031000        OR TEST-MM = 09 OR TEST-MM = 11
031100         MOVE 30 TO DAYS-IN-MONTH.
031200     IF TEST-MM = 02
031300         PERFORM CHECK-LEAP-YEAR
031400         IF YEAR-IS-LEAP = "Y"
031500             MOVE 29 TO DAYS-IN-MONTH
031600         ELSE
031700             MOVE 28 TO DAYS-IN-MONTH.
031800
031900* Leap when divisible by 4, except centuries, except every
032000* fourth century.
032100 CHECK-LEAP-YEAR.
032200     MOVE "N" TO YEAR-IS-LEAP.
032300     DIVIDE TEST-CCYY BY 4 GIVING LEAP-QUOTIENT
032400         REMAINDER LEAP-REMAINDER.
032500     IF LEAP-REMAINDER = ZEROES
032600         MOVE "Y" TO YEAR-IS-LEAP.
032700     DIVIDE TEST-CCYY BY 100 GIVING LEAP-QUOTIENT
032800         REMAINDER LEAP-REMAINDER.
032900     IF LEAP-REMAINDER = ZEROES
033000         MOVE "N" TO YEAR-IS-LEAP.
033100     DIVIDE TEST-CCYY BY 400 GIVING LEAP-QUOTIENT
033200         REMAINDER LEAP-REMAINDER.
033300     IF LEAP-REMAINDER = ZEROES
033400         MOVE "Y" TO YEAR-IS-LEAP.
033500
033600 STEP-BACK-ONE-DAY.
033700     IF TEST-DD > 1
033800         SUBTRACT 1 FROM TEST-DD
033900     ELSE
034000         PERFORM STEP-BACK-ONE-MONTH.
034100
034200 STEP-BACK-ONE-MONTH.
034300     IF TEST-MM > 1
034400         SUBTRACT 1 FROM TEST-MM
034500     ELSE
034600         MOVE 12 TO TEST-MM
034700         SUBTRACT 1 FROM TEST-CCYY.
034800     PERFORM SET-DAYS-IN-MONTH.
034900     MOVE DAYS-IN-MONTH TO TEST-DD.
035000
035100*---------------------------------
035200* The seven dates of the week, oldest first, then the seven
035300* dates 364 days before them.
035400*---------------------------------
035500 LAY-OUT-THE-WEEKS.
035600     MOVE WEEK-ENDING-DATE TO TEST-DATE.
035700     PERFORM SET-ONE-THIS-YEAR-DATE
035800         VARYING DAY-INDEX FROM 7 BY -1
035900           UNTIL DAY-INDEX < 1.
036000     PERFORM STEP-BACK-ONE-DAY 357 TIMES.
036100     PERFORM SET-ONE-LAST-YEAR-DATE
036200         VARYING DAY-INDEX FROM 7 BY -1
036300           UNTIL DAY-INDEX < 1.
036400
036500 SET-ONE-THIS-YEAR-DATE.
036600     MOVE TEST-DATE TO THIS-YEAR-DATE (DAY-INDEX).
036700     PERFORM STEP-BACK-ONE-DAY.
036800
036900 SET-ONE-LAST-YEAR-DATE.
037000     MOVE TEST-DATE TO LAST-YEAR-DATE (DAY-INDEX).
037100     PERFORM STEP-BACK-ONE-DAY.
037200
037300*---------------------------------
037400* Weekday names and dates across the top of the columns
037500*---------------------------------
037600 SET-UP-COLUMN-HEADINGS.
037700     PERFORM FIND-WEEKDAY-OF-END.
037800     MOVE SPACES TO DAY-NAME-LINE.
037900     MOVE SPACES TO DAY-DATE-LINE.
038000     MOVE "STORE" TO HEAD-NAME-LABEL.
038100     PERFORM SET-UP-ONE-DAY-HEADING
038200         VARYING DAY-INDEX FROM 1 BY 1
038300           UNTIL DAY-INDEX > 7.
038400
038500* The last day of the week is the week ending date's own
038600* weekday; the days before it count back round the names.
038700 SET-UP-ONE-DAY-HEADING.
038800     COMPUTE ZELLER-SUM = WEEKDAY-OF-END + DAY-INDEX.
038900     DIVIDE ZELLER-SUM BY 7 GIVING ZELLER-QUOTIENT
039000         REMAINDER WEEKDAY-SLOT.
039100     MOVE WEEKDAY-NAME (WEEKDAY-SLOT + 1)
039200         TO HEAD-DAY-NAME (DAY-INDEX).
039300     MOVE THIS-YEAR-DATE (DAY-INDEX) TO TEST-DATE.
039400     MOVE TEST-MM TO HEAD-DAY-MM (DAY-INDEX).
039500     MOVE "/" TO HEAD-DAY-SLASH (DAY-INDEX).
039600     MOVE TEST-DD TO HEAD-DAY-DD (DAY-INDEX).
039700
039800* January and February count as months 13 and 14 of the
039900* year before.
040000 FIND-WEEKDAY-OF-END.
040100     MOVE WEEK-ENDING-DATE TO TEST-DATE.
040200     MOVE TEST-MM TO ZELLER-MONTH.
040300     MOVE TEST-CCYY TO ZELLER-YEAR.
040400     IF ZELLER-MONTH < 3
040500         ADD 12 TO ZELLER-MONTH
040600         SUBTRACT 1 FROM ZELLER-YEAR.
040700     DIVIDE ZELLER-YEAR BY 100 GIVING ZELLER-CENTURY
040800         REMAINDER ZELLER-YY.
040900     COMPUTE ZELLER-MONTH-TERM = (13 * (ZELLER-MONTH + 1)) / 5.
041000     DIVIDE ZELLER-YY BY 4 GIVING ZELLER-YY-TERM.
041100     DIVIDE ZELLER-CENTURY BY 4 GIVING ZELLER-CENTURY-TERM.
041200     COMPUTE ZELLER-SUM = TEST-DD + ZELLER-MONTH-TERM
041300                        + ZELLER-YY + ZELLER-YY-TERM
041400                        + ZELLER-CENTURY-TERM
041500                        + 5 * ZELLER-CENTURY.
041600     DIVIDE ZELLER-SUM BY 7 GIVING ZELLER-QUOTIENT
041700         REMAINDER WEEKDAY-OF-END.
041800
041900*---------------------------------
042000* The daily sales of the two weeks, sorted by region, store
042100* and day of the week.
042200*---------------------------------
042300 SORT-DATA-FILE.
042400     SORT SORT-FILE
042500         ON ASCENDING KEY SORT-REGION
042600                          SORT-STORE
042700                          SORT-DAY
042800         INPUT PROCEDURE IS BUILD-SORT-FILE
042900         GIVING WORK-FILE.
043000
043100 BUILD-SORT-FILE.
043200     OPEN INPUT DAILY-SALES-FILE.
043300     PERFORM READ-DAILY-RECORD.
043400     PERFORM RELEASE-ONE-DAILY-RECORD
043500         UNTIL DAILY-FILE-AT-END = "Y".
043600     CLOSE DAILY-SALES-FILE.
043700
043800 RELEASE-ONE-DAILY-RECORD.
043900     MOVE ZEROES TO DAY-FOUND.
044000     IF DAILY-DATE NOT < THIS-YEAR-DATE (1)
044100        AND DAILY-DATE NOT > THIS-YEAR-DATE (7)
044200         PERFORM FIND-THE-DAY
044300             VARYING DAY-INDEX FROM 1 BY 1
044400               UNTIL DAY-INDEX > 7
044500     ELSE
044600         IF DAILY-DATE NOT < LAST-YEAR-DATE (1)
044700            AND DAILY-DATE NOT > LAST-YEAR-DATE (7)
044800             MOVE 8 TO DAY-FOUND.
044900     IF DAY-FOUND NOT = ZEROES
045000         PERFORM RELEASE-THE-DAY.
045100     PERFORM READ-DAILY-RECORD.
045200
045300 FIND-THE-DAY.
045400     IF DAILY-DATE = THIS-YEAR-DATE (DAY-INDEX)
045500         MOVE DAY-INDEX TO DAY-FOUND.
045600
045700* A store missing from the store master sorts under a blank
045800* region.
045900 RELEASE-THE-DAY.
046000     MOVE DAILY-STORE TO SORT-STORE.
046100     MOVE DAILY-STORE TO STORE-NUMBER.
046200     PERFORM READ-STORE-RECORD.
046300     IF STORE-RECORD-FOUND = "Y"
046400         MOVE STORE-REGION TO SORT-REGION
046500     ELSE
046600         MOVE SPACES TO SORT-REGION.
046700     MOVE DAY-FOUND TO SORT-DAY.
046800     MOVE DAILY-AMOUNT TO SORT-AMOUNT.
046900     RELEASE SORT-RECORD.
047000
047100* LEVEL 1 CONTROL BREAK
047200 PRINT-ONE-REPORT.
047300     PERFORM START-ONE-REPORT.
047400     PERFORM PROCESS-ALL-REGIONS
047500         UNTIL WORK-FILE-AT-END = "Y".
047600     PERFORM END-ONE-REPORT.
047700
047800 START-ONE-REPORT.
047900     PERFORM READ-FIRST-WORK-RECORD.
048000     MOVE ZEROES TO GRAND-TOTALS.
048100     MOVE ZEROES TO RECORD-COUNT.
048200     PERFORM START-NEW-REPORT.
048300
048400 START-NEW-REPORT.
048500     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
048600     MOVE WEEK-ENDING-DATE TO DATE-CCYYMMDD.
048700     PERFORM CONVERT-TO-MMDDCCYY.
048800     MOVE DATE-MMDDCCYY TO PRINT-TITLE-DATE.
048900     PERFORM START-NEW-PAGE.
049000
049100 END-ONE-REPORT.
049200     IF RECORD-COUNT = ZEROES
049300         MOVE "NO RECORDS FOUND" TO PRINTER-RECORD
049400         PERFORM WRITE-TO-PRINTER
049500     ELSE
049600         PERFORM PRINT-GRAND-TOTAL.
049700     PERFORM END-LAST-PAGE.
049800
049900 PRINT-GRAND-TOTAL.
050000     IF LINE-COUNT > MAXIMUM-LINES - 3
050100         PERFORM START-NEXT-PAGE.
050200     MOVE GRAND-TOTALS TO LINE-TOTALS.
050300     MOVE "COMPANY TOTAL" TO LINE-LABEL.
050400     PERFORM PRINT-FLASH-LINES.
050500
050600* LEVEL 2 CONTROL BREAK
050700 PROCESS-ALL-REGIONS.
050800     PERFORM START-ONE-REGION.
050900
051000     PERFORM PROCESS-ALL-STORES
051100         UNTIL WORK-FILE-AT-END = "Y"
051200            OR WORK-REGION NOT = CURRENT-REGION.
051300
051400     PERFORM END-ONE-REGION.
051500
051600 START-ONE-REGION.
051700     MOVE WORK-REGION TO CURRENT-REGION.
051800     MOVE ZEROES TO REGION-TOTALS.
051900     PERFORM PRINT-REGION-HEADER.
052000
052100 PRINT-REGION-HEADER.
052200     IF LINE-COUNT > MAXIMUM-LINES - 3
052300         PERFORM START-NEXT-PAGE.
052400     MOVE CURRENT-REGION TO PRINT-REGION.
052500     MOVE REGION-HEADER-LINE TO PRINTER-RECORD.
052600     PERFORM WRITE-TO-PRINTER.
052700     PERFORM LINE-FEED.
052800
052900 END-ONE-REGION.
053000     IF LINE-COUNT > MAXIMUM-LINES - 3
053100         PERFORM START-NEXT-PAGE.
053200     MOVE REGION-TOTALS TO LINE-TOTALS.
053300     MOVE "REGION TOTAL" TO LINE-LABEL.
053400     PERFORM PRINT-FLASH-LINES.
053500
053600     PERFORM ADD-ONE-REGION-DAY
053700         VARYING DAY-INDEX FROM 1 BY 1
053800           UNTIL DAY-INDEX > 7.
053900     ADD REGION-WEEK-TOTAL TO GRAND-WEEK-TOTAL.
054000     ADD REGION-LAST-YEAR TO GRAND-LAST-YEAR.
054100
054200 ADD-ONE-REGION-DAY.
054300     ADD REGION-DAY-TOTAL (DAY-INDEX)
054400         TO GRAND-DAY-TOTAL (DAY-INDEX).
054500
054600* LEVEL 3 CONTROL BREAK - one store's two lines
054700 PROCESS-ALL-STORES.
054800     PERFORM START-ONE-STORE.
054900
055000     PERFORM ADD-ONE-WORK-RECORD
055100         UNTIL WORK-FILE-AT-END = "Y"
055200            OR WORK-REGION NOT = CURRENT-REGION
055300            OR WORK-STORE NOT = CURRENT-STORE.
055400
055500     PERFORM END-ONE-STORE.
055600
055700 START-ONE-STORE.
055800     MOVE WORK-STORE TO CURRENT-STORE.
055900     MOVE ZEROES TO STORE-TOTALS.
056000
056100* Days 1 to 7 are this week, day 8 the same week last year.
056200 ADD-ONE-WORK-RECORD.
056300     IF WORK-DAY = 8
056400         ADD WORK-AMOUNT TO STORE-LAST-YEAR
056500     ELSE
056600         ADD WORK-AMOUNT TO STORE-DAY-TOTAL (WORK-DAY)
056700         ADD WORK-AMOUNT TO STORE-WEEK-TOTAL.
056800     ADD 1 TO RECORD-COUNT.
056900     PERFORM READ-NEXT-WORK-RECORD.
057000
057100 END-ONE-STORE.
057200     IF LINE-COUNT > MAXIMUM-LINES
057300         PERFORM START-NEXT-PAGE.
057400     MOVE CURRENT-STORE TO STORE-NUMBER.
057500     PERFORM READ-STORE-RECORD.
057600     IF STORE-RECORD-FOUND = "N"
057700         MOVE "*NOT ON FILE*" TO STORE-NAME.
057800     MOVE CURRENT-STORE TO LABEL-STORE.
057900     MOVE STORE-NAME TO LABEL-NAME.
058000     MOVE STORE-LABEL TO LINE-LABEL.
058100     MOVE STORE-TOTALS TO LINE-TOTALS.
058200     PERFORM PRINT-FLASH-LINES.
058300
058400     PERFORM ADD-ONE-STORE-DAY
058500         VARYING DAY-INDEX FROM 1 BY 1
058600           UNTIL DAY-INDEX > 7.
058700     ADD STORE-WEEK-TOTAL TO REGION-WEEK-TOTAL.
058800     ADD STORE-LAST-YEAR TO REGION-LAST-YEAR.
058900
059000 ADD-ONE-STORE-DAY.
059100     ADD STORE-DAY-TOTAL (DAY-INDEX)
059200         TO REGION-DAY-TOTAL (DAY-INDEX).
059300
059400*---------------------------------
059500* A store, region or company - the day line, then the week
059600* line, from LINE-LABEL and LINE-TOTALS.  No sales last year
059700* prints no percent instead of a division by zero.
059800*---------------------------------
059900 PRINT-FLASH-LINES.
060000     MOVE SPACE TO DAY-LINE.
060100     MOVE LINE-LABEL TO PRINT-LABEL.
060200     PERFORM FORMAT-ONE-DAY-AMOUNT
060300         VARYING DAY-INDEX FROM 1 BY 1
060400           UNTIL DAY-INDEX > 7.
060500     MOVE DAY-LINE TO PRINTER-RECORD.
060600     PERFORM WRITE-TO-PRINTER.
060700
060800     MOVE LINE-WEEK-TOTAL TO PRINT-WEEK-TOTAL.
060900     MOVE LINE-LAST-YEAR TO PRINT-LAST-YEAR.
061000     MOVE ZEROES TO PERCENT-CHANGE.
061100     IF LINE-LAST-YEAR NOT = ZEROES
061200         PERFORM COMPUTE-PERCENT-CHANGE.
061300     MOVE PERCENT-CHANGE TO PRINT-PERCENT.
061400     MOVE WEEK-LINE TO PRINTER-RECORD.
061500     PERFORM WRITE-TO-PRINTER.
061600     PERFORM LINE-FEED.
061700
061800 FORMAT-ONE-DAY-AMOUNT.
061900     COMPUTE WHOLE-DOLLARS ROUNDED =
062000         LINE-DAY-TOTAL (DAY-INDEX).
062100     MOVE WHOLE-DOLLARS TO PRINT-DAY-AMOUNT (DAY-INDEX).
062200
062300* A change too large for the column prints as the largest
062400* the column holds.
062500 COMPUTE-PERCENT-CHANGE.
062600     COMPUTE PERCENT-CHANGE ROUNDED =
062700         (LINE-WEEK-TOTAL - LINE-LAST-YEAR) * 100
062800             / LINE-LAST-YEAR
062900         ON SIZE ERROR
063000         MOVE 99999.9 TO PERCENT-CHANGE.
063100
063200*---------------------------------
063300* Printing routines
063400*---------------------------------
063500 WRITE-TO-PRINTER.
063600     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
063700     ADD 1 TO LINE-COUNT.
063800
063900 LINE-FEED.
064000     MOVE SPACE TO PRINTER-RECORD.
064100     PERFORM WRITE-TO-PRINTER.
064200
064300 START-NEXT-PAGE.
064400     PERFORM END-LAST-PAGE.
064500     PERFORM START-NEW-PAGE.
064600
064700 START-NEW-PAGE.
064800     ADD 1 TO PAGE-NUMBER.
064900     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
065000     MOVE TITLE-LINE TO PRINTER-RECORD.
065100     PERFORM WRITE-TO-PRINTER.
065200     PERFORM LINE-FEED.
065300     MOVE DAY-NAME-LINE TO PRINTER-RECORD.
065400     PERFORM WRITE-TO-PRINTER.
065500     MOVE DAY-DATE-LINE TO PRINTER-RECORD.
065600     PERFORM WRITE-TO-PRINTER.
065700     MOVE WEEK-COLUMN-LINE TO PRINTER-RECORD.
065800     PERFORM WRITE-TO-PRINTER.
065900     PERFORM LINE-FEED.
066000
066100 END-LAST-PAGE.
066200     PERFORM FORM-FEED.
066300     MOVE ZERO TO LINE-COUNT.
066400
066500 FORM-FEED.
066600     MOVE SPACE TO PRINTER-RECORD.
066700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
066800
066900*---------------------------------
067000* File IO routines
067100*---------------------------------
067200 READ-DAILY-RECORD.
067300     MOVE "N" TO DAILY-FILE-AT-END.
067400     READ DAILY-SALES-FILE NEXT RECORD
067500         AT END MOVE "Y" TO DAILY-FILE-AT-END.
067600
067700 READ-STORE-RECORD.
067800     MOVE "Y" TO STORE-RECORD-FOUND.
067900     READ STORE-FILE RECORD
068000         INVALID KEY
068100         MOVE "N" TO STORE-RECORD-FOUND.
068200
068300*---------------------------------
068400* Read first, read next routines
068500*---------------------------------
068600 READ-FIRST-WORK-RECORD.
068700     PERFORM READ-NEXT-WORK-RECORD.
068800
068900 READ-NEXT-WORK-RECORD.
069000     MOVE "N" TO WORK-FILE-AT-END.
069100     READ WORK-FILE NEXT RECORD
069200         AT END MOVE "Y" TO WORK-FILE-AT-END.
069300
069400*---------------------------------
069500* Utility Routines
069600*---------------------------------
069700     COPY "PLDATE01.CBL".
