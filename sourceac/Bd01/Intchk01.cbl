000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. INTCHK01.
000300*---------------------------------
000400* File integrity check
000500* Nightly cross-check that the masters and the voucher files
000600* still agree with each other, after every program has done
000700* its own edits.  Six checks, each printed with the records
000800* that break it and a passed or failed line:
000900*   1  each bank account's last check number is not behind
001000*      the highest check number drawn on it in the open
001100*      voucher file or the voucher history
001200*   2  each purchase order's relieved amount equals the
001300*      vouchers, open and history, that carry its number
001400*   3  every open voucher's GL account, and every voucher
001500*      distribution line's account, is on the account file
001600*   4  every template's vendor and GL account, and every
001700*      template distribution line's account, is still on file
001800*   5  no voucher number is both open and in history
001900*   6  the open AP period is not behind any paid date
002000* Any failed check returns a nonzero code, so the nightly
002100* stream stops before anything else runs over the files.
002200*---------------------------------
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600
002700     COPY "SLBNKAC.CBL".
002800
002900     COPY "SLVOUCH.CBL".
003000
003100     COPY "SLVCHHS.CBL".
003200
003300     COPY "SLPO.CBL".
003400
003500     COPY "SLACCT.CBL".
003600
003700     COPY "SLVCHDS.CBL".
003800
003900     COPY "SLTMPL.CBL".
004000
004100     COPY "SLTMPDS.CBL".
004200
004300     COPY "SLVND02.CBL".
004400
004500     COPY "SLAPPD.CBL".
004600
004700     SELECT WORK-FILE
004800         ASSIGN TO "WORK"
004900         ORGANIZATION IS SEQUENTIAL.
005000
005100     SELECT SORT-FILE
005200         ASSIGN TO "SORT".
005300
005400     SELECT PRINTER-FILE
005500         ASSIGN TO PRINTER
005600         ORGANIZATION IS LINE SEQUENTIAL.
005700
005800 DATA DIVISION.
005900 FILE SECTION.
006000
006100     COPY "FDBNKAC.CBL".
006200
006300     COPY "FDVOUCH.CBL".
006400
006500     COPY "FDVCHHS.CBL".
006600
006700     COPY "FDPO.CBL".
006800
006900     COPY "FDACCT.CBL".
007000
007100     COPY "FDVCHDS.CBL".
007200
007300     COPY "FDTMPL.CBL".
007400
007500     COPY "FDTMPDS.CBL".
007600
007700     COPY "FDVND04.CBL".
007800
007900     COPY "FDAPPD.CBL".
008000
008100* The vouchers, open and history, that carry a PO number,
008200* in PO order for the match against the PO file.
008300 FD  WORK-FILE
008400     LABEL RECORDS ARE STANDARD.
008500 01  WORK-RECORD.
008600     05  WORK-PO-NO            PIC 9(5).
008700     05  WORK-FILE-NAME        PIC X(8).
008800     05  WORK-VOUCHER          PIC 9(5).
008900     05  WORK-AMOUNT           PIC S9(6)V99.
009000
009100 SD  SORT-FILE.
009200
009300 01  SORT-RECORD.
009400     05  SORT-PO-NO            PIC 9(5).
009500     05  SORT-FILE-NAME        PIC X(8).
009600     05  SORT-VOUCHER          PIC 9(5).
009700     05  SORT-AMOUNT           PIC S9(6)V99.
009800
009900 FD  PRINTER-FILE
010000     LABEL RECORDS ARE OMITTED.
010100 01  PRINTER-RECORD             PIC X(80).
010200
010300 WORKING-STORAGE SECTION.
010400
010500     COPY "WSCASE01.CBL".
010600
010700 77  OK-TO-PROCESS         PIC X.
010800
010900 77  BANK-FILE-AT-END        PIC X.
011000 77  VOUCHER-FILE-AT-END     PIC X.
011100 77  HISTORY-FILE-AT-END     PIC X.
011200 77  PO-FILE-AT-END          PIC X.
011300 77  WORK-FILE-AT-END        PIC X.
011400 77  VOUCHER-DIST-AT-END     PIC X.
011500 77  TEMPLATE-FILE-AT-END    PIC X.
011600 77  TEMPLATE-DIST-AT-END    PIC X.
011700 77  PERIOD-FILE-AT-END      PIC X.
011800
011900 77  ACCOUNT-RECORD-FOUND    PIC X.
012000 77  VENDOR-RECORD-FOUND     PIC X.
012100 77  HISTORY-RECORD-FOUND    PIC X.
012200
012300* The check under way, its exceptions, and how many of the
012400* checks have failed
012500 77  CHECK-NUMBER            PIC 9.
012600 77  CHECK-TITLE             PIC X(40).
012700 77  CHECK-EXCEPTIONS        PIC 9(5).
012800 77  CHECKS-FAILED           PIC 9.
012900 77  CHECK-COUNT             PIC 9 VALUE 6.
013000
013100* The bank accounts, each with the highest check number
013200* found drawn on it and where that check was found
013300 01  BANK-TABLE.
013400     05  BANK-ENTRY OCCURS 50 TIMES.
013500         10  BANK-TABLE-CODE         PIC X(2).
013600         10  BANK-TABLE-LAST-CHECK   PIC 9(6).
013700         10  BANK-TABLE-HIGH-CHECK   PIC 9(6).
013800         10  BANK-TABLE-HIGH-FILE    PIC X(8).
013900         10  BANK-TABLE-HIGH-VOUCHER PIC 9(5).
014000
014100 77  BANK-COUNT              PIC 9(2) COMP.
014200 77  BANK-INDEX              PIC 9(2) COMP.
014300 77  BANK-MATCHED            PIC X.
014400
014500* The check being looked for in the bank table
014600 77  FOUND-FILE-NAME         PIC X(8).
014700 77  FOUND-VOUCHER           PIC 9(5).
014800 77  FOUND-BANK-ACCOUNT      PIC X(2).
014900 77  FOUND-CHECK-NO          PIC 9(6).
015000
015100* Match keys for the PO check - one past the highest PO
015200* number once a file is used up
015300 77  PO-MATCH-KEY            PIC 9(6).
015400 77  WORK-MATCH-KEY          PIC 9(6).
015500 77  PO-VOUCHER-TOTAL        PIC S9(7)V99.
015600
015700 77  OPEN-PERIOD             PIC 9(6).
015800 77  PERIOD-ON-FILE          PIC X.
015900
016000 01  PAID-DATE-TEST          PIC 9(8).
016100 01  PAID-DATE-TEST-R REDEFINES PAID-DATE-TEST.
016200     05  PAID-TEST-MONTH     PIC 9(6).
016300     05  PAID-TEST-DD        PIC 9(2).
016400
016500* Edited numbers for the exception text
016600 77  EDIT-CHECK-NO           PIC 9(6).
016700 77  EDIT-ACCOUNT            PIC 9(5).
016800 77  EDIT-VENDOR             PIC 9(5).
016900 77  EDIT-PO                 PIC 9(5).
017000 77  EDIT-AMOUNT-1           PIC ZZZ,ZZ9.99-.
017100 77  EDIT-AMOUNT-2           PIC Z,ZZZ,ZZ9.99-.
017200
017300 77  LINE-COUNT              PIC 999 VALUE ZERO.
017400 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
017500 77  MAXIMUM-LINES           PIC 999 VALUE 55.
017600
017700 01  CHECK-HEADER-LINE.
017800     05  FILLER            PIC X(6) VALUE "CHECK ".
017900     05  PRINT-HEADER-NUMBER PIC 9.
018000     05  FILLER            PIC X(3) VALUE " - ".
018100     05  PRINT-HEADER-TITLE PIC X(40).
018200
018300 01  EXCEPTION-LINE.
018400     05  FILLER            PIC X(2) VALUE SPACE.
018500     05  PRINT-FILE        PIC X(8).
018600     05  FILLER            PIC X(1) VALUE SPACE.
018700     05  PRINT-KEY         PIC X(10).
018800     05  FILLER            PIC X(1) VALUE SPACE.
018900     05  PRINT-REASON      PIC X(58).
019000
019100 01  RESULT-LINE.
019200     05  FILLER            PIC X(2) VALUE SPACE.
019300     05  PRINT-RESULT      PIC X(6).
019400     05  FILLER            PIC X(2) VALUE SPACE.
019500     05  PRINT-RESULT-COUNT PIC ZZZZ9 BLANK WHEN ZERO.
019600     05  FILLER            PIC X(1) VALUE SPACE.
019700     05  PRINT-RESULT-LITERAL PIC X(10).
019800
019900 01  TITLE-LINE.
020000     05  FILLER              PIC X(29) VALUE SPACE.
020100     05  FILLER              PIC X(20)
020200         VALUE "FILE INTEGRITY CHECK".
020300     05  FILLER              PIC X(13) VALUE SPACE.
020400     05  FILLER              PIC X(5) VALUE "PAGE:".
020500     05  FILLER              PIC X(1) VALUE SPACE.
020600     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
020700
020800 01  COLUMN-LINE.
020900     05  FILLER         PIC X(2) VALUE SPACE.
021000     05  FILLER         PIC X(8) VALUE "FILE".
021100     05  FILLER         PIC X(1) VALUE SPACE.
021200     05  FILLER         PIC X(10) VALUE "RECORD".
021300     05  FILLER         PIC X(1) VALUE SPACE.
021400     05  FILLER         PIC X(9) VALUE "EXCEPTION".
021500
021600 PROCEDURE DIVISION.
021700 PROGRAM-BEGIN.
021800
021900     PERFORM OPENING-PROCEDURE.
022000     PERFORM MAIN-PROCESS.
022100     PERFORM CLOSING-PROCEDURE.
022200
022300 PROGRAM-EXIT.
022400     EXIT PROGRAM.
022500
022600 PROGRAM-DONE.
022700     ACCEPT OMITTED. STOP RUN.
022800
022900 OPENING-PROCEDURE.
023000     OPEN INPUT ACCOUNT-FILE.
023100     OPEN INPUT VENDOR-FILE.
023200     OPEN OUTPUT PRINTER-FILE.
023300
023400 CLOSING-PROCEDURE.
023500     CLOSE ACCOUNT-FILE.
023600     CLOSE VENDOR-FILE.
023700     CLOSE PRINTER-FILE.
023800
023900 MAIN-PROCESS.
024000     PERFORM GET-OK-TO-PROCESS.
024100     IF OK-TO-PROCESS = "Y"
024200         PERFORM RUN-THE-CHECKS.
024300
024400 GET-OK-TO-PROCESS.
024500     PERFORM ACCEPT-OK-TO-PROCESS.
024600     PERFORM RE-ACCEPT-OK-TO-PROCESS
024700         UNTIL OK-TO-PROCESS = "Y" OR "N".
024800
024900 ACCEPT-OK-TO-PROCESS.
025000     DISPLAY "CHECK THE FILES AGREE WITH EACH OTHER (Y/N)?".
025100     ACCEPT OK-TO-PROCESS.
025200     INSPECT OK-TO-PROCESS
025300       CONVERTING LOWER-ALPHA
025400       TO         UPPER-ALPHA.
025500
025600 RE-ACCEPT-OK-TO-PROCESS.
025700     DISPLAY "YOU MUST ENTER YES OR NO".
025800     PERFORM ACCEPT-OK-TO-PROCESS.
025900
026000 RUN-THE-CHECKS.
026100     MOVE ZEROES TO CHECKS-FAILED.
026200     PERFORM START-NEW-REPORT.
026300     PERFORM CHECK-LAST-CHECK-NUMBERS.
026400     PERFORM CHECK-PO-RELIEVED-AMOUNTS.
026500     PERFORM CHECK-VOUCHER-ACCOUNTS.
026600     PERFORM CHECK-TEMPLATE-VENDORS.
026700     PERFORM CHECK-OPEN-AGAINST-HISTORY.
026800     PERFORM CHECK-PERIOD-AGAINST-PAID.
026900     PERFORM PRINT-RUN-RESULT.
027000     PERFORM END-LAST-PAGE.
027100
027200*---------------------------------
027300* Each check starts with its header line and ends with its
027400* passed or failed line.
027500*---------------------------------
027600 START-ONE-CHECK.
027700     MOVE ZEROES TO CHECK-EXCEPTIONS.
027800     IF LINE-COUNT > MAXIMUM-LINES - 3
027900         PERFORM START-NEXT-PAGE.
028000     MOVE CHECK-NUMBER TO PRINT-HEADER-NUMBER.
028100     MOVE CHECK-TITLE TO PRINT-HEADER-TITLE.
028200     MOVE CHECK-HEADER-LINE TO PRINTER-RECORD.
028300     PERFORM WRITE-TO-PRINTER.
028400
028500 END-ONE-CHECK.
028600     MOVE SPACE TO RESULT-LINE.
028700     IF CHECK-EXCEPTIONS = ZEROES
028800         MOVE "PASSED" TO PRINT-RESULT
028900         MOVE ZEROES TO PRINT-RESULT-COUNT
029000     ELSE
029100         MOVE "FAILED" TO PRINT-RESULT
029200         MOVE CHECK-EXCEPTIONS TO PRINT-RESULT-COUNT
029300         MOVE "EXCEPTIONS" TO PRINT-RESULT-LITERAL
029400         ADD 1 TO CHECKS-FAILED.
029500     MOVE RESULT-LINE TO PRINTER-RECORD.
029600     PERFORM WRITE-TO-PRINTER.
029700     PERFORM LINE-FEED.
029800     DISPLAY "CHECK " CHECK-NUMBER " " CHECK-TITLE
029900         " " PRINT-RESULT.
030000
030100* The caller fills PRINT-FILE, PRINT-KEY and PRINT-REASON.
030200 PRINT-ONE-EXCEPTION.
030300     IF LINE-COUNT > MAXIMUM-LINES
030400         PERFORM START-NEXT-PAGE.
030500     MOVE EXCEPTION-LINE TO PRINTER-RECORD.
030600     PERFORM WRITE-TO-PRINTER.
030700     MOVE SPACE TO EXCEPTION-LINE.
030800     ADD 1 TO CHECK-EXCEPTIONS.
030900
031000*---------------------------------
031100* 1 - Last check numbers.  A check number on a voucher drawn
031200* on an account the bank master does not know is an
031300* exception too.  A voucher with no bank account on it was
031400* paid before accounts were kept and is passed over.
031500*---------------------------------
031600 CHECK-LAST-CHECK-NUMBERS.
031700     MOVE 1 TO CHECK-NUMBER.
031800     MOVE "BANK LAST CHECK NUMBERS" TO CHECK-TITLE.
031900     PERFORM START-ONE-CHECK.
032000     PERFORM LOAD-THE-BANK-TABLE.
032100
032200     OPEN INPUT VOUCHER-FILE.
032300     PERFORM READ-VOUCHER-RECORD.
032400     PERFORM CHECK-ONE-VOUCHER-CHECK-NO
032500         UNTIL VOUCHER-FILE-AT-END = "Y".
032600     CLOSE VOUCHER-FILE.
032700
032800     OPEN INPUT HISTORY-FILE.
032900     PERFORM READ-HISTORY-RECORD.
033000     PERFORM CHECK-ONE-HISTORY-CHECK-NO
033100         UNTIL HISTORY-FILE-AT-END = "Y".
033200     CLOSE HISTORY-FILE.
033300
033400     PERFORM CHECK-ONE-BANK-ACCOUNT
033500         VARYING BANK-INDEX FROM 1 BY 1
033600           UNTIL BANK-INDEX > BANK-COUNT.
033700     PERFORM END-ONE-CHECK.
033800
033900 LOAD-THE-BANK-TABLE.
034000     MOVE ZEROES TO BANK-COUNT.
034100     OPEN INPUT BANK-ACCOUNT-FILE.
034200     PERFORM READ-BANK-RECORD.
034300     PERFORM LOAD-ONE-BANK-ACCOUNT
034400         UNTIL BANK-FILE-AT-END = "Y".
034500     CLOSE BANK-ACCOUNT-FILE.
034600
034700 LOAD-ONE-BANK-ACCOUNT.
034800     IF BANK-COUNT < 50
034900         ADD 1 TO BANK-COUNT
035000         MOVE BANK-ACCT-CODE TO BANK-TABLE-CODE (BANK-COUNT)
035100         MOVE BANK-ACCT-LAST-CHECK
035200           TO BANK-TABLE-LAST-CHECK (BANK-COUNT)
035300         MOVE ZEROES TO BANK-TABLE-HIGH-CHECK (BANK-COUNT)
035400         MOVE SPACES TO BANK-TABLE-HIGH-FILE (BANK-COUNT)
035500         MOVE ZEROES TO BANK-TABLE-HIGH-VOUCHER (BANK-COUNT)
035600     ELSE
035700         DISPLAY "BANK ACCOUNT " BANK-ACCT-CODE
035800             " IS PAST THE 50 THE CHECK HOLDS - NOT CHECKED".
035900     PERFORM READ-BANK-RECORD.
036000
036100 CHECK-ONE-VOUCHER-CHECK-NO.
036200     IF VOUCHER-CHECK-NO NOT = ZEROES
036300        AND VOUCHER-BANK-ACCOUNT NOT = SPACES
036400         MOVE "VOUCHER" TO FOUND-FILE-NAME
036500         MOVE VOUCHER-NUMBER TO FOUND-VOUCHER
036600         MOVE VOUCHER-BANK-ACCOUNT TO FOUND-BANK-ACCOUNT
036700         MOVE VOUCHER-CHECK-NO TO FOUND-CHECK-NO
036800         PERFORM RECORD-ONE-CHECK-NO.
036900     PERFORM READ-VOUCHER-RECORD.
037000
037100 CHECK-ONE-HISTORY-CHECK-NO.
037200     IF HISTORY-CHECK-NO NOT = ZEROES
037300        AND HISTORY-BANK-ACCOUNT NOT = SPACES
037400         MOVE "VCHHIST" TO FOUND-FILE-NAME
037500         MOVE HISTORY-NUMBER TO FOUND-VOUCHER
037600         MOVE HISTORY-BANK-ACCOUNT TO FOUND-BANK-ACCOUNT
037700         MOVE HISTORY-CHECK-NO TO FOUND-CHECK-NO
037800         PERFORM RECORD-ONE-CHECK-NO.
037900     PERFORM READ-HISTORY-RECORD.
038000
038100 RECORD-ONE-CHECK-NO.
038200     PERFORM FIND-THE-BANK-ACCOUNT.
038300     IF BANK-MATCHED = "Y"
038400         IF FOUND-CHECK-NO > BANK-TABLE-HIGH-CHECK (BANK-INDEX)
038500             MOVE FOUND-CHECK-NO
038600               TO BANK-TABLE-HIGH-CHECK (BANK-INDEX)
038700             MOVE FOUND-FILE-NAME
038800               TO BANK-TABLE-HIGH-FILE (BANK-INDEX)
038900             MOVE FOUND-VOUCHER
039000               TO BANK-TABLE-HIGH-VOUCHER (BANK-INDEX)
039100         ELSE
039200             NEXT SENTENCE
039300     ELSE
039400         PERFORM REPORT-BANK-NOT-ON-FILE.
039500
039600 FIND-THE-BANK-ACCOUNT.
039700     MOVE "N" TO BANK-MATCHED.
039800     MOVE 1 TO BANK-INDEX.
039900     PERFORM CHECK-ONE-BANK-ENTRY
040000         UNTIL BANK-MATCHED = "Y"
040100            OR BANK-INDEX > BANK-COUNT.
040200
040300 CHECK-ONE-BANK-ENTRY.
040400     IF BANK-TABLE-CODE (BANK-INDEX) = FOUND-BANK-ACCOUNT
040500         MOVE "Y" TO BANK-MATCHED
040600     ELSE
040700         ADD 1 TO BANK-INDEX.
040800
040900 REPORT-BANK-NOT-ON-FILE.
041000     MOVE FOUND-FILE-NAME TO PRINT-FILE.
041100     MOVE FOUND-VOUCHER TO PRINT-KEY.
041200     MOVE FOUND-CHECK-NO TO EDIT-CHECK-NO.
041300     STRING "CHECK " EDIT-CHECK-NO " DRAWN ON BANK ACCOUNT "
041400            FOUND-BANK-ACCOUNT " NOT ON FILE"
041500         DELIMITED BY SIZE INTO PRINT-REASON.
041600     PERFORM PRINT-ONE-EXCEPTION.
041700
041800 CHECK-ONE-BANK-ACCOUNT.
041900     IF BANK-TABLE-HIGH-CHECK (BANK-INDEX) >
042000        BANK-TABLE-LAST-CHECK (BANK-INDEX)
042100         PERFORM REPORT-LAST-CHECK-BEHIND.
042200
042300 REPORT-LAST-CHECK-BEHIND.
042400     MOVE "BANKACT" TO PRINT-FILE.
042500     MOVE BANK-TABLE-CODE (BANK-INDEX) TO PRINT-KEY.
042600     MOVE BANK-TABLE-LAST-CHECK (BANK-INDEX) TO EDIT-CHECK-NO.
042700     STRING "LAST CHECK " EDIT-CHECK-NO
042800            " BEHIND CHECK "
042900            BANK-TABLE-HIGH-CHECK (BANK-INDEX)
043000            " ON " BANK-TABLE-HIGH-FILE (BANK-INDEX)
043100            BANK-TABLE-HIGH-VOUCHER (BANK-INDEX)
043200            DELIMITED BY SIZE
043300         INTO PRINT-REASON.
043400     PERFORM PRINT-ONE-EXCEPTION.
043500
043600*---------------------------------
043700* 2 - PO relieved amounts.  The vouchers carrying a PO
043800* number are sorted into PO order and matched against the
043900* PO file; a PO no voucher carries should show nothing
044000* relieved.
044100*---------------------------------
044200 CHECK-PO-RELIEVED-AMOUNTS.
044300     MOVE 2 TO CHECK-NUMBER.
044400     MOVE "PO RELIEVED AMOUNTS" TO CHECK-TITLE.
044500     PERFORM START-ONE-CHECK.
044600     PERFORM SORT-THE-PO-VOUCHERS.
044700
044800     OPEN INPUT PO-FILE.
044900     OPEN INPUT WORK-FILE.
045000     PERFORM READ-PO-RECORD.
045100     PERFORM READ-WORK-RECORD.
045200     PERFORM MATCH-ONE-PO
045300         UNTIL PO-MATCH-KEY = 999999
045400           AND WORK-MATCH-KEY = 999999.
045500     CLOSE PO-FILE.
045600     CLOSE WORK-FILE.
045700     PERFORM END-ONE-CHECK.
045800
045900 SORT-THE-PO-VOUCHERS.
046000     SORT SORT-FILE
046100         ON ASCENDING KEY SORT-PO-NO
046200                          SORT-VOUCHER
046300         INPUT PROCEDURE IS BUILD-PO-SORT-FILE
046400         GIVING WORK-FILE.
046500
046600 BUILD-PO-SORT-FILE.
046700     OPEN INPUT VOUCHER-FILE.
046800     PERFORM READ-VOUCHER-RECORD.
046900     PERFORM RELEASE-ONE-VOUCHER-PO
047000         UNTIL VOUCHER-FILE-AT-END = "Y".
047100     CLOSE VOUCHER-FILE.
047200
047300     OPEN INPUT HISTORY-FILE.
047400     PERFORM READ-HISTORY-RECORD.
047500     PERFORM RELEASE-ONE-HISTORY-PO
047600         UNTIL HISTORY-FILE-AT-END = "Y".
047700     CLOSE HISTORY-FILE.
047800
047900 RELEASE-ONE-VOUCHER-PO.
048000     IF VOUCHER-PO-NO NOT = ZEROES
048100         MOVE VOUCHER-PO-NO  TO SORT-PO-NO
048200         MOVE "VOUCHER"      TO SORT-FILE-NAME
048300         MOVE VOUCHER-NUMBER TO SORT-VOUCHER
048400         MOVE VOUCHER-AMOUNT TO SORT-AMOUNT
048500         RELEASE SORT-RECORD.
048600     PERFORM READ-VOUCHER-RECORD.
048700
048800 RELEASE-ONE-HISTORY-PO.
048900     IF HISTORY-PO-NO NOT = ZEROES
049000         MOVE HISTORY-PO-NO  TO SORT-PO-NO
049100         MOVE "VCHHIST"      TO SORT-FILE-NAME
049200         MOVE HISTORY-NUMBER TO SORT-VOUCHER
049300         MOVE HISTORY-AMOUNT TO SORT-AMOUNT
049400         RELEASE SORT-RECORD.
049500     PERFORM READ-HISTORY-RECORD.
049600
049700* A voucher whose PO sorts ahead of the next PO on file
049800* carries a PO that is not there.
049900 MATCH-ONE-PO.
050000     IF WORK-MATCH-KEY < PO-MATCH-KEY
050100         PERFORM REPORT-PO-NOT-ON-FILE
050200         PERFORM READ-WORK-RECORD
050300     ELSE
050400         MOVE ZEROES TO PO-VOUCHER-TOTAL
050500         PERFORM ADD-ONE-PO-VOUCHER
050600             UNTIL WORK-MATCH-KEY NOT = PO-MATCH-KEY
050700         PERFORM CHECK-ONE-PO-BALANCE
050800         PERFORM READ-PO-RECORD.
050900
051000 CHECK-ONE-PO-BALANCE.
051100     IF PO-VOUCHER-TOTAL NOT = PO-RELIEVED-AMOUNT
051200         PERFORM REPORT-PO-OUT-OF-BALANCE.
051300
051400 ADD-ONE-PO-VOUCHER.
051500     ADD WORK-AMOUNT TO PO-VOUCHER-TOTAL.
051600     PERFORM READ-WORK-RECORD.
051700
051800 REPORT-PO-NOT-ON-FILE.
051900     MOVE WORK-FILE-NAME TO PRINT-FILE.
052000     MOVE WORK-VOUCHER TO PRINT-KEY.
052100     MOVE WORK-PO-NO TO EDIT-PO.
052200     STRING "CARRIES PO " EDIT-PO " WHICH IS NOT ON FILE"
052300         DELIMITED BY SIZE INTO PRINT-REASON.
052400     PERFORM PRINT-ONE-EXCEPTION.
052500
052600 REPORT-PO-OUT-OF-BALANCE.
052700     MOVE "PORDER" TO PRINT-FILE.
052800     MOVE PO-NUMBER TO PRINT-KEY.
052900     MOVE PO-RELIEVED-AMOUNT TO EDIT-AMOUNT-1.
053000     MOVE PO-VOUCHER-TOTAL TO EDIT-AMOUNT-2.
053100     STRING "RELIEVED " EDIT-AMOUNT-1
053200            " VOUCHERS " EDIT-AMOUNT-2
053300         DELIMITED BY SIZE INTO PRINT-REASON.
053400     PERFORM PRINT-ONE-EXCEPTION.
053500
053600*---------------------------------
053700* 3 - Voucher GL accounts, the voucher's own and each of
053800* its distribution lines'
053900*---------------------------------
054000 CHECK-VOUCHER-ACCOUNTS.
054100     MOVE 3 TO CHECK-NUMBER.
054200     MOVE "VOUCHER GL ACCOUNTS" TO CHECK-TITLE.
054300     PERFORM START-ONE-CHECK.
054400
054500     OPEN INPUT VOUCHER-FILE.
054600     PERFORM READ-VOUCHER-RECORD.
054700     PERFORM CHECK-ONE-VOUCHER-ACCOUNT
054800         UNTIL VOUCHER-FILE-AT-END = "Y".
054900     CLOSE VOUCHER-FILE.
055000
055100     OPEN INPUT VOUCHER-DIST-FILE.
055200     PERFORM READ-VOUCHER-DIST-RECORD.
055300     PERFORM CHECK-ONE-VOUCHER-DIST
055400         UNTIL VOUCHER-DIST-AT-END = "Y".
055500     CLOSE VOUCHER-DIST-FILE.
055600     PERFORM END-ONE-CHECK.
055700
055800 CHECK-ONE-VOUCHER-ACCOUNT.
055900     MOVE VOUCHER-GL-ACCOUNT TO ACCOUNT-NUMBER.
056000     PERFORM READ-ACCOUNT-RECORD.
056100     IF ACCOUNT-RECORD-FOUND = "N"
056200         MOVE "VOUCHER" TO PRINT-FILE
056300         MOVE VOUCHER-NUMBER TO PRINT-KEY
056400         PERFORM REPORT-ACCOUNT-NOT-ON-FILE.
056500     PERFORM READ-VOUCHER-RECORD.
056600
056700 CHECK-ONE-VOUCHER-DIST.
056800     MOVE VOUCHER-DIST-GL-ACCOUNT TO ACCOUNT-NUMBER.
056900     PERFORM READ-ACCOUNT-RECORD.
057000     IF ACCOUNT-RECORD-FOUND = "N"
057100         MOVE "VCHDIST" TO PRINT-FILE
057200         STRING VOUCHER-DIST-VOUCHER "/" VOUCHER-DIST-LINE
057300             DELIMITED BY SIZE INTO PRINT-KEY
057400         PERFORM REPORT-ACCOUNT-NOT-ON-FILE.
057500     PERFORM READ-VOUCHER-DIST-RECORD.
057600
057700* The caller fills PRINT-FILE and PRINT-KEY, and leaves the
057800* missing account in ACCOUNT-NUMBER.
057900 REPORT-ACCOUNT-NOT-ON-FILE.
058000     MOVE ACCOUNT-NUMBER TO EDIT-ACCOUNT.
058100     STRING "GL ACCOUNT " EDIT-ACCOUNT " IS NOT ON FILE"
058200         DELIMITED BY SIZE INTO PRINT-REASON.
058300     PERFORM PRINT-ONE-EXCEPTION.
058400
058500*---------------------------------
058600* 4 - Template vendors and accounts, active or not, so a
058700* template switched back on does not generate against a
058800* vendor or account that is gone.
058900*---------------------------------
059000 CHECK-TEMPLATE-VENDORS.
059100     MOVE 4 TO CHECK-NUMBER.
059200     MOVE "TEMPLATE VENDORS AND ACCOUNTS" TO CHECK-TITLE.
059300     PERFORM START-ONE-CHECK.
059400
059500     OPEN INPUT TEMPLATE-FILE.
059600     PERFORM READ-TEMPLATE-RECORD.
059700     PERFORM CHECK-ONE-TEMPLATE
059800         UNTIL TEMPLATE-FILE-AT-END = "Y".
059900     CLOSE TEMPLATE-FILE.
060000
060100     OPEN INPUT TEMPLATE-DIST-FILE.
060200     PERFORM READ-TEMPLATE-DIST-RECORD.
060300     PERFORM CHECK-ONE-TEMPLATE-DIST
060400         UNTIL TEMPLATE-DIST-AT-END = "Y".
060500     CLOSE TEMPLATE-DIST-FILE.
060600     PERFORM END-ONE-CHECK.
060700
060800 CHECK-ONE-TEMPLATE.
060900     MOVE TEMPLATE-VENDOR TO VENDOR-NUMBER.
061000     PERFORM READ-VENDOR-RECORD.
061100     IF VENDOR-RECORD-FOUND = "N"
061200         MOVE "TMPLATE" TO PRINT-FILE
061300         MOVE TEMPLATE-NUMBER TO PRINT-KEY
061400         MOVE TEMPLATE-VENDOR TO EDIT-VENDOR
061500         STRING "VENDOR " EDIT-VENDOR " IS NOT ON FILE"
061600             DELIMITED BY SIZE INTO PRINT-REASON
061700         PERFORM PRINT-ONE-EXCEPTION.
061800
061900     MOVE TEMPLATE-GL-ACCOUNT TO ACCOUNT-NUMBER.
062000     PERFORM READ-ACCOUNT-RECORD.
062100     IF ACCOUNT-RECORD-FOUND = "N"
062200         MOVE "TMPLATE" TO PRINT-FILE
062300         MOVE TEMPLATE-NUMBER TO PRINT-KEY
062400         PERFORM REPORT-ACCOUNT-NOT-ON-FILE.
062500     PERFORM READ-TEMPLATE-RECORD.
062600
062700 CHECK-ONE-TEMPLATE-DIST.
062800     MOVE TEMPLATE-DIST-GL-ACCOUNT TO ACCOUNT-NUMBER.
062900     PERFORM READ-ACCOUNT-RECORD.
063000     IF ACCOUNT-RECORD-FOUND = "N"
063100         MOVE "TMPLDST" TO PRINT-FILE
063200         STRING TEMPLATE-DIST-TEMPLATE "/" TEMPLATE-DIST-LINE
063300             DELIMITED BY SIZE INTO PRINT-KEY
063400         PERFORM REPORT-ACCOUNT-NOT-ON-FILE.
063500     PERFORM READ-TEMPLATE-DIST-RECORD.
063600
063700*---------------------------------
063800* 5 - A voucher both open and in history would be paid or
063900* reported twice.
064000*---------------------------------
064100 CHECK-OPEN-AGAINST-HISTORY.
064200     MOVE 5 TO CHECK-NUMBER.
064300     MOVE "VOUCHERS BOTH OPEN AND IN HISTORY" TO CHECK-TITLE.
064400     PERFORM START-ONE-CHECK.
064500
064600     OPEN INPUT VOUCHER-FILE.
064700     OPEN INPUT HISTORY-FILE.
064800     PERFORM READ-VOUCHER-RECORD.
064900     PERFORM CHECK-ONE-OPEN-VOUCHER
065000         UNTIL VOUCHER-FILE-AT-END = "Y".
065100     CLOSE VOUCHER-FILE.
065200     CLOSE HISTORY-FILE.
065300     PERFORM END-ONE-CHECK.
065400
065500 CHECK-ONE-OPEN-VOUCHER.
065600     MOVE VOUCHER-NUMBER TO HISTORY-NUMBER.
065700     PERFORM READ-HISTORY-BY-NUMBER.
065800     IF HISTORY-RECORD-FOUND = "Y"
065900         MOVE "VOUCHER" TO PRINT-FILE
066000         MOVE VOUCHER-NUMBER TO PRINT-KEY
066100         MOVE "IS ALSO ON THE VOUCHER HISTORY FILE"
066200           TO PRINT-REASON
066300         PERFORM PRINT-ONE-EXCEPTION.
066400     PERFORM READ-VOUCHER-RECORD.
066500
066600*---------------------------------
066700* 6 - The open AP period against the paid dates.  A paid
066800* date in a month after the open period means the period
066900* close was skipped.  With no period on file date control
067000* is off and there is nothing to check.
067100*---------------------------------
067200 CHECK-PERIOD-AGAINST-PAID.
067300     MOVE 6 TO CHECK-NUMBER.
067400     MOVE "AP PERIOD AGAINST PAID DATES" TO CHECK-TITLE.
067500     PERFORM START-ONE-CHECK.
067600     PERFORM LOAD-OPEN-PERIOD.
067700     IF PERIOD-ON-FILE = "Y"
067800         PERFORM CHECK-ALL-PAID-DATES
067900     ELSE
068000         MOVE "  NO AP PERIOD ON FILE - DATE CONTROL IS OFF"
068100           TO PRINTER-RECORD
068200         PERFORM WRITE-TO-PRINTER.
068300     PERFORM END-ONE-CHECK.
068400
068500 CHECK-ALL-PAID-DATES.
068600     OPEN INPUT VOUCHER-FILE.
068700     PERFORM READ-VOUCHER-RECORD.
068800     PERFORM CHECK-ONE-VOUCHER-PAID-DATE
068900         UNTIL VOUCHER-FILE-AT-END = "Y".
069000     CLOSE VOUCHER-FILE.
069100
069200     OPEN INPUT HISTORY-FILE.
069300     PERFORM READ-HISTORY-RECORD.
069400     PERFORM CHECK-ONE-HISTORY-PAID-DATE
069500         UNTIL HISTORY-FILE-AT-END = "Y".
069600     CLOSE HISTORY-FILE.
069700
069800 CHECK-ONE-VOUCHER-PAID-DATE.
069900     MOVE VOUCHER-PAID-DATE TO PAID-DATE-TEST.
070000     IF PAID-TEST-MONTH > OPEN-PERIOD
070100         MOVE "VOUCHER" TO PRINT-FILE
070200         MOVE VOUCHER-NUMBER TO PRINT-KEY
070300         PERFORM REPORT-PAID-AFTER-PERIOD.
070400     PERFORM READ-VOUCHER-RECORD.
070500
070600 CHECK-ONE-HISTORY-PAID-DATE.
070700     MOVE HISTORY-PAID-DATE TO PAID-DATE-TEST.
070800     IF PAID-TEST-MONTH > OPEN-PERIOD
070900         MOVE "VCHHIST" TO PRINT-FILE
071000         MOVE HISTORY-NUMBER TO PRINT-KEY
071100         PERFORM REPORT-PAID-AFTER-PERIOD.
071200     PERFORM READ-HISTORY-RECORD.
071300
071400 REPORT-PAID-AFTER-PERIOD.
071500     STRING "PAID " PAID-DATE-TEST
071600            " AFTER OPEN AP PERIOD " OPEN-PERIOD
071700         DELIMITED BY SIZE INTO PRINT-REASON.
071800     PERFORM PRINT-ONE-EXCEPTION.
071900
072000 LOAD-OPEN-PERIOD.
072100     MOVE "N" TO PERIOD-ON-FILE.
072200     MOVE "N" TO PERIOD-FILE-AT-END.
072300     OPEN INPUT PERIOD-FILE.
072400     READ PERIOD-FILE
072500         AT END MOVE "Y" TO PERIOD-FILE-AT-END.
072600     IF PERIOD-FILE-AT-END = "N"
072700         MOVE "Y" TO PERIOD-ON-FILE
072800         MOVE PERIOD-OPEN-MONTH TO OPEN-PERIOD.
072900     CLOSE PERIOD-FILE.
073000
073100*---------------------------------
073200* Run result.  Any failed check returns a nonzero code so
073300* the nightly stream stops here.
073400*---------------------------------
073500 PRINT-RUN-RESULT.
073600     IF LINE-COUNT > MAXIMUM-LINES
073700         PERFORM START-NEXT-PAGE.
073800     MOVE SPACES TO PRINTER-RECORD.
073900     IF CHECKS-FAILED = ZEROES
074000         MOVE "ALL CHECKS PASSED" TO PRINTER-RECORD
074100     ELSE
074200         STRING CHECKS-FAILED " OF " CHECK-COUNT
074300                " CHECKS FAILED"
074400             DELIMITED BY SIZE INTO PRINTER-RECORD.
074500     PERFORM WRITE-TO-PRINTER.
074600     DISPLAY PRINTER-RECORD.
074700
074800     IF CHECKS-FAILED > ZEROES
074900         MOVE 8 TO RETURN-CODE.
075000
075100*---------------------------------
075200* Printing routines
075300*---------------------------------
075400 WRITE-TO-PRINTER.
075500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
075600     ADD 1 TO LINE-COUNT.
075700
075800 LINE-FEED.
075900     MOVE SPACE TO PRINTER-RECORD.
076000     PERFORM WRITE-TO-PRINTER.
076100
076200 START-NEXT-PAGE.
076300     PERFORM END-LAST-PAGE.
076400     PERFORM START-NEW-PAGE.
076500
076600 START-NEW-REPORT.
076700     MOVE SPACE TO EXCEPTION-LINE.
076800     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
076900     PERFORM START-NEW-PAGE.
077000
077100 START-NEW-PAGE.
077200     ADD 1 TO PAGE-NUMBER.
077300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
077400     MOVE TITLE-LINE TO PRINTER-RECORD.
077500     PERFORM WRITE-TO-PRINTER.
077600     PERFORM LINE-FEED.
077700     MOVE COLUMN-LINE TO PRINTER-RECORD.
077800     PERFORM WRITE-TO-PRINTER.
077900     PERFORM LINE-FEED.
078000
078100 END-LAST-PAGE.
078200     PERFORM FORM-FEED.
078300     MOVE ZERO TO LINE-COUNT.
078400
078500 FORM-FEED.
078600     MOVE SPACE TO PRINTER-RECORD.
078700     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
078800
078900*---------------------------------
079000* File IO routines
079100*---------------------------------
079200 READ-BANK-RECORD.
079300     MOVE "N" TO BANK-FILE-AT-END.
079400     READ BANK-ACCOUNT-FILE NEXT RECORD
079500         AT END MOVE "Y" TO BANK-FILE-AT-END.
079600
079700 READ-VOUCHER-RECORD.
079800     MOVE "N" TO VOUCHER-FILE-AT-END.
079900     READ VOUCHER-FILE NEXT RECORD
080000         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
080100
080200 READ-HISTORY-RECORD.
080300     MOVE "N" TO HISTORY-FILE-AT-END.
080400     READ HISTORY-FILE NEXT RECORD
080500         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
080600
080700 READ-HISTORY-BY-NUMBER.
080800     MOVE "Y" TO HISTORY-RECORD-FOUND.
080900     READ HISTORY-FILE RECORD
081000         INVALID KEY
081100         MOVE "N" TO HISTORY-RECORD-FOUND.
081200
081300* Used up, a file's match key goes past any PO number.
081400 READ-PO-RECORD.
081500     MOVE "N" TO PO-FILE-AT-END.
081600     READ PO-FILE NEXT RECORD
081700         AT END MOVE "Y" TO PO-FILE-AT-END.
081800     IF PO-FILE-AT-END = "Y"
081900         MOVE 999999 TO PO-MATCH-KEY
082000     ELSE
082100         MOVE PO-NUMBER TO PO-MATCH-KEY.
082200
082300 READ-WORK-RECORD.
082400     MOVE "N" TO WORK-FILE-AT-END.
082500     READ WORK-FILE NEXT RECORD
082600         AT END MOVE "Y" TO WORK-FILE-AT-END.
082700     IF WORK-FILE-AT-END = "Y"
082800         MOVE 999999 TO WORK-MATCH-KEY
082900     ELSE
083000         MOVE WORK-PO-NO TO WORK-MATCH-KEY.
083100
083200 READ-VOUCHER-DIST-RECORD.
083300     MOVE "N" TO VOUCHER-DIST-AT-END.
083400     READ VOUCHER-DIST-FILE NEXT RECORD
083500         AT END MOVE "Y" TO VOUCHER-DIST-AT-END.
083600
083700 READ-TEMPLATE-RECORD.
083800     MOVE "N" TO TEMPLATE-FILE-AT-END.
083900     READ TEMPLATE-FILE NEXT RECORD
084000         AT END MOVE "Y" TO TEMPLATE-FILE-AT-END.
084100
084200 READ-TEMPLATE-DIST-RECORD.
084300     MOVE "N" TO TEMPLATE-DIST-AT-END.
084400     READ TEMPLATE-DIST-FILE NEXT RECORD
084500         AT END MOVE "Y" TO TEMPLATE-DIST-AT-END.
084600
084700 READ-ACCOUNT-RECORD.
084800     MOVE "Y" TO ACCOUNT-RECORD-FOUND.
084900     READ ACCOUNT-FILE RECORD
085000         INVALID KEY
085100         MOVE "N" TO ACCOUNT-RECORD-FOUND.
085200
085300 READ-VENDOR-RECORD.
085400     MOVE "Y" TO VENDOR-RECORD-FOUND.
085500     READ VENDOR-FILE RECORD
085600         INVALID KEY
085700         MOVE "N" TO VENDOR-RECORD-FOUND.
