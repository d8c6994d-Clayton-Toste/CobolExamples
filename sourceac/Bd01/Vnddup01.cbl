000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. VNDDUP01.
000300*---------------------------------
000400* Vendor master duplicate scrub
000500* Compares every vendor against all the others and lists the
000600* pairs that are likely the same supplier set up twice under
000700* two vendor numbers - the same tax ID, the same phone number,
000800* the same first address line and ZIP, or names that match
000900* once punctuation, spacing and endings such as INC, CO and
001000* LLC are taken off.  Tax ID and phone compare on their
001100* digits only, the address on its letters and digits.  Each
001200* suspect pair prints both vendors with their open voucher
001300* counts, their year-to-date paid amounts off the open and
001400* history vouchers, and their hold flags, so the record to
001500* hold and the record to keep can be picked side by side.
001600*---------------------------------
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000
002100     COPY "SLVND02.CBL".
002200
002300     COPY "SLVOUCH.CBL".
002400
002500     COPY "SLVCHHS.CBL".
002600
002700     SELECT WORK-FILE
002800         ASSIGN TO "WORK"
002900         ORGANIZATION IS SEQUENTIAL.
003000
003100     SELECT SORT-FILE
003200         ASSIGN TO "SORT".
003300
003400     SELECT PAIR-FILE
003500         ASSIGN TO "PAIRS"
003600         ORGANIZATION IS SEQUENTIAL.
003700
003800     SELECT PAIR-SORT-FILE
003900         ASSIGN TO "SORT".
004000
004100     SELECT PRINTER-FILE
004200         ASSIGN TO PRINTER
004300         ORGANIZATION IS LINE SEQUENTIAL.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700
004800     COPY "FDVND04.CBL".
004900
005000     COPY "FDVOUCH.CBL".
005100
005200     COPY "FDVCHHS.CBL".
005300
005400* One record per vendor per match test it can take part in -
005500* type 1 tax ID, 2 phone, 3 address and ZIP, 4 name.
005600 FD  WORK-FILE
005700     LABEL RECORDS ARE STANDARD.
005800 01  WORK-RECORD.
005900     05  WORK-MATCH-TYPE       PIC 9.
006000     05  WORK-MATCH-KEY        PIC X(40).
006100     05  WORK-VENDOR           PIC 9(5).
006200
006300 SD  SORT-FILE.
006400
006500 01  SORT-RECORD.
006600     05  SORT-MATCH-TYPE       PIC 9.
006700     05  SORT-MATCH-KEY        PIC X(40).
006800     05  SORT-VENDOR           PIC 9(5).
006900
007000* One record per pair per test it matched on, lower vendor
007100* number first, so the tests a pair matched on read together.
007200 FD  PAIR-FILE
007300     LABEL RECORDS ARE STANDARD.
007400 01  PAIR-RECORD.
007500     05  PAIR-LOW-VENDOR       PIC 9(5).
007600     05  PAIR-HIGH-VENDOR      PIC 9(5).
007700     05  PAIR-MATCH-TYPE       PIC 9.
007800
007900 SD  PAIR-SORT-FILE.
008000
008100 01  PAIR-SORT-RECORD.
008200     05  PAIR-SORT-LOW         PIC 9(5).
008300     05  PAIR-SORT-HIGH        PIC 9(5).
008400     05  PAIR-SORT-TYPE        PIC 9.
008500
008600 FD  PRINTER-FILE
008700     LABEL RECORDS ARE OMITTED.
008800 01  PRINTER-RECORD             PIC X(80).
008900
009000 WORKING-STORAGE SECTION.
009100
009200     COPY "WSCASE01.CBL".
009300
009400 77  OK-TO-PROCESS         PIC X.
009500
009600 77  VENDOR-FILE-AT-END      PIC X.
009700 77  VOUCHER-FILE-AT-END     PIC X.
009800 77  HISTORY-FILE-AT-END     PIC X.
009900 77  WORK-FILE-AT-END        PIC X.
010000 77  PAIR-FILE-AT-END        PIC X.
010100 77  VENDOR-RECORD-FOUND     PIC X.
010200
010300* The year the paid amounts are totalled for - blank takes
010400* the current year.
010500 77  REPORT-YEAR             PIC 9(4).
010600 01  TODAY-DATE              PIC 9(8).
010700 01  TODAY-DATE-R REDEFINES TODAY-DATE.
010800     05  TODAY-CCYY          PIC 9(4).
010900     05  FILLER              PIC 9(4).
011000
011100 01  PAID-DATE-FIELD         PIC 9(8).
011200 01  PAID-DATE-FIELD-R REDEFINES PAID-DATE-FIELD.
011300     05  PAID-DATE-CCYY      PIC 9(4).
011400     05  FILLER              PIC 9(4).
011500
011600* A field squeezed down to its letters and digits - or to
011700* its digits alone - for comparing.
011800 01  SQUEEZE-IN              PIC X(30).
011900 01  SQUEEZE-IN-R REDEFINES SQUEEZE-IN.
012000     05  SQUEEZE-IN-CHAR     PIC X OCCURS 30 TIMES.
012100 01  SQUEEZE-OUT             PIC X(30).
012200 01  SQUEEZE-OUT-R REDEFINES SQUEEZE-OUT.
012300     05  SQUEEZE-OUT-CHAR    PIC X OCCURS 30 TIMES.
012400 77  SQUEEZE-LENGTH          PIC 9(2) COMP.
012500 77  SQUEEZE-DIGITS-ONLY     PIC X.
012600 77  SQUEEZE-ZERO-COUNT      PIC 9(2) COMP.
012700 77  SCAN-INDEX              PIC 9(2) COMP.
012800
012900 77  SCAN-CHAR               PIC X.
013000     88  SCAN-IS-DIGIT            VALUE "0" THRU "9".
013100     88  SCAN-IS-LETTER           VALUE "A" THRU "I"
013200                                        "J" THRU "R"
013300                                        "S" THRU "Z".
013400     88  SCAN-IS-DROPPED          VALUE "." "'".
013500
013600 01  ZIP-FIELD               PIC X(10).
013700 01  ZIP-FIELD-R REDEFINES ZIP-FIELD.
013800     05  ZIP-FIRST-5         PIC X(5).
013900     05  FILLER              PIC X(5).
014000
014100 01  ADDRESS-MATCH-KEY.
014200     05  ADDRESS-MATCH-ZIP     PIC X(5).
014300     05  ADDRESS-MATCH-LINE    PIC X(30).
014400
014500* The vendor name broken into words, so the business endings
014600* can come off the end before the words are run together.
014700 01  NAME-WORD-TABLE.
014800     05  NAME-WORD OCCURS 15 TIMES.
014900         10  NAME-WORD-CHAR    PIC X OCCURS 30 TIMES.
015000 01  NAME-WORD-LENGTHS.
015100     05  NAME-WORD-LENGTH      PIC 9(2) COMP OCCURS 15 TIMES.
015200 77  WORD-COUNT              PIC 9(2) COMP.
015300 77  WORD-INDEX              PIC 9(2) COMP.
015400 77  FIRST-WORD              PIC 9(2) COMP.
015500 77  CHAR-INDEX              PIC 9(2) COMP.
015600 77  IN-A-WORD               PIC X.
015700 77  ENDING-DROPPED          PIC X.
015800 01  NORMAL-NAME             PIC X(30).
015900 01  NORMAL-NAME-R REDEFINES NORMAL-NAME.
016000     05  NORMAL-NAME-CHAR    PIC X OCCURS 30 TIMES.
016100 77  NORMAL-LENGTH           PIC 9(2) COMP.
016200
016300 01  TEST-WORD               PIC X(30).
016400
016500* Words that say what kind of business it is rather than
016600* which one - dropped from the end of a name.
016700 01  ENDING-TABLE.
016800     05  FILLER   PIC X(12) VALUE "INC".
016900     05  FILLER   PIC X(12) VALUE "INCORPORATED".
017000     05  FILLER   PIC X(12) VALUE "CO".
017100     05  FILLER   PIC X(12) VALUE "COMPANY".
017200     05  FILLER   PIC X(12) VALUE "CORP".
017300     05  FILLER   PIC X(12) VALUE "CORPORATION".
017400     05  FILLER   PIC X(12) VALUE "LLC".
017500     05  FILLER   PIC X(12) VALUE "LLP".
017600     05  FILLER   PIC X(12) VALUE "LP".
017700     05  FILLER   PIC X(12) VALUE "LTD".
017800     05  FILLER   PIC X(12) VALUE "LIMITED".
017900     05  FILLER   PIC X(12) VALUE "PC".
018000     05  FILLER   PIC X(12) VALUE "PLLC".
018200 01  ENDING-TABLE-R REDEFINES ENDING-TABLE.
018300     05  ENDING-WORD OCCURS 13 TIMES  PIC X(12).
018400 77  ENDING-COUNT            PIC 9(2) COMP VALUE 13.
018500 77  ENDING-INDEX            PIC 9(2) COMP.
018600 77  ENDING-MATCHED          PIC X.
018700
018800* The vendors sharing one match key.  Past the table size
018900* the extra vendors are counted and left out.
019000 01  GROUP-TABLE.
019100     05  GROUP-VENDOR        PIC 9(5) OCCURS 50 TIMES.
019200 77  GROUP-COUNT             PIC 9(3) COMP.
019300 77  GROUP-TABLE-SIZE        PIC 9(3) COMP VALUE 50.
019400 77  FIRST-INDEX             PIC 9(3) COMP.
019500 77  SECOND-INDEX            PIC 9(3) COMP.
019600 77  CURRENT-MATCH-TYPE      PIC 9.
019700 77  CURRENT-MATCH-KEY       PIC X(40).
019800 77  VENDORS-DROPPED         PIC 9(5) VALUE ZERO.
019900
020000 77  CURRENT-LOW-VENDOR      PIC 9(5).
020100 77  CURRENT-HIGH-VENDOR     PIC 9(5).
020200 77  MATCHED-TAX-ID          PIC X.
020300 77  MATCHED-PHONE           PIC X.
020400 77  MATCHED-ADDRESS         PIC X.
020500 77  MATCHED-NAME            PIC X.
020600
020700* One vendor's open count and paid amount for the year.
020800 77  STAT-VENDOR             PIC 9(5).
020900 77  STAT-OPEN-COUNT         PIC 9(4).
021000 77  STAT-YTD-PAID           PIC S9(8)V99.
021100
021200 77  LINE-COUNT              PIC 999 VALUE ZERO.
021300 77  PAGE-NUMBER             PIC 9999 VALUE ZERO.
021400 77  MAXIMUM-LINES           PIC 999 VALUE 55.
021500 77  PAIR-BLOCK-LINES        PIC 999 VALUE 8.
021600
021700 77  VENDORS-READ            PIC 9(5) VALUE ZERO.
021800 77  PAIRS-LISTED            PIC 9(5) VALUE ZERO.
021900
022000 01  VENDOR-LINE.
022100     05  PRINT-VENDOR      PIC 9(5).
022200     05  FILLER            PIC X(1) VALUE SPACE.
022300     05  PRINT-VENDOR-NAME PIC X(30).
022400     05  FILLER            PIC X(2) VALUE SPACE.
022500     05  FILLER            PIC X(5) VALUE "OPEN ".
022600     05  PRINT-OPEN-COUNT  PIC ZZZ9.
022700     05  FILLER            PIC X(2) VALUE SPACE.
022800     05  FILLER            PIC X(9) VALUE "YTD PAID ".
022900     05  PRINT-YTD-PAID    PIC Z,ZZZ,ZZ9.99-.
023000     05  FILLER            PIC X(2) VALUE SPACE.
023100     05  FILLER            PIC X(5) VALUE "HOLD ".
023200     05  PRINT-HOLD-FLAG   PIC X.
023300
023400 01  ADDRESS-LINE.
023500     05  FILLER            PIC X(6) VALUE SPACE.
023600     05  PRINT-ADDRESS-1   PIC X(30).
023700     05  FILLER            PIC X(1) VALUE SPACE.
023800     05  PRINT-CITY        PIC X(20).
023900     05  FILLER            PIC X(1) VALUE SPACE.
024000     05  PRINT-STATE       PIC X(2).
024100     05  FILLER            PIC X(1) VALUE SPACE.
024200     05  PRINT-ZIP         PIC X(10).
024300
024400 01  PHONE-LINE.
024500     05  FILLER            PIC X(6) VALUE SPACE.
024600     05  FILLER            PIC X(6) VALUE "PHONE ".
024700     05  PRINT-PHONE       PIC X(12).
024800     05  FILLER            PIC X(2) VALUE SPACE.
024900     05  FILLER            PIC X(7) VALUE "TAX ID ".
025000     05  PRINT-TAX-ID      PIC X(10).
025100
025200 01  MATCH-LINE.
025300     05  FILLER            PIC X(6) VALUE SPACE.
025400     05  FILLER            PIC X(12) VALUE "MATCHED ON: ".
025500     05  PRINT-MATCH-TAX-ID   PIC X(8).
025600     05  PRINT-MATCH-PHONE    PIC X(7).
025700     05  PRINT-MATCH-ADDRESS  PIC X(13).
025800     05  PRINT-MATCH-NAME     PIC X(4).
025900
026000 01  TITLE-LINE.
026100     05  FILLER              PIC X(18) VALUE SPACE.
026200     05  FILLER              PIC X(32)
026300         VALUE "VENDOR DUPLICATE SCRUB - PAID IN".
026400     05  FILLER              PIC X(1) VALUE SPACE.
026500     05  PRINT-TITLE-YEAR    PIC 9(4).
026600     05  FILLER              PIC X(11) VALUE SPACE.
026700     05  FILLER              PIC X(5) VALUE "PAGE:".
026800     05  FILLER              PIC X(1) VALUE SPACE.
026900     05  PRINT-PAGE-NUMBER   PIC ZZZ9.
027000
027100 01  CONTROL-LINE.
027200     05  PRINT-CONTROL-LITERAL PIC X(30).
027300     05  PRINT-CONTROL-COUNT   PIC ZZ,ZZ9.
027400
027500 PROCEDURE DIVISION.
027600 PROGRAM-BEGIN.
027700
027800     PERFORM OPENING-PROCEDURE.
027900     PERFORM MAIN-PROCESS.
028000     PERFORM CLOSING-PROCEDURE.
028100
028200 PROGRAM-EXIT.
028300     EXIT PROGRAM.
028400
028500 PROGRAM-DONE.
028600     ACCEPT OMITTED. STOP RUN.
028700
028800 OPENING-PROCEDURE.
028900     OPEN INPUT VENDOR-FILE.
029000     OPEN INPUT VOUCHER-FILE.
029100     OPEN INPUT HISTORY-FILE.
029200     OPEN OUTPUT PRINTER-FILE.
029300
029400 CLOSING-PROCEDURE.
029500     CLOSE VENDOR-FILE.
029600     CLOSE VOUCHER-FILE.
029700     CLOSE HISTORY-FILE.
029800     CLOSE PRINTER-FILE.
029900
030000 MAIN-PROCESS.
030100     PERFORM GET-OK-TO-PROCESS.
030200     IF OK-TO-PROCESS = "Y"
030300         PERFORM RUN-THE-REPORT.
030400
030500 GET-OK-TO-PROCESS.
030600     PERFORM ACCEPT-OK-TO-PROCESS.
030700     PERFORM RE-ACCEPT-OK-TO-PROCESS
030800         UNTIL OK-TO-PROCESS = "Y" OR "N".
030900
031000 ACCEPT-OK-TO-PROCESS.
031100     DISPLAY "PRINT THE VENDOR DUPLICATE SCRUB (Y/N)?".
031200     ACCEPT OK-TO-PROCESS.
031300     INSPECT OK-TO-PROCESS
031400       CONVERTING LOWER-ALPHA
031500       TO         UPPER-ALPHA.
031600
031700 RE-ACCEPT-OK-TO-PROCESS.
031800     DISPLAY "YOU MUST ENTER YES OR NO".
031900     PERFORM ACCEPT-OK-TO-PROCESS.
032000
032100 RUN-THE-REPORT.
032200     PERFORM GET-REPORT-YEAR.
032300     PERFORM SORT-THE-MATCH-KEYS.
032400     PERFORM SORT-THE-PAIRS.
032500     PERFORM START-NEW-REPORT.
032600     PERFORM PROCESS-THE-PAIR-FILE.
032700     PERFORM END-ONE-REPORT.
032800
032900 GET-REPORT-YEAR.
033000     DISPLAY "ENTER YEAR FOR PAID AMOUNTS CCYY (BLANK FOR THIS"
033100         " YEAR):".
033200     MOVE ZEROES TO REPORT-YEAR.
033300     ACCEPT REPORT-YEAR.
033400     IF REPORT-YEAR = ZEROES
033500         ACCEPT TODAY-DATE FROM DATE YYYYMMDD
033600         MOVE TODAY-CCYY TO REPORT-YEAR.
033700
033800*---------------------------------
033900* Pass 1 - every vendor's match keys, sorted so vendors that
034000* share a key sit together.
034100*---------------------------------
034200 SORT-THE-MATCH-KEYS.
034300     SORT SORT-FILE
034400         ON ASCENDING KEY SORT-MATCH-TYPE
034500                          SORT-MATCH-KEY
034600                          SORT-VENDOR
034700         INPUT PROCEDURE IS BUILD-MATCH-SORT
034800         GIVING WORK-FILE.
034900
035000 BUILD-MATCH-SORT.
035100     MOVE "N" TO VENDOR-FILE-AT-END.
035200     PERFORM READ-NEXT-VENDOR-RECORD.
035300     PERFORM RELEASE-ONE-VENDOR
035400         UNTIL VENDOR-FILE-AT-END = "Y".
035500
035600 READ-NEXT-VENDOR-RECORD.
035700     READ VENDOR-FILE NEXT RECORD
035800         AT END MOVE "Y" TO VENDOR-FILE-AT-END.
035900
036000 RELEASE-ONE-VENDOR.
036100     ADD 1 TO VENDORS-READ.
036200     MOVE VENDOR-NUMBER TO SORT-VENDOR.
036300     PERFORM RELEASE-TAX-ID-KEY.
036400     PERFORM RELEASE-PHONE-KEY.
036500     PERFORM RELEASE-ADDRESS-KEY.
036600     PERFORM RELEASE-NAME-KEY.
036700     PERFORM READ-NEXT-VENDOR-RECORD.
036800
036900* A blank or all-zero tax ID matches nothing.
037000 RELEASE-TAX-ID-KEY.
037100     MOVE VENDOR-TAX-ID TO SQUEEZE-IN.
037200     MOVE "Y" TO SQUEEZE-DIGITS-ONLY.
037300     PERFORM SQUEEZE-THE-FIELD.
037400     IF SQUEEZE-LENGTH > ZERO
037500        AND SQUEEZE-ZERO-COUNT < SQUEEZE-LENGTH
037600         MOVE 1 TO SORT-MATCH-TYPE
037700         MOVE SQUEEZE-OUT TO SORT-MATCH-KEY
037800         RELEASE SORT-RECORD.
037900
038000* A phone number short of seven digits matches nothing.
038100 RELEASE-PHONE-KEY.
038200     MOVE VENDOR-PHONE TO SQUEEZE-IN.
038300     MOVE "Y" TO SQUEEZE-DIGITS-ONLY.
038400     PERFORM SQUEEZE-THE-FIELD.
038500     IF SQUEEZE-LENGTH > 6
038600        AND SQUEEZE-ZERO-COUNT < SQUEEZE-LENGTH
038700         MOVE 2 TO SORT-MATCH-TYPE
038800         MOVE SQUEEZE-OUT TO SORT-MATCH-KEY
038900         RELEASE SORT-RECORD.
039000
039100 RELEASE-ADDRESS-KEY.
039200     MOVE VENDOR-ADDRESS-1 TO SQUEEZE-IN.
039300     MOVE "N" TO SQUEEZE-DIGITS-ONLY.
039400     PERFORM SQUEEZE-THE-FIELD.
039500     IF SQUEEZE-LENGTH > ZERO
039600         MOVE VENDOR-ZIP TO ZIP-FIELD
039700         MOVE ZIP-FIRST-5 TO ADDRESS-MATCH-ZIP
039800         MOVE SQUEEZE-OUT TO ADDRESS-MATCH-LINE
039900         MOVE 3 TO SORT-MATCH-TYPE
040000         MOVE ADDRESS-MATCH-KEY TO SORT-MATCH-KEY
040100         RELEASE SORT-RECORD.
040200
040300 RELEASE-NAME-KEY.
040400     PERFORM NORMALIZE-VENDOR-NAME.
040500     IF NORMAL-LENGTH > ZERO
040600         MOVE 4 TO SORT-MATCH-TYPE
040700         MOVE NORMAL-NAME TO SORT-MATCH-KEY
040800         RELEASE SORT-RECORD.
040900
041000*---------------------------------
041100* Squeeze SQUEEZE-IN into SQUEEZE-OUT - letters and digits
041200* kept, or digits alone, everything else dropped.
041300*---------------------------------
041400 SQUEEZE-THE-FIELD.
041500     INSPECT SQUEEZE-IN
041600       CONVERTING LOWER-ALPHA
041700       TO         UPPER-ALPHA.
041800     MOVE SPACES TO SQUEEZE-OUT.
041900     MOVE ZERO TO SQUEEZE-LENGTH.
042000     PERFORM SQUEEZE-ONE-CHAR
042100         VARYING SCAN-INDEX FROM 1 BY 1
042200           UNTIL SCAN-INDEX > 30.
042300     MOVE ZERO TO SQUEEZE-ZERO-COUNT.
042400     INSPECT SQUEEZE-OUT TALLYING SQUEEZE-ZERO-COUNT
042500         FOR ALL "0".
042600
042700 SQUEEZE-ONE-CHAR.
042800     MOVE SQUEEZE-IN-CHAR(SCAN-INDEX) TO SCAN-CHAR.
042900     IF SCAN-IS-DIGIT
043000        OR (SCAN-IS-LETTER AND SQUEEZE-DIGITS-ONLY = "N")
043100         ADD 1 TO SQUEEZE-LENGTH
043200         MOVE SCAN-CHAR TO SQUEEZE-OUT-CHAR(SQUEEZE-LENGTH).
043300
043400*---------------------------------
043500* The vendor name in upper case, split into words at spaces
043600* and punctuation (a period or apostrophe is simply dropped,
043700* so L.L.C. reads as LLC), the business endings taken off
043800* the end, a leading THE and any AND taken out, and what is
043900* left run together with no spaces.
044000*---------------------------------
044100 NORMALIZE-VENDOR-NAME.
044200     MOVE VENDOR-NAME TO SQUEEZE-IN.
044300     INSPECT SQUEEZE-IN
044400       CONVERTING LOWER-ALPHA
044500       TO         UPPER-ALPHA.
044600     MOVE SPACES TO NAME-WORD-TABLE.
044700     MOVE ZERO TO WORD-COUNT.
044800     MOVE "N" TO IN-A-WORD.
044900     PERFORM SPLIT-ONE-NAME-CHAR
045000         VARYING SCAN-INDEX FROM 1 BY 1
045100           UNTIL SCAN-INDEX > 30.
045200
045300     MOVE "Y" TO ENDING-DROPPED.
045400     PERFORM DROP-ONE-ENDING
045500         UNTIL ENDING-DROPPED = "N".
045600
045700     MOVE 1 TO FIRST-WORD.
045800     IF WORD-COUNT > 1
045900        AND NAME-WORD(1) = "THE"
046000         MOVE 2 TO FIRST-WORD.
046100
046200     MOVE SPACES TO NORMAL-NAME.
046300     MOVE ZERO TO NORMAL-LENGTH.
046400     PERFORM JOIN-ONE-NAME-WORD
046500         VARYING WORD-INDEX FROM FIRST-WORD BY 1
046600           UNTIL WORD-INDEX > WORD-COUNT.
046700
046800 SPLIT-ONE-NAME-CHAR.
046900     MOVE SQUEEZE-IN-CHAR(SCAN-INDEX) TO SCAN-CHAR.
047000     IF SCAN-IS-DIGIT OR SCAN-IS-LETTER
047100         PERFORM ADD-CHAR-TO-WORD
047200     ELSE
047300         IF NOT SCAN-IS-DROPPED
047400             MOVE "N" TO IN-A-WORD.
047500
047600* A name of more than fifteen words runs the rest together
047700* into the last word.
047800 ADD-CHAR-TO-WORD.
047900     IF IN-A-WORD = "N"
048000        AND WORD-COUNT < 15
048100         ADD 1 TO WORD-COUNT
048200         MOVE ZERO TO NAME-WORD-LENGTH(WORD-COUNT).
048300     MOVE "Y" TO IN-A-WORD.
048400     IF NAME-WORD-LENGTH(WORD-COUNT) < 30
048500         ADD 1 TO NAME-WORD-LENGTH(WORD-COUNT)
048600         MOVE NAME-WORD-LENGTH(WORD-COUNT) TO CHAR-INDEX
048700         MOVE SCAN-CHAR
048800             TO NAME-WORD-CHAR(WORD-COUNT, CHAR-INDEX).
048900
049000* The last word comes off while it is a business ending and
049100* there is still a word in front of it.
049200 DROP-ONE-ENDING.
049300     MOVE "N" TO ENDING-DROPPED.
049400     IF WORD-COUNT > 1
049500         MOVE NAME-WORD(WORD-COUNT) TO TEST-WORD
049600         PERFORM LOOK-UP-ENDING
049700         IF ENDING-MATCHED = "Y"
049800             SUBTRACT 1 FROM WORD-COUNT
049900             MOVE "Y" TO ENDING-DROPPED.
050000
050100 LOOK-UP-ENDING.
050200     MOVE "N" TO ENDING-MATCHED.
050300     PERFORM CHECK-ONE-ENDING
050400         VARYING ENDING-INDEX FROM 1 BY 1
050500           UNTIL ENDING-INDEX > ENDING-COUNT
050600              OR ENDING-MATCHED = "Y".
050700
050800 CHECK-ONE-ENDING.
050900     IF TEST-WORD = ENDING-WORD(ENDING-INDEX)
051000         MOVE "Y" TO ENDING-MATCHED.
051100
051200 JOIN-ONE-NAME-WORD.
051300     IF NAME-WORD(WORD-INDEX) NOT = "AND"
051400         PERFORM JOIN-ONE-NAME-CHAR
051500             VARYING CHAR-INDEX FROM 1 BY 1
051600               UNTIL CHAR-INDEX > NAME-WORD-LENGTH(WORD-INDEX).
051700
051800 JOIN-ONE-NAME-CHAR.
051900     IF NORMAL-LENGTH < 30
052000         ADD 1 TO NORMAL-LENGTH
052100         MOVE NAME-WORD-CHAR(WORD-INDEX, CHAR-INDEX)
052200             TO NORMAL-NAME-CHAR(NORMAL-LENGTH).
052300
052400*---------------------------------
052500* Pass 2 - every pair of vendors sharing a key, sorted by
052600* pair so the tests one pair matched on come together.
052700*---------------------------------
052800 SORT-THE-PAIRS.
052900     SORT PAIR-SORT-FILE
053000         ON ASCENDING KEY PAIR-SORT-LOW
053100                          PAIR-SORT-HIGH
053200                          PAIR-SORT-TYPE
053300         INPUT PROCEDURE IS BUILD-PAIR-SORT
053400         GIVING PAIR-FILE.
053500
053600 BUILD-PAIR-SORT.
053700     OPEN INPUT WORK-FILE.
053800     PERFORM READ-WORK-RECORD.
053900     PERFORM PROCESS-ONE-MATCH-GROUP
054000         UNTIL WORK-FILE-AT-END = "Y".
054100     CLOSE WORK-FILE.
054200
054300 READ-WORK-RECORD.
054400     MOVE "N" TO WORK-FILE-AT-END.
054500     READ WORK-FILE NEXT RECORD
054600         AT END MOVE "Y" TO WORK-FILE-AT-END.
054700
054800 PROCESS-ONE-MATCH-GROUP.
054900     MOVE WORK-MATCH-TYPE TO CURRENT-MATCH-TYPE.
055000     MOVE WORK-MATCH-KEY  TO CURRENT-MATCH-KEY.
055100     MOVE ZERO TO GROUP-COUNT.
055200     PERFORM LOAD-ONE-GROUP-VENDOR
055300         UNTIL WORK-FILE-AT-END = "Y"
055400            OR WORK-MATCH-TYPE NOT = CURRENT-MATCH-TYPE
055500            OR WORK-MATCH-KEY NOT = CURRENT-MATCH-KEY.
055600     IF GROUP-COUNT > 1
055700         PERFORM RELEASE-PAIRS-FOR-ONE
055800             VARYING FIRST-INDEX FROM 1 BY 1
055900               UNTIL FIRST-INDEX NOT < GROUP-COUNT.
056000
056100 LOAD-ONE-GROUP-VENDOR.
056200     IF GROUP-COUNT NOT < GROUP-TABLE-SIZE
056300         ADD 1 TO VENDORS-DROPPED
056400     ELSE
056500         ADD 1 TO GROUP-COUNT
056600         MOVE WORK-VENDOR TO GROUP-VENDOR(GROUP-COUNT).
056700     PERFORM READ-WORK-RECORD.
056800
056900* The group is in vendor number order, so the first of each
057000* pair is always the lower number.
057100 RELEASE-PAIRS-FOR-ONE.
057200     COMPUTE SECOND-INDEX = FIRST-INDEX + 1.
057300     PERFORM RELEASE-ONE-PAIR
057400         UNTIL SECOND-INDEX > GROUP-COUNT.
057500
057600 RELEASE-ONE-PAIR.
057700     MOVE GROUP-VENDOR(FIRST-INDEX)  TO PAIR-SORT-LOW.
057800     MOVE GROUP-VENDOR(SECOND-INDEX) TO PAIR-SORT-HIGH.
057900     MOVE CURRENT-MATCH-TYPE         TO PAIR-SORT-TYPE.
058000     RELEASE PAIR-SORT-RECORD.
058100     ADD 1 TO SECOND-INDEX.
058200
058300*---------------------------------
058400* One suspect pair at a time off the sorted pair file
058500*---------------------------------
058600 PROCESS-THE-PAIR-FILE.
058700     OPEN INPUT PAIR-FILE.
058800     PERFORM READ-PAIR-RECORD.
058900     PERFORM PROCESS-ONE-PAIR
059000         UNTIL PAIR-FILE-AT-END = "Y".
059100     CLOSE PAIR-FILE.
059200
059300 READ-PAIR-RECORD.
059400     MOVE "N" TO PAIR-FILE-AT-END.
059500     READ PAIR-FILE NEXT RECORD
059600         AT END MOVE "Y" TO PAIR-FILE-AT-END.
059700
059800 PROCESS-ONE-PAIR.
059900     MOVE PAIR-LOW-VENDOR  TO CURRENT-LOW-VENDOR.
060000     MOVE PAIR-HIGH-VENDOR TO CURRENT-HIGH-VENDOR.
060100     MOVE "N" TO MATCHED-TAX-ID MATCHED-PHONE
060200                 MATCHED-ADDRESS MATCHED-NAME.
060300     PERFORM NOTE-ONE-MATCH-TYPE
060400         UNTIL PAIR-FILE-AT-END = "Y"
060500            OR PAIR-LOW-VENDOR NOT = CURRENT-LOW-VENDOR
060600            OR PAIR-HIGH-VENDOR NOT = CURRENT-HIGH-VENDOR.
060700     PERFORM PRINT-THE-PAIR.
060800
060900 NOTE-ONE-MATCH-TYPE.
061000     IF PAIR-MATCH-TYPE = 1
061100         MOVE "Y" TO MATCHED-TAX-ID
061200     ELSE
061300         IF PAIR-MATCH-TYPE = 2
061400             MOVE "Y" TO MATCHED-PHONE
061500         ELSE
061600             IF PAIR-MATCH-TYPE = 3
061700                 MOVE "Y" TO MATCHED-ADDRESS
061800             ELSE
061900                 MOVE "Y" TO MATCHED-NAME.
062000     PERFORM READ-PAIR-RECORD.
062100
062200 PRINT-THE-PAIR.
062300     IF LINE-COUNT + PAIR-BLOCK-LINES > MAXIMUM-LINES
062400         PERFORM START-NEXT-PAGE.
062500     MOVE CURRENT-LOW-VENDOR TO STAT-VENDOR.
062600     PERFORM PRINT-ONE-PAIR-VENDOR.
062700     MOVE CURRENT-HIGH-VENDOR TO STAT-VENDOR.
062800     PERFORM PRINT-ONE-PAIR-VENDOR.
062900     PERFORM PRINT-MATCH-LINE.
063000     PERFORM LINE-FEED.
063100     ADD 1 TO PAIRS-LISTED.
063200
063300 PRINT-ONE-PAIR-VENDOR.
063400     MOVE STAT-VENDOR TO VENDOR-NUMBER.
063500     PERFORM READ-VENDOR-RECORD.
063600     IF VENDOR-RECORD-FOUND = "N"
063700         MOVE SPACES TO VENDOR-RECORD
063800         MOVE "*VENDOR NOT ON FILE*" TO VENDOR-NAME.
063900     PERFORM GATHER-VENDOR-ACTIVITY.
064000
064100     MOVE STAT-VENDOR      TO PRINT-VENDOR.
064200     MOVE VENDOR-NAME      TO PRINT-VENDOR-NAME.
064300     MOVE STAT-OPEN-COUNT  TO PRINT-OPEN-COUNT.
064400     MOVE STAT-YTD-PAID    TO PRINT-YTD-PAID.
064500     MOVE VENDOR-HOLD-FLAG TO PRINT-HOLD-FLAG.
064600     MOVE VENDOR-LINE TO PRINTER-RECORD.
064700     PERFORM WRITE-TO-PRINTER.
064800
064900     MOVE VENDOR-ADDRESS-1 TO PRINT-ADDRESS-1.
065000     MOVE VENDOR-CITY      TO PRINT-CITY.
065100     MOVE VENDOR-STATE     TO PRINT-STATE.
065200     MOVE VENDOR-ZIP       TO PRINT-ZIP.
065300     MOVE ADDRESS-LINE TO PRINTER-RECORD.
065400     PERFORM WRITE-TO-PRINTER.
065500
065600     MOVE VENDOR-PHONE     TO PRINT-PHONE.
065700     MOVE VENDOR-TAX-ID    TO PRINT-TAX-ID.
065800     MOVE PHONE-LINE TO PRINTER-RECORD.
065900     PERFORM WRITE-TO-PRINTER.
066000
066100 PRINT-MATCH-LINE.
066200     MOVE SPACES TO PRINT-MATCH-TAX-ID PRINT-MATCH-PHONE
066300                    PRINT-MATCH-ADDRESS PRINT-MATCH-NAME.
066400     IF MATCHED-TAX-ID = "Y"
066500         MOVE "TAX ID" TO PRINT-MATCH-TAX-ID.
066600     IF MATCHED-PHONE = "Y"
066700         MOVE "PHONE" TO PRINT-MATCH-PHONE.
066800     IF MATCHED-ADDRESS = "Y"
066900         MOVE "ADDRESS/ZIP" TO PRINT-MATCH-ADDRESS.
067000     IF MATCHED-NAME = "Y"
067100         MOVE "NAME" TO PRINT-MATCH-NAME.
067200     MOVE MATCH-LINE TO PRINTER-RECORD.
067300     PERFORM WRITE-TO-PRINTER.
067400
067500*---------------------------------
067600* One vendor's open vouchers and paid amount for the year,
067700* off the vendor alternate keys of the open and history
067800* voucher files.
067900*---------------------------------
068000 GATHER-VENDOR-ACTIVITY.
068100     MOVE ZERO TO STAT-OPEN-COUNT.
068200     MOVE ZERO TO STAT-YTD-PAID.
068300
068400     MOVE "N" TO VOUCHER-FILE-AT-END.
068500     MOVE STAT-VENDOR TO VOUCHER-VENDOR.
068600     START VOUCHER-FILE KEY IS NOT < VOUCHER-VENDOR
068700         INVALID KEY MOVE "Y" TO VOUCHER-FILE-AT-END.
068800     IF VOUCHER-FILE-AT-END = "N"
068900         PERFORM READ-NEXT-VOUCHER-RECORD.
069000     PERFORM ADD-ONE-VOUCHER
069100         UNTIL VOUCHER-FILE-AT-END = "Y"
069200            OR VOUCHER-VENDOR NOT = STAT-VENDOR.
069300
069400     MOVE "N" TO HISTORY-FILE-AT-END.
069500     MOVE STAT-VENDOR TO HISTORY-VENDOR.
069600     START HISTORY-FILE KEY IS NOT < HISTORY-VENDOR
069700         INVALID KEY MOVE "Y" TO HISTORY-FILE-AT-END.
069800     IF HISTORY-FILE-AT-END = "N"
069900         PERFORM READ-NEXT-HISTORY-RECORD.
070000     PERFORM ADD-ONE-HISTORY
070100         UNTIL HISTORY-FILE-AT-END = "Y"
070200            OR HISTORY-VENDOR NOT = STAT-VENDOR.
070300
070400 ADD-ONE-VOUCHER.
070500     IF VOUCHER-PAID-DATE = ZEROES
070600         ADD 1 TO STAT-OPEN-COUNT
070700     ELSE
070800         MOVE VOUCHER-PAID-DATE TO PAID-DATE-FIELD
070900         IF PAID-DATE-CCYY = REPORT-YEAR
071000             ADD VOUCHER-PAID-AMOUNT TO STAT-YTD-PAID.
071100     PERFORM READ-NEXT-VOUCHER-RECORD.
071200
071300 ADD-ONE-HISTORY.
071400     MOVE HISTORY-PAID-DATE TO PAID-DATE-FIELD.
071500     IF PAID-DATE-CCYY = REPORT-YEAR
071600         ADD HISTORY-PAID-AMOUNT TO STAT-YTD-PAID.
071700     PERFORM READ-NEXT-HISTORY-RECORD.
071800
071900 END-ONE-REPORT.
072000     IF PAIRS-LISTED = ZEROES
072100         MOVE "NO LIKELY DUPLICATE VENDORS FOUND"
072200             TO PRINTER-RECORD
072300         PERFORM WRITE-TO-PRINTER
072400         PERFORM LINE-FEED.
072500
072600     MOVE "VENDORS COMPARED" TO PRINT-CONTROL-LITERAL.
072700     MOVE VENDORS-READ TO PRINT-CONTROL-COUNT.
072800     MOVE CONTROL-LINE TO PRINTER-RECORD.
072900     PERFORM WRITE-TO-PRINTER.
073000     MOVE "SUSPECT PAIRS LISTED" TO PRINT-CONTROL-LITERAL.
073100     MOVE PAIRS-LISTED TO PRINT-CONTROL-COUNT.
073200     MOVE CONTROL-LINE TO PRINTER-RECORD.
073300     PERFORM WRITE-TO-PRINTER.
073400     IF VENDORS-DROPPED > ZEROES
073500         MOVE "VENDORS OVER GROUP SIZE" TO PRINT-CONTROL-LITERAL
073600         MOVE VENDORS-DROPPED TO PRINT-CONTROL-COUNT
073700         MOVE CONTROL-LINE TO PRINTER-RECORD
073800         PERFORM WRITE-TO-PRINTER.
073900     PERFORM END-LAST-PAGE.
074000
074100     DISPLAY "VENDORS COMPARED:     " VENDORS-READ.
074200     DISPLAY "SUSPECT PAIRS LISTED: " PAIRS-LISTED.
074300
074400*---------------------------------
074500* File IO routines
074600*---------------------------------
074700 READ-VENDOR-RECORD.
074800     MOVE "Y" TO VENDOR-RECORD-FOUND.
074900     READ VENDOR-FILE RECORD
075000         INVALID KEY
075100         MOVE "N" TO VENDOR-RECORD-FOUND.
075200
075300 READ-NEXT-VOUCHER-RECORD.
075400     READ VOUCHER-FILE NEXT RECORD
075500         AT END MOVE "Y" TO VOUCHER-FILE-AT-END.
075600
075700 READ-NEXT-HISTORY-RECORD.
075800     READ HISTORY-FILE NEXT RECORD
075900         AT END MOVE "Y" TO HISTORY-FILE-AT-END.
076000
076100*---------------------------------
076200* Printing routines
076300*---------------------------------
076400 WRITE-TO-PRINTER.
076500     WRITE PRINTER-RECORD BEFORE ADVANCING 1.
076600     ADD 1 TO LINE-COUNT.
076700
076800 LINE-FEED.
076900     MOVE SPACE TO PRINTER-RECORD.
077000     PERFORM WRITE-TO-PRINTER.
077100
077200 START-NEXT-PAGE.
077300     PERFORM END-LAST-PAGE.
077400     PERFORM START-NEW-PAGE.
077500
077600 START-NEW-REPORT.
077700     MOVE ZEROES TO LINE-COUNT PAGE-NUMBER.
077800     MOVE REPORT-YEAR TO PRINT-TITLE-YEAR.
077900     PERFORM START-NEW-PAGE.
078000
078100 START-NEW-PAGE.
078200     ADD 1 TO PAGE-NUMBER.
078300     MOVE PAGE-NUMBER TO PRINT-PAGE-NUMBER.
078400     MOVE TITLE-LINE TO PRINTER-RECORD.
078500     PERFORM WRITE-TO-PRINTER.
078600     PERFORM LINE-FEED.
078700
078800 END-LAST-PAGE.
078900     PERFORM FORM-FEED.
079000     MOVE ZERO TO LINE-COUNT.
079100
079200 FORM-FEED.
079300     MOVE SPACE TO PRINTER-RECORD.
079400     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
