000700* category and month, accumulating month-to-date and
000800* year-to-date amounts.  The dates already posted are kept on a control
000900* file so the same day's extract can never be posted twice.
000910* Each day is also kept by itself on the daily sales history
000920* file, by store, department and date, for the weekly flash.
000930*
000940* The day's posted sales are also totalled by store, and each
000950* store's total is loaded to the bank transaction register as
000960* that store's daily deposit - on the one bank account marked
000970* on the bank account master to take the store deposits - and
000980* added to the account's book balance.  A store whose day
000990* nets to zero or less has nothing to deposit and is listed.
001000*---------------------------------
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001500     COPY "SLSALES.CBL".
001600
001700     COPY "SLSLHS.CBL".
001710
001720     COPY "SLSLDY.CBL".
001730
001740     COPY "SLBNKAC.CBL".
001750
001760     COPY "SLBNKTR.CBL".
001800
001900* Dates already posted, one CCYYMMDD per line - OPTIONAL
002000* because there are none before the first posting run.
002800     COPY "FDSALES.CBL".
002900
003000     COPY "FDSLHS.CBL".
003010
003020     COPY "FDSLDY.CBL".
003030
003040     COPY "FDBNKAC.CBL".
003050
003060     COPY "FDBNKTR.CBL".
003100
003200 FD  CONTROL-FILE
003300     LABEL RECORDS ARE OMITTED.
004300 77  SALES-FILE-AT-END       PIC X.
004400 77  CONTROL-FILE-AT-END     PIC X.
004500 77  HISTORY-RECORD-FOUND    PIC X.
004510 77  DAILY-RECORD-FOUND      PIC X.
004600 77  DATE-ALREADY-POSTED     PIC X.
004700
004800* The business date being posted - taken from the first
006100 77  RECORDS-MISDATED        PIC 9(5) VALUE ZERO.
006200 77  POSTED-TOTAL            PIC S9(8)V99 VALUE ZERO.
006300
006305* The day's sales by store, loaded as the store deposits
006310 01  STORE-DEPOSIT-TABLE.
006315     05  STORE-DEPOSIT         PIC S9(8)V99 OCCURS 99 TIMES.
006320
006325 77  STORE-INDEX             PIC 9(3) COMP.
006330 77  DEPOSIT-STORE           PIC 9(2).
006335 77  BANK-FILE-AT-END        PIC X.
006340 77  DEPOSIT-ACCOUNT-FOUND   PIC X.
006345 77  DEPOSIT-ACCOUNT         PIC X(2).
006350 77  DEPOSITS-LOADED         PIC 9(3) VALUE ZERO.
006355 77  DEPOSITS-TOTAL          PIC S9(8)V99 VALUE ZERO.
006360
006400 PROCEDURE DIVISION.
006500 PROGRAM-BEGIN.
006600
007600
007700 OPENING-PROCEDURE.
007800     MOVE ZEROES TO POSTING-DATE.
007810     MOVE ZEROES TO STORE-DEPOSIT-TABLE.
007900
008000 CLOSING-PROCEDURE.
008100     IF RECORDS-POSTED > ZERO
008400     IF RECORDS-MISDATED > ZERO
008500         DISPLAY "RECORDS SKIPPED (WRONG DATE): "
008600             RECORDS-MISDATED.
008610     IF DEPOSITS-LOADED > ZERO
008620         DISPLAY "STORE DEPOSITS LOADED: " DEPOSITS-LOADED
008630             " TO BANK ACCOUNT " DEPOSIT-ACCOUNT
008640         DISPLAY "DEPOSIT TOTAL:   " DEPOSITS-TOTAL.
008700
008800 MAIN-PROCESS.
008900     PERFORM GET-OK-TO-PROCESS.
016100 POST-THE-SALES-FILE.
016200     OPEN INPUT SALES-FILE.
016300     OPEN I-O SALES-HISTORY-FILE.
016310     OPEN I-O DAILY-SALES-FILE.
016400
016500     PERFORM READ-SALES-RECORD.
016600     PERFORM POST-ONE-SALES-RECORD
016800
016900     CLOSE SALES-FILE.
017000     CLOSE SALES-HISTORY-FILE.
017010     CLOSE DAILY-SALES-FILE.
017020
017030     PERFORM LOAD-THE-STORE-DEPOSITS.
017100
017200* A record carrying a different date than the rest of the
017300* extract is skipped and counted rather than posted into
017700         ADD 1 TO RECORDS-MISDATED
017800     ELSE
017900         PERFORM POST-TO-THE-MONTH-RECORD
017910         PERFORM POST-TO-THE-DAY-RECORD
018000         ADD 1 TO RECORDS-POSTED
018100         ADD SALES-AMOUNT TO POSTED-TOTAL
018110         PERFORM ADD-TO-STORE-DEPOSIT.
018200     PERFORM READ-SALES-RECORD.
018210
018220 ADD-TO-STORE-DEPOSIT.
018230     IF SALES-STORE > ZERO
018240         ADD SALES-AMOUNT TO STORE-DEPOSIT (SALES-STORE).
018300
018400 POST-TO-THE-MONTH-RECORD.
018500     MOVE SALES-STORE      TO HIST-STORE.
019400         REWRITE SALES-HISTORY-RECORD
019500     ELSE
019600         PERFORM BUILD-NEW-MONTH-RECORD.
019602
019604* The categories of a department add into one day record.
019606 POST-TO-THE-DAY-RECORD.
019608     MOVE SALES-STORE      TO DAILY-STORE.
019610     MOVE SALES-DEPARTMENT TO DAILY-DEPARTMENT.
019612     MOVE SALES-DATE       TO DAILY-DATE.
019614     PERFORM READ-DAILY-RECORD.
019616     IF DAILY-RECORD-FOUND = "Y"
019618         ADD SALES-AMOUNT TO DAILY-AMOUNT
019620         REWRITE DAILY-SALES-RECORD
019622     ELSE
019624         MOVE SALES-DIVISION TO DAILY-DIVISION
019626         MOVE SALES-AMOUNT   TO DAILY-AMOUNT
019628         WRITE DAILY-SALES-RECORD
019630             INVALID KEY
019632             DISPLAY "DAILY RECORD COULD NOT BE WRITTEN FOR "
019634                 DAILY-KEY.
019636
019638 READ-DAILY-RECORD.
019640     MOVE "Y" TO DAILY-RECORD-FOUND.
019642     READ DAILY-SALES-FILE RECORD
019644         INVALID KEY
019646         MOVE "N" TO DAILY-RECORD-FOUND.
019700
019800 READ-HISTORY-RECORD.
019900     MOVE "Y" TO HISTORY-RECORD-FOUND.
023800     PERFORM READ-HISTORY-RECORD.
023900     IF HISTORY-RECORD-FOUND = "N"
024000         SUBTRACT 1 FROM SEED-MONTH-MM.
024100
024200*---------------------------------
024300* Store deposits to the bank register
024400*---------------------------------
024500 LOAD-THE-STORE-DEPOSITS.
024600     OPEN I-O BANK-ACCOUNT-FILE.
024700     OPEN I-O BANK-TRAN-FILE.
024800     PERFORM FIND-THE-DEPOSIT-ACCOUNT.
024900     IF DEPOSIT-ACCOUNT-FOUND = "N"
025000         DISPLAY "NO BANK ACCOUNT TAKES THE STORE DEPOSITS -"
025100         DISPLAY "NO DEPOSITS LOADED TO THE BANK REGISTER"
025200     ELSE
025300         PERFORM WRITE-THE-STORE-DEPOSITS.
025400     CLOSE BANK-ACCOUNT-FILE.
025500     CLOSE BANK-TRAN-FILE.
025600
025700 FIND-THE-DEPOSIT-ACCOUNT.
025800     MOVE "N" TO DEPOSIT-ACCOUNT-FOUND.
025900     MOVE "N" TO BANK-FILE-AT-END.
026000     MOVE LOW-VALUES TO BANK-ACCT-CODE.
026100     START BANK-ACCOUNT-FILE
026200         KEY IS NOT < BANK-ACCT-CODE
026300         INVALID KEY
026400         MOVE "Y" TO BANK-FILE-AT-END.
026500     PERFORM CHECK-ONE-DEPOSIT-ACCOUNT
026600         UNTIL BANK-FILE-AT-END = "Y"
026700            OR DEPOSIT-ACCOUNT-FOUND = "Y".
026800
026900 CHECK-ONE-DEPOSIT-ACCOUNT.
027000     READ BANK-ACCOUNT-FILE NEXT RECORD
027100         AT END MOVE "Y" TO BANK-FILE-AT-END.
027200     IF BANK-FILE-AT-END = "N"
027300        AND BANK-ACCT-TAKES-DEPOSITS
027400         MOVE "Y" TO DEPOSIT-ACCOUNT-FOUND.
027500
027600* Each deposit takes the account's next register number and
027700* goes on its book balance - the master is rewritten once
027800* after the last store.
027900 WRITE-THE-STORE-DEPOSITS.
028000     MOVE BANK-ACCT-CODE TO DEPOSIT-ACCOUNT.
028100     PERFORM WRITE-ONE-STORE-DEPOSIT
028200         VARYING STORE-INDEX FROM 1 BY 1
028300           UNTIL STORE-INDEX > 99.
028400     REWRITE BANK-ACCOUNT-RECORD
028500         INVALID KEY
028600         DISPLAY "BANK ACCOUNT " BANK-ACCT-CODE
028700             " COULD NOT BE REWRITTEN".
028800
028900 WRITE-ONE-STORE-DEPOSIT.
029000     MOVE STORE-INDEX TO DEPOSIT-STORE.
029100     IF STORE-DEPOSIT (STORE-INDEX) > ZERO
029200         PERFORM WRITE-THE-DEPOSIT-ENTRY
029300     ELSE
029400         IF STORE-DEPOSIT (STORE-INDEX) < ZERO
029500             DISPLAY "STORE " DEPOSIT-STORE
029600                 " NET SALES BELOW ZERO - NO DEPOSIT LOADED".
029700
029800 WRITE-THE-DEPOSIT-ENTRY.
029900     ADD 1 TO BANK-ACCT-LAST-ENTRY.
030000     ADD STORE-DEPOSIT (STORE-INDEX) TO BANK-ACCT-BOOK-BALANCE.
030100     MOVE BANK-ACCT-CODE         TO BANK-TRAN-ACCOUNT.
030200     MOVE BANK-ACCT-LAST-ENTRY   TO BANK-TRAN-NUMBER.
030300     MOVE "D"                    TO BANK-TRAN-TYPE.
030400     MOVE POSTING-DATE           TO BANK-TRAN-DATE.
030500     MOVE STORE-DEPOSIT (STORE-INDEX) TO BANK-TRAN-AMOUNT.
030600     MOVE SPACES TO BANK-TRAN-DESCRIPTION.
030700     STRING "STORE " DEPOSIT-STORE " DAILY SALES DEPOSIT"
030800         DELIMITED BY SIZE INTO BANK-TRAN-DESCRIPTION.
030900     MOVE DEPOSIT-STORE          TO BANK-TRAN-STORE.
031000     MOVE SPACES                 TO BANK-TRAN-OTHER-ACCOUNT.
031100     MOVE ZEROES                 TO BANK-TRAN-REVERSAL-OF.
031200     MOVE ZEROES                 TO BANK-TRAN-REVERSED-BY.
031300     MOVE "SLS"                  TO BANK-TRAN-ENTERED-BY.
031400     WRITE BANK-TRAN-RECORD
031500         INVALID KEY
031600         DISPLAY "REGISTER ENTRY " BANK-TRAN-KEY
031700             " COULD NOT BE WRITTEN".
031800     ADD 1 TO DEPOSITS-LOADED.
031900     ADD STORE-DEPOSIT (STORE-INDEX) TO DEPOSITS-TOTAL.
