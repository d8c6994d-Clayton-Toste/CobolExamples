000800* lookups only wade through the years still open.  Rename
000900* VCHRETN to a year-named retention file after the run.  A
001000* control report proves records read equals records rolled
001100* plus records kept, so nothing was dropped.  Only a
001110* supervisor may run the roll-off.
001120* A voucher whose purchase order is still on the PO file
001130* stays on history whatever year it was paid, so the PO
001140* relieved amount can still be proved against its vouchers;
001150* it rolls off at the first run after the order is deleted.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600
001700     COPY "SLVCHHS.CBL".
001710
001720     COPY "SLAUDIT.CBL".
001730
001740     COPY "SLOPER.CBL".
001750
001760     COPY "SLPO.CBL".
001800
001900     SELECT RETAIN-FILE
002000         ASSIGN TO "VCHRETN"
003300
003400     COPY "FDVCHHS.CBL".
003500
003510     COPY "FDAUDIT.CBL".
003520
003530     COPY "FDOPER.CBL".
003540
003550     COPY "FDPO.CBL".
003560
003600* The rolled-off records ride out here - the same 169 bytes
003700* as the history record.
003800 FD  RETAIN-FILE
003900     LABEL RECORDS ARE STANDARD.
004000 01  RETAIN-RECORD              PIC X(169).
004100
004200* The kept records ride here between the split pass and the
004300* rebuild pass - the same 169 bytes as the history record.
004400 FD  WORK-FILE
004500     LABEL RECORDS ARE STANDARD.
004600 01  WORK-RECORD                PIC X(169).
004700
004800 FD  PRINTER-FILE
004900     LABEL RECORDS ARE OMITTED.
005300
005400     COPY "WSCASE01.CBL".
005500
005510     COPY "WSAUDT01.CBL".
005520
005600 77  OK-TO-PROCESS         PIC X.
005700
005800 77  HISTORY-FILE-AT-END     PIC X.
005900 77  WORK-FILE-AT-END        PIC X.
005910 77  PO-RECORD-FOUND         PIC X.
006000
006100* The closed year being rolled off - operator entered
006200 77  ROLL-YEAR             PIC 9(4) VALUE ZEROES.
007400 77  KEPT-COUNT            PIC 9(5) VALUE ZERO.
007500 77  ROLLED-TOTAL          PIC S9(8)V99 VALUE ZERO.
007600 77  KEPT-TOTAL            PIC S9(8)V99 VALUE ZERO.
007610 77  PO-HELD-COUNT         PIC 9(5) VALUE ZERO.
007620 77  PO-HELD-TOTAL         PIC S9(8)V99 VALUE ZERO.
007700
007800 01  TITLE-LINE.
007900     05  FILLER              PIC X(20) VALUE SPACE.
010400
010500 OPENING-PROCEDURE.
010600     OPEN OUTPUT PRINTER-FILE.
010610     MOVE "VHSROL01" TO AUDIT-PROGRAM-ID.
010620     PERFORM GET-OPERATOR-INITIALS.
010700
010800 CLOSING-PROCEDURE.
010900     CLOSE PRINTER-FILE.
011000
011100 MAIN-PROCESS.
011110     IF NOT OPERATOR-IS-SUPERVISOR
011120         DISPLAY "THE HISTORY ROLL-OFF NEEDS SUPERVISOR"
011130             " AUTHORITY"
011140         MOVE 8 TO RETURN-CODE
011150     ELSE
011200         PERFORM GET-OK-TO-PROCESS
011300         IF OK-TO-PROCESS = "Y"
011400             PERFORM RUN-THE-ROLL-OFF.
011500
011600 GET-OK-TO-PROCESS.
011700     PERFORM ACCEPT-OK-TO-PROCESS.
015000* Pass 1 - split the history file.  Records paid in the
015100* closed year go to the retention file, everything else goes
015200* to the work file to be written back in pass 2.
015210* A voucher still tied to a PO on file is always kept.
015300*---------------------------------
015400 SPLIT-THE-HISTORY-FILE.
015500     OPEN INPUT HISTORY-FILE.
015510     OPEN INPUT PO-FILE.
015600     OPEN OUTPUT RETAIN-FILE.
015700     OPEN OUTPUT WORK-FILE.
015800
016100         UNTIL HISTORY-FILE-AT-END = "Y".
016200
016300     CLOSE HISTORY-FILE.
016310     CLOSE PO-FILE.
016400     CLOSE RETAIN-FILE.
016500     CLOSE WORK-FILE.
016600
017200 SPLIT-ONE-HISTORY.
017300     ADD 1 TO RECORDS-READ.
017400     MOVE HISTORY-PAID-DATE TO PAID-DATE-FIELD.
017410     PERFORM LOOK-UP-HISTORY-PO.
017500     IF PAID-DATE-CCYY = ROLL-YEAR
017510        AND PO-RECORD-FOUND = "N"
017600         MOVE HISTORY-RECORD TO RETAIN-RECORD
017700         WRITE RETAIN-RECORD
017800         ADD 1 TO ROLLED-COUNT
018200         WRITE WORK-RECORD
018300         ADD 1 TO KEPT-COUNT
018400         ADD HISTORY-PAID-AMOUNT TO KEPT-TOTAL.
018410     IF PAID-DATE-CCYY = ROLL-YEAR
018420        AND PO-RECORD-FOUND = "Y"
018430         ADD 1 TO PO-HELD-COUNT
018440         ADD HISTORY-PAID-AMOUNT TO PO-HELD-TOTAL.
018500     PERFORM READ-HISTORY-RECORD.
018505
018510 LOOK-UP-HISTORY-PO.
018515     MOVE "N" TO PO-RECORD-FOUND.
018520     IF HISTORY-PO-NO NOT = ZEROES
018525         MOVE HISTORY-PO-NO TO PO-NUMBER
018530         PERFORM READ-PO-RECORD.
018535
018540 READ-PO-RECORD.
018545     MOVE "Y" TO PO-RECORD-FOUND.
018550     READ PO-FILE RECORD
018555         INVALID KEY
018560         MOVE "N" TO PO-RECORD-FOUND.
018600
018700*---------------------------------
018800* Pass 2 - rebuild the indexed history file from the kept
023800     MOVE KEPT-TOTAL TO PRINT-CONTROL-AMOUNT.
023900     MOVE CONTROL-LINE TO PRINTER-RECORD.
024000     PERFORM WRITE-TO-PRINTER.
024010
024020     MOVE "  KEPT FOR PO ON FILE   " TO PRINT-CONTROL-LITERAL.
024030     MOVE PO-HELD-COUNT TO PRINT-CONTROL-COUNT.
024040     MOVE PO-HELD-TOTAL TO PRINT-CONTROL-AMOUNT.
024050     MOVE CONTROL-LINE TO PRINTER-RECORD.
024060     PERFORM WRITE-TO-PRINTER.
024100     PERFORM LINE-FEED.
024200
024300     MOVE "RECORDS READ MUST EQUAL ROLLED PLUS KEPT"
024800     DISPLAY "RECORDS READ:        " RECORDS-READ.
024900     DISPLAY "ROLLED TO RETENTION: " ROLLED-COUNT.
025000     DISPLAY "KEPT ON HISTORY:     " KEPT-COUNT.
025010     DISPLAY "  KEPT FOR PO ON FILE: " PO-HELD-COUNT.
025100     DISPLAY "RENAME VCHRETN TO THE YEAR'S RETENTION FILE"
025200         " BEFORE THE NEXT ROLL-OFF.".
025300
026400 FORM-FEED.
026500     MOVE SPACE TO PRINTER-RECORD.
026600     WRITE PRINTER-RECORD BEFORE ADVANCING PAGE.
026700
026800*---------------------------------
026900* Utility Routines
027000*---------------------------------
027100     COPY "PLAUDT01.CBL".
