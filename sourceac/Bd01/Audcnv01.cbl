000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AUDCNV01.
000300*---------------------------------
000400* One-time audit log conversion
000500* Rewrites the audit log in the new layout, whose before and
000600* after images grew from 200 to 300 bytes to hold the longer
000700* vendor record.  Before running, rename the old file from
000800* AUDITLOG to AUDITOLD - the new log is then written under
000900* the AUDITLOG name and the record counts are reported so the
001000* conversion can be proved complete.  Run it before any
001100* maintenance or posting program runs on the new layout, or
001200* the changes those runs log are lost when the new log is
001300* written over them.
001400*---------------------------------
001500 ENVIRONMENT DIVISION.
001600 INPUT-OUTPUT SECTION.
001700 FILE-CONTROL.
001800
001900     SELECT OLD-AUDIT-FILE
002000         ASSIGN TO "AUDITOLD"
002100         ORGANIZATION IS LINE SEQUENTIAL.
002200
002300     COPY "SLAUDIT.CBL".
002400
002500 DATA DIVISION.
002600 FILE SECTION.
002700
002800* The old record - the stamp fields are unchanged, only the
002900* two images behind them were narrower.
003000 FD  OLD-AUDIT-FILE
003100     LABEL RECORDS ARE OMITTED.
003200 01  OLD-AUDIT-RECORD.
003300     05  OLD-AUDIT-STAMP           PIC X(54).
003400     05  OLD-AUDIT-BEFORE          PIC X(200).
003500     05  OLD-AUDIT-AFTER           PIC X(200).
003600
003700     COPY "FDAUDIT.CBL".
003800
003900 WORKING-STORAGE SECTION.
004000
004100     COPY "WSCASE01.CBL".
004200
004300 77  OK-TO-PROCESS         PIC X.
004400
004500 77  OLD-FILE-AT-END         PIC X.
004600
004700 77  RECORDS-READ            PIC 9(7) VALUE ZERO.
004800 77  RECORDS-WRITTEN         PIC 9(7) VALUE ZERO.
004900
005000 PROCEDURE DIVISION.
005100 PROGRAM-BEGIN.
005200
005300     PERFORM OPENING-PROCEDURE.
005400     PERFORM MAIN-PROCESS.
005500     PERFORM CLOSING-PROCEDURE.
005600
005700 PROGRAM-EXIT.
005800     EXIT PROGRAM.
005900
006000 PROGRAM-DONE.
006100     ACCEPT OMITTED. STOP RUN.
006200
006300 OPENING-PROCEDURE.
006400     DISPLAY "AUDIT LOG CONVERSION".
006500     DISPLAY "THE OLD FILE IS READ FROM AUDITOLD.".
006600     DISPLAY "THE NEW FILE IS WRITTEN AS AUDITLOG.".
006700
006800 CLOSING-PROCEDURE.
006900     DISPLAY "RECORDS READ:     " RECORDS-READ.
007000     DISPLAY "RECORDS WRITTEN:  " RECORDS-WRITTEN.
007100
007200 MAIN-PROCESS.
007300     PERFORM GET-OK-TO-PROCESS.
007400     IF OK-TO-PROCESS = "Y"
007500         PERFORM CONVERT-THE-FILE.
007600
007700 GET-OK-TO-PROCESS.
007800     PERFORM ACCEPT-OK-TO-PROCESS.
007900     PERFORM RE-ACCEPT-OK-TO-PROCESS
008000         UNTIL OK-TO-PROCESS = "Y" OR "N".
008100
008200 ACCEPT-OK-TO-PROCESS.
008300     DISPLAY "RUN THE CONVERSION (Y/N)?".
008400     ACCEPT OK-TO-PROCESS.
008500     INSPECT OK-TO-PROCESS
008600       CONVERTING LOWER-ALPHA
008700       TO         UPPER-ALPHA.
008800
008900 RE-ACCEPT-OK-TO-PROCESS.
009000     DISPLAY "YOU MUST ENTER YES OR NO".
009100     PERFORM ACCEPT-OK-TO-PROCESS.
009200
009300 CONVERT-THE-FILE.
009400     OPEN INPUT OLD-AUDIT-FILE.
009500     OPEN OUTPUT AUDIT-FILE.
009600
009700     PERFORM READ-OLD-AUDIT-RECORD.
009800     PERFORM CONVERT-ONE-AUDIT-RECORD
009900         UNTIL OLD-FILE-AT-END = "Y".
010000
010100     CLOSE OLD-AUDIT-FILE.
010200     CLOSE AUDIT-FILE.
010300
010400 READ-OLD-AUDIT-RECORD.
010500     MOVE "N" TO OLD-FILE-AT-END.
010600     READ OLD-AUDIT-FILE
010700         AT END MOVE "Y" TO OLD-FILE-AT-END.
010800
010900* The stamp fields sit in the same order at the front of the
011000* new record, so the group move lands them all and spaces the
011100* rest - each image then goes into its own wider field.
011200 CONVERT-ONE-AUDIT-RECORD.
011300     ADD 1 TO RECORDS-READ.
011400     MOVE OLD-AUDIT-STAMP  TO AUDIT-RECORD.
011500     MOVE OLD-AUDIT-BEFORE TO AUDIT-BEFORE.
011600     MOVE OLD-AUDIT-AFTER  TO AUDIT-AFTER.
011700     WRITE AUDIT-RECORD.
011800     ADD 1 TO RECORDS-WRITTEN.
011900     PERFORM READ-OLD-AUDIT-RECORD.
