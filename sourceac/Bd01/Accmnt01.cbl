000500* Add, change, delete and inquire on the account lookup file
000600* that validates the expense account on vouchers and
000700* recurring templates and drives the journal export.
000710* An account may name a default store, which the store
000720* operating statement charges when a voucher on the account
000730* has no distribution lines.
000800*---------------------------------
000900 ENVIRONMENT DIVISION.
001000 INPUT-OUTPUT SECTION.
001310
001320     COPY "SLAUDIT.CBL".
001400
001410     COPY "SLOPER.CBL".
001420
001430     COPY "SLSTOR.CBL".
001440
001500 DATA DIVISION.
001600 FILE SECTION.
001700
001800     COPY "FDACCT.CBL".
001810
001820     COPY "FDAUDIT.CBL".
001830
001840     COPY "FDOPER.CBL".
001850
001860     COPY "FDSTOR.CBL".
001900
002000 WORKING-STORAGE SECTION.
002100
003000
003100 77  ACCOUNT-RECORD-FOUND    PIC X.
003200 77  DELETE-CONFIRMED        PIC X.
003210 77  STORE-RECORD-FOUND      PIC X.
003220 77  STORE-ANSWER            PIC X.
003300
003400* Every field prompt is accepted here first - on a change,
003500* a blank answer keeps the field as it stands on file.
003700
003800 77  ENTRY-ACCOUNT-NUMBER    PIC 9(5).
003900 77  ENTRY-ACCOUNT-NAME      PIC X(30).
003910 77  ENTRY-DEFAULT-STORE     PIC 9(2).
003920 77  STORE-NUMBER-ANSWER     PIC 9(2).
004000
004100 PROCEDURE DIVISION.
004200 PROGRAM-BEGIN.
005300
005400 OPENING-PROCEDURE.
005500     OPEN I-O ACCOUNT-FILE.
005505     OPEN INPUT STORE-FILE.
005510     MOVE "ACCMNT01" TO AUDIT-PROGRAM-ID.
005520     PERFORM GET-OPERATOR-INITIALS.
005600
005700 CLOSING-PROCEDURE.
005800     CLOSE ACCOUNT-FILE.
005810     CLOSE STORE-FILE.
005900
006000 MAIN-PROCESS.
006100     PERFORM GET-MENU-PICK.
019400 DISPLAY-THE-ACCOUNT.
019500     DISPLAY "ACCOUNT NUMBER: " ACCOUNT-NUMBER.
019600     DISPLAY "NAME:           " ACCOUNT-NAME.
019605     IF ACCOUNT-DEFAULT-STORE = ZEROES
019610         DISPLAY "DEFAULT STORE:  NONE"
019615     ELSE
019620         PERFORM DISPLAY-DEFAULT-STORE.
019625
019630 DISPLAY-DEFAULT-STORE.
019635     MOVE ACCOUNT-DEFAULT-STORE TO STORE-NUMBER.
019640     PERFORM READ-STORE-RECORD.
019645     IF STORE-RECORD-FOUND = "N"
019650         MOVE "*STORE NOT ON FILE*" TO STORE-NAME.
019655     DISPLAY "DEFAULT STORE:  " ACCOUNT-DEFAULT-STORE
019660         " " STORE-NAME.
019700
019800*---------------------------------
019900* Field entry routines
021200 GET-ACCOUNT-FIELDS.
021300     IF PICK-CHANGE
021400         MOVE ACCOUNT-NAME TO ENTRY-ACCOUNT-NAME
021410         MOVE ACCOUNT-DEFAULT-STORE TO ENTRY-DEFAULT-STORE
021500         DISPLAY "ENTER NEW VALUE OR BLANK TO KEEP EACH FIELD."
021600     ELSE
021700         MOVE SPACES TO ENTRY-ACCOUNT-NAME
021710         MOVE ZEROES TO ENTRY-DEFAULT-STORE.
021800
021900     PERFORM GET-ACCOUNT-NAME.
021910     PERFORM GET-ACCOUNT-DEFAULT-STORE.
022000
022100 GET-ACCOUNT-NAME.
022200     DISPLAY "ENTER ACCOUNT NAME:".
023200     IF FIELD-ANSWER NOT = SPACES
023300         MOVE FIELD-ANSWER TO ENTRY-ACCOUNT-NAME.
023400
023402* The default store is asked as a yes/no first, so a store
023404* can be taken off an account as well as put on it.
023406 GET-ACCOUNT-DEFAULT-STORE.
023408     PERFORM ACCEPT-STORE-ANSWER.
023410     PERFORM RE-ACCEPT-STORE-ANSWER
023412         UNTIL STORE-ANSWER = "Y" OR "N".
023414     IF STORE-ANSWER = "N"
023416         MOVE ZEROES TO ENTRY-DEFAULT-STORE
023418     ELSE
023420         PERFORM GET-DEFAULT-STORE-NUMBER.
023422
023424 ACCEPT-STORE-ANSWER.
023426     DISPLAY "CHARGE THIS ACCOUNT TO A DEFAULT STORE (Y/N)?".
023428     ACCEPT STORE-ANSWER.
023430     INSPECT STORE-ANSWER
023432       CONVERTING LOWER-ALPHA
023434       TO         UPPER-ALPHA.
023436
023438 RE-ACCEPT-STORE-ANSWER.
023440     DISPLAY "YOU MUST ENTER YES OR NO".
023442     PERFORM ACCEPT-STORE-ANSWER.
023444
023446 GET-DEFAULT-STORE-NUMBER.
023448     PERFORM ACCEPT-DEFAULT-STORE-NUMBER.
023450     PERFORM RE-ACCEPT-DEFAULT-STORE-NUMBER
023452         UNTIL ENTRY-DEFAULT-STORE NOT = ZEROES
023454           AND STORE-RECORD-FOUND = "Y".
023456     DISPLAY "STORE: " STORE-NAME.
023458
023460 ACCEPT-DEFAULT-STORE-NUMBER.
023462     DISPLAY "ENTER DEFAULT STORE NUMBER:".
023464     MOVE ZEROES TO STORE-NUMBER-ANSWER.
023466     ACCEPT STORE-NUMBER-ANSWER.
023468     IF STORE-NUMBER-ANSWER NOT = ZEROES
023470         MOVE STORE-NUMBER-ANSWER TO ENTRY-DEFAULT-STORE.
023472     MOVE ENTRY-DEFAULT-STORE TO STORE-NUMBER.
023474     PERFORM READ-STORE-RECORD.
023476
023478 RE-ACCEPT-DEFAULT-STORE-NUMBER.
023480     DISPLAY "STORE " ENTRY-DEFAULT-STORE
023482         " IS NOT ON THE STORE FILE".
023484     MOVE ZEROES TO ENTRY-DEFAULT-STORE.
023486     PERFORM ACCEPT-DEFAULT-STORE-NUMBER.
023488
023500 ACCEPT-FIELD-ANSWER.
023600     MOVE SPACES TO FIELD-ANSWER.
023700     ACCEPT FIELD-ANSWER.
023800
023900 MOVE-ENTRY-TO-ACCOUNT.
024000     MOVE ENTRY-ACCOUNT-NAME TO ACCOUNT-NAME.
024010     MOVE ENTRY-DEFAULT-STORE TO ACCOUNT-DEFAULT-STORE.
024100
024200*---------------------------------
024300* File IO routines
024800     READ ACCOUNT-FILE RECORD
024900         INVALID KEY
025000         MOVE "N" TO ACCOUNT-RECORD-FOUND.
025010
025020 READ-STORE-RECORD.
025030     MOVE "Y" TO STORE-RECORD-FOUND.
025040     READ STORE-FILE RECORD
025050         INVALID KEY
025060         MOVE "N" TO STORE-RECORD-FOUND.
025100
025200*---------------------------------
025300* Audit trail - the caller sets the action and the before
