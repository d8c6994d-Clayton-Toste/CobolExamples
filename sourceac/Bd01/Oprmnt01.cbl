000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OPRMNT01.
000300*---------------------------------
000400* Operator master maintenance
000500* Add, change, delete and inquire on the operator master that
000600* the menu and the supervisor-only programs sign operators on
000700* against.  Administrator authority only.  A password is keyed
000800* but never shown, and never goes onto the audit log - the
000900* log records only that it was changed.  The administrator
001000* signed on may not delete their own record or lower their
001100* own level, so the file is never left with nobody to run it.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
001500 FILE-CONTROL.
001600
001700     COPY "SLOPER.CBL".
001800
001900     COPY "SLAUDIT.CBL".
002000
002100 DATA DIVISION.
002200 FILE SECTION.
002300
002400     COPY "FDOPER.CBL".
002500
002600     COPY "FDAUDIT.CBL".
002700
002800 WORKING-STORAGE SECTION.
002900
003000     COPY "WSCASE01.CBL".
003100
003200     COPY "WSAUDT01.CBL".
003300
003400 77  MENU-PICK             PIC X.
003500     88  PICK-ADD                 VALUE "A".
003600     88  PICK-CHANGE              VALUE "C".
003700     88  PICK-DELETE              VALUE "D".
003800     88  PICK-INQUIRE             VALUE "I".
003900     88  PICK-EXIT                VALUE "X".
004000
004100 77  OPERATOR-RECORD-FOUND   PIC X.
004200 77  DELETE-CONFIRMED        PIC X.
004300
004400* Every field prompt is accepted here first - on a change,
004500* a blank answer keeps the field as it stands on file.
004600 77  FIELD-ANSWER            PIC X(30).
004700
004800 77  ENTRY-OPERATOR-ID       PIC X(3).
004900 77  ENTRY-OPERATOR-NAME     PIC X(30).
005000 77  ENTRY-OPERATOR-PASSWORD PIC X(8).
005100 77  ENTRY-OPERATOR-LEVEL    PIC 9.
005200 77  PASSWORD-CHANGED        PIC X.
005300
005400 77  LEVEL-ANSWER            PIC X.
005500     88  LEVEL-ANSWER-VALID       VALUE "1" THRU "3".
005600
005700* The image that goes onto the audit log - the operator
005800* record with the password left off.
005900 01  OPERATOR-AUDIT-IMAGE.
006000     05  AUDIT-IMAGE-ID        PIC X(3).
006100     05  FILLER                PIC X(1) VALUE SPACE.
006200     05  AUDIT-IMAGE-NAME      PIC X(30).
006300     05  FILLER                PIC X(1) VALUE SPACE.
006400     05  AUDIT-IMAGE-LEVEL     PIC 9.
006500     05  FILLER                PIC X(1) VALUE SPACE.
006600     05  AUDIT-IMAGE-PASSWORD  PIC X(16).
006700
006800 PROCEDURE DIVISION.
006900 PROGRAM-BEGIN.
007000
007100     PERFORM OPENING-PROCEDURE.
007200     PERFORM MAIN-PROCESS.
007300     PERFORM CLOSING-PROCEDURE.
007400
007500 PROGRAM-EXIT.
007600     EXIT PROGRAM.
007700
007800 PROGRAM-DONE.
007900     ACCEPT OMITTED. STOP RUN.
008000
008100* The sign-on reads the operator master on its own, so the
008200* file is opened for update only once the operator is known.
008300 OPENING-PROCEDURE.
008400     MOVE "OPRMNT01" TO AUDIT-PROGRAM-ID.
008500     PERFORM GET-OPERATOR-INITIALS.
008600     IF OPERATOR-IS-ADMINISTRATOR
008700         OPEN I-O OPERATOR-FILE.
008800
008900 CLOSING-PROCEDURE.
009000     IF OPERATOR-IS-ADMINISTRATOR
009100         CLOSE OPERATOR-FILE.
009200
009300 MAIN-PROCESS.
009400     IF NOT OPERATOR-IS-ADMINISTRATOR
009500         DISPLAY "OPERATOR MAINTENANCE NEEDS ADMINISTRATOR"
009600             " AUTHORITY"
009700         MOVE 8 TO RETURN-CODE
009800     ELSE
009900         PERFORM GET-MENU-PICK
010000         PERFORM PROCESS-ONE-PICK
010100             UNTIL PICK-EXIT.
010200
010300 GET-MENU-PICK.
010400     DISPLAY "OPERATOR MASTER MAINTENANCE".
010500     DISPLAY "  A = ADD AN OPERATOR".
010600     DISPLAY "  C = CHANGE AN OPERATOR".
010700     DISPLAY "  D = DELETE AN OPERATOR".
010800     DISPLAY "  I = INQUIRE ON AN OPERATOR".
010900     DISPLAY "  X = EXIT".
011000     PERFORM ACCEPT-MENU-PICK.
011100     PERFORM RE-ACCEPT-MENU-PICK
011200         UNTIL PICK-ADD OR PICK-CHANGE OR PICK-DELETE
011300                        OR PICK-INQUIRE OR PICK-EXIT.
011400
011500 ACCEPT-MENU-PICK.
011600     DISPLAY "ENTER SELECTION:".
011700     ACCEPT MENU-PICK.
011800     INSPECT MENU-PICK
011900       CONVERTING LOWER-ALPHA
012000       TO         UPPER-ALPHA.
012100
012200 RE-ACCEPT-MENU-PICK.
012300     DISPLAY "YOU MUST ENTER A, C, D, I OR X".
012400     PERFORM ACCEPT-MENU-PICK.
012500
012600 PROCESS-ONE-PICK.
012700     IF PICK-ADD
012800         PERFORM ADD-AN-OPERATOR
012900     ELSE
013000         IF PICK-CHANGE
013100             PERFORM CHANGE-AN-OPERATOR
013200         ELSE
013300             IF PICK-DELETE
013400                 PERFORM DELETE-AN-OPERATOR
013500             ELSE
013600                 PERFORM INQUIRE-ON-AN-OPERATOR.
013700
013800     PERFORM GET-MENU-PICK.
013900
014000*---------------------------------
014100* Add an operator
014200*---------------------------------
014300 ADD-AN-OPERATOR.
014400     PERFORM GET-OPERATOR-ID.
014500     PERFORM READ-OPERATOR-RECORD.
014600     IF OPERATOR-RECORD-FOUND = "Y"
014700         DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
014800             " IS ALREADY ON FILE"
014900         PERFORM DISPLAY-THE-OPERATOR
015000     ELSE
015100         PERFORM GET-OPERATOR-FIELDS
015200         PERFORM WRITE-NEW-OPERATOR.
015300
015400 WRITE-NEW-OPERATOR.
015500     MOVE ENTRY-OPERATOR-ID TO OPERATOR-ID.
015600     PERFORM MOVE-ENTRY-TO-OPERATOR.
015700     MOVE "Y" TO PASSWORD-CHANGED.
015800     WRITE OPERATOR-RECORD
015900         INVALID KEY
016000         DISPLAY "OPERATOR " OPERATOR-ID
016100             " IS ALREADY ON FILE - NOT ADDED"
016200         NOT INVALID KEY
016300         MOVE "ADD   " TO AUDIT-LOG-ACTION
016400         MOVE SPACES TO AUDIT-LOG-BEFORE
016500         PERFORM BUILD-OPERATOR-AUDIT-IMAGE
016600         MOVE OPERATOR-AUDIT-IMAGE TO AUDIT-LOG-AFTER
016700         PERFORM AUDIT-THE-OPERATOR-RECORD.
016800
016900*---------------------------------
017000* Change an operator
017100*---------------------------------
017200 CHANGE-AN-OPERATOR.
017300     PERFORM GET-OPERATOR-ID.
017400     PERFORM READ-OPERATOR-RECORD.
017500     IF OPERATOR-RECORD-FOUND = "N"
017600         DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " IS NOT ON FILE"
017700     ELSE
017800         PERFORM DISPLAY-THE-OPERATOR
017900         PERFORM GET-OPERATOR-FIELDS
018000         PERFORM REWRITE-THE-OPERATOR.
018100
018200 REWRITE-THE-OPERATOR.
018300     MOVE "N" TO PASSWORD-CHANGED.
018400     PERFORM BUILD-OPERATOR-AUDIT-IMAGE.
018500     MOVE OPERATOR-AUDIT-IMAGE TO AUDIT-LOG-BEFORE.
018600     IF ENTRY-OPERATOR-PASSWORD NOT = OPERATOR-PASSWORD
018700         MOVE "Y" TO PASSWORD-CHANGED.
018800     PERFORM MOVE-ENTRY-TO-OPERATOR.
018900     REWRITE OPERATOR-RECORD
019000         INVALID KEY
019100         DISPLAY "OPERATOR " OPERATOR-ID
019200             " COULD NOT BE REWRITTEN"
019300         NOT INVALID KEY
019400         MOVE "CHANGE" TO AUDIT-LOG-ACTION
019500         PERFORM BUILD-OPERATOR-AUDIT-IMAGE
019600         MOVE OPERATOR-AUDIT-IMAGE TO AUDIT-LOG-AFTER
019700         PERFORM AUDIT-THE-OPERATOR-RECORD.
019800
019900*---------------------------------
020000* Delete an operator
020100*---------------------------------
020200 DELETE-AN-OPERATOR.
020300     PERFORM GET-OPERATOR-ID.
020400     PERFORM READ-OPERATOR-RECORD.
020500     IF OPERATOR-RECORD-FOUND = "N"
020600         DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " IS NOT ON FILE"
020700     ELSE
020800         IF OPERATOR-ID = OPERATOR-INITIALS
020900             DISPLAY "YOU MAY NOT DELETE YOUR OWN SIGN-ON"
021000         ELSE
021100             PERFORM DISPLAY-THE-OPERATOR
021200             PERFORM CONFIRM-THE-DELETE
021300             IF DELETE-CONFIRMED = "Y"
021400                 PERFORM DELETE-THE-OPERATOR.
021500
021600 CONFIRM-THE-DELETE.
021700     PERFORM ACCEPT-DELETE-CONFIRMED.
021800     PERFORM RE-ACCEPT-DELETE-CONFIRMED
021900         UNTIL DELETE-CONFIRMED = "Y" OR "N".
022000
022100 ACCEPT-DELETE-CONFIRMED.
022200     DISPLAY "DELETE THIS OPERATOR (Y/N)?".
022300     ACCEPT DELETE-CONFIRMED.
022400     INSPECT DELETE-CONFIRMED
022500       CONVERTING LOWER-ALPHA
022600       TO         UPPER-ALPHA.
022700
022800 RE-ACCEPT-DELETE-CONFIRMED.
022900     DISPLAY "YOU MUST ENTER YES OR NO".
023000     PERFORM ACCEPT-DELETE-CONFIRMED.
023100
023200 DELETE-THE-OPERATOR.
023300     MOVE "N" TO PASSWORD-CHANGED.
023400     PERFORM BUILD-OPERATOR-AUDIT-IMAGE.
023500     MOVE OPERATOR-AUDIT-IMAGE TO AUDIT-LOG-BEFORE.
023600     DELETE OPERATOR-FILE RECORD
023700         INVALID KEY
023800         DISPLAY "OPERATOR " OPERATOR-ID
023900             " COULD NOT BE DELETED"
024000         NOT INVALID KEY
024100         MOVE "DELETE" TO AUDIT-LOG-ACTION
024200         MOVE SPACES TO AUDIT-LOG-AFTER
024300         PERFORM AUDIT-THE-OPERATOR-RECORD.
024400
024500*---------------------------------
024600* Inquire on an operator
024700*---------------------------------
024800 INQUIRE-ON-AN-OPERATOR.
024900     PERFORM GET-OPERATOR-ID.
025000     PERFORM READ-OPERATOR-RECORD.
025100     IF OPERATOR-RECORD-FOUND = "N"
025200         DISPLAY "OPERATOR " ENTRY-OPERATOR-ID " IS NOT ON FILE"
025300     ELSE
025400         PERFORM DISPLAY-THE-OPERATOR.
025500
025600* The password is never shown.
025700 DISPLAY-THE-OPERATOR.
025800     DISPLAY "OPERATOR:     " OPERATOR-ID.
025900     DISPLAY "NAME:         " OPERATOR-NAME.
026000     DISPLAY "LEVEL:        " OPERATOR-LEVEL.
026100     DISPLAY "  1 = CLERK  2 = SUPERVISOR  3 = ADMINISTRATOR".
026200
026300*---------------------------------
026400* Field entry routines
026500*---------------------------------
026600 GET-OPERATOR-ID.
026700     MOVE SPACES TO ENTRY-OPERATOR-ID.
026800     DISPLAY "ENTER OPERATOR INITIALS:".
026900     PERFORM ACCEPT-OPERATOR-ID.
027000     PERFORM RE-ACCEPT-OPERATOR-ID
027100         UNTIL ENTRY-OPERATOR-ID NOT = SPACES.
027200
027300 ACCEPT-OPERATOR-ID.
027400     ACCEPT ENTRY-OPERATOR-ID.
027500     INSPECT ENTRY-OPERATOR-ID
027600       CONVERTING LOWER-ALPHA
027700       TO         UPPER-ALPHA.
027800
027900 RE-ACCEPT-OPERATOR-ID.
028000     DISPLAY "OPERATOR INITIALS MAY NOT BE BLANK".
028100     PERFORM ACCEPT-OPERATOR-ID.
028200
028300 GET-OPERATOR-FIELDS.
028400     IF PICK-CHANGE
028500         MOVE OPERATOR-NAME     TO ENTRY-OPERATOR-NAME
028600         MOVE OPERATOR-PASSWORD TO ENTRY-OPERATOR-PASSWORD
028700         MOVE OPERATOR-LEVEL    TO ENTRY-OPERATOR-LEVEL
028800         DISPLAY "ENTER NEW VALUE OR BLANK TO KEEP EACH FIELD."
028900     ELSE
029000         MOVE SPACES TO ENTRY-OPERATOR-NAME
029100                        ENTRY-OPERATOR-PASSWORD
029200         MOVE ZERO TO ENTRY-OPERATOR-LEVEL.
029300
029400     PERFORM GET-OPERATOR-NAME.
029500     PERFORM GET-OPERATOR-PASSWORD.
029600     PERFORM GET-OPERATOR-LEVEL.
029700
029800 GET-OPERATOR-NAME.
029900     DISPLAY "ENTER OPERATOR NAME:".
030000     PERFORM ACCEPT-FIELD-ANSWER.
030100     IF FIELD-ANSWER NOT = SPACES
030200         MOVE FIELD-ANSWER TO ENTRY-OPERATOR-NAME.
030300     PERFORM RE-ACCEPT-OPERATOR-NAME
030400         UNTIL ENTRY-OPERATOR-NAME NOT = SPACES.
030500
030600 RE-ACCEPT-OPERATOR-NAME.
030700     DISPLAY "OPERATOR NAME MAY NOT BE BLANK".
030800     PERFORM ACCEPT-FIELD-ANSWER.
030900     IF FIELD-ANSWER NOT = SPACES
031000         MOVE FIELD-ANSWER TO ENTRY-OPERATOR-NAME.
031100
031200* Passwords are held in upper case - the sign-on folds what
031300* is keyed the same way.
031400 GET-OPERATOR-PASSWORD.
031500     DISPLAY "ENTER PASSWORD:".
031600     PERFORM ACCEPT-FIELD-ANSWER.
031700     IF FIELD-ANSWER NOT = SPACES
031800         MOVE FIELD-ANSWER TO ENTRY-OPERATOR-PASSWORD.
031900     PERFORM RE-ACCEPT-OPERATOR-PASSWORD
032000         UNTIL ENTRY-OPERATOR-PASSWORD NOT = SPACES.
032100     INSPECT ENTRY-OPERATOR-PASSWORD
032200       CONVERTING LOWER-ALPHA
032300       TO         UPPER-ALPHA.
032400
032500 RE-ACCEPT-OPERATOR-PASSWORD.
032600     DISPLAY "PASSWORD MAY NOT BE BLANK".
032700     PERFORM ACCEPT-FIELD-ANSWER.
032800     IF FIELD-ANSWER NOT = SPACES
032900         MOVE FIELD-ANSWER TO ENTRY-OPERATOR-PASSWORD.
033000
033100* The administrator signed on keeps their own level, so the
033200* last administrator cannot sign the file away.
033300 GET-OPERATOR-LEVEL.
033400     DISPLAY "ENTER LEVEL (1 CLERK, 2 SUPERVISOR, 3 ADMIN):".
033500     PERFORM ACCEPT-LEVEL-ANSWER.
033600     IF LEVEL-ANSWER-VALID
033700         MOVE LEVEL-ANSWER TO ENTRY-OPERATOR-LEVEL.
033800     PERFORM RE-ACCEPT-OPERATOR-LEVEL
033900         UNTIL ENTRY-OPERATOR-LEVEL > ZERO
034000           AND (LEVEL-ANSWER = SPACE OR LEVEL-ANSWER-VALID).
034100     IF ENTRY-OPERATOR-ID = OPERATOR-INITIALS
034200        AND ENTRY-OPERATOR-LEVEL NOT = OPERATOR-AUTHORITY
034300         DISPLAY "YOUR OWN LEVEL IS LEFT AS IT STANDS"
034400         MOVE OPERATOR-AUTHORITY TO ENTRY-OPERATOR-LEVEL.
034500
034600 RE-ACCEPT-OPERATOR-LEVEL.
034700     DISPLAY "LEVEL MUST BE 1, 2 OR 3".
034800     PERFORM ACCEPT-LEVEL-ANSWER.
034900     IF LEVEL-ANSWER-VALID
035000         MOVE LEVEL-ANSWER TO ENTRY-OPERATOR-LEVEL.
035100
035200 ACCEPT-LEVEL-ANSWER.
035300     MOVE SPACE TO LEVEL-ANSWER.
035400     ACCEPT LEVEL-ANSWER.
035500
035600 ACCEPT-FIELD-ANSWER.
035700     MOVE SPACES TO FIELD-ANSWER.
035800     ACCEPT FIELD-ANSWER.
035900
036000 MOVE-ENTRY-TO-OPERATOR.
036100     MOVE ENTRY-OPERATOR-NAME     TO OPERATOR-NAME.
036200     MOVE ENTRY-OPERATOR-PASSWORD TO OPERATOR-PASSWORD.
036300     MOVE ENTRY-OPERATOR-LEVEL    TO OPERATOR-LEVEL.
036400
036500*---------------------------------
036600* File IO routines
036700*---------------------------------
036800 READ-OPERATOR-RECORD.
036900     MOVE ENTRY-OPERATOR-ID TO OPERATOR-ID.
037000     MOVE "Y" TO OPERATOR-RECORD-FOUND.
037100     READ OPERATOR-FILE RECORD
037200         INVALID KEY
037300         MOVE "N" TO OPERATOR-RECORD-FOUND.
037400
037500*---------------------------------
037600* Audit trail - the caller sets the action and the before
037700* and after images, this fills in the rest and writes.  The
037800* images carry a marker in place of the password.
037900*---------------------------------
038000 BUILD-OPERATOR-AUDIT-IMAGE.
038100     MOVE OPERATOR-ID    TO AUDIT-IMAGE-ID.
038200     MOVE OPERATOR-NAME  TO AUDIT-IMAGE-NAME.
038300     MOVE OPERATOR-LEVEL TO AUDIT-IMAGE-LEVEL.
038400     IF PASSWORD-CHANGED = "Y"
038500         MOVE "PASSWORD CHANGED" TO AUDIT-IMAGE-PASSWORD
038600     ELSE
038700         MOVE SPACES TO AUDIT-IMAGE-PASSWORD.
038800
038900 AUDIT-THE-OPERATOR-RECORD.
039000     MOVE "OPERATOR" TO AUDIT-LOG-FILE.
039100     MOVE OPERATOR-ID TO AUDIT-LOG-KEY.
039200     PERFORM WRITE-AUDIT-RECORD.
039300
039400*---------------------------------
039500* Utility Routines
039600*---------------------------------
039700     COPY "PLAUDT01.CBL".
