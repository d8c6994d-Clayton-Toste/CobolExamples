000700* The vendor must be on the vendor master and the expense
000800* account on the account lookup file before a template is
000900* accepted.
000910* Rent and utilities are often split across accounts and
000920* stores - a split template carries distribution lines
000930* that must add up to the template amount, and each
000940* generated voucher is split the same way.
001000*---------------------------------
001100 ENVIRONMENT DIVISION.
001200 INPUT-OUTPUT SECTION.
001910
001920     COPY "SLAUDIT.CBL".
002000
002010     COPY "SLOPER.CBL".
002020
002030     COPY "SLTMPDS.CBL".
002040
002050     COPY "SLSTOR.CBL".
002060
002100 DATA DIVISION.
002200 FILE SECTION.
002300
002800     COPY "FDACCT.CBL".
002810
002820     COPY "FDAUDIT.CBL".
002830
002840     COPY "FDOPER.CBL".
002850
002860     COPY "FDTMPDS.CBL".
002870
002880     COPY "FDSTOR.CBL".
002900
003000 WORKING-STORAGE SECTION.
003100
004200 77  VENDOR-RECORD-FOUND     PIC X.
004300 77  ACCOUNT-RECORD-FOUND    PIC X.
004400 77  DELETE-CONFIRMED        PIC X.
004410 77  STORE-RECORD-FOUND      PIC X.
004420 77  TEMPLATE-DIST-AT-END    PIC X.
004500
004600* Every field prompt is accepted here first - on a change,
004700* a blank answer keeps the field as it stands on file.
006200
006300 77  DISPLAY-AMOUNT          PIC ZZZ,ZZ9.99.
006400
006402* The distribution lines of a split template - loaded from
006404* file when the template is shown, re-keyed in full when
006406* they change, and written back only when re-keyed.  No
006408* lines means the whole amount goes to ENTRY-GL-ACCOUNT.
006410 77  SPLIT-ANSWER            PIC X.
006412 77  SPLIT-CHOICE            PIC X.
006414 77  SPLIT-DONE              PIC X.
006416 77  SPLIT-LINES-ENDED       PIC X.
006418 77  SPLIT-REKEYED           PIC X.
006420 77  ENTRY-SPLIT-ACCOUNT     PIC 9(5).
006422 77  ENTRY-SPLIT-STORE       PIC 9(2).
006424 77  ENTRY-SPLIT-AMOUNT      PIC S9(6)V99.
006426 77  SPLIT-TOTAL             PIC S9(7)V99.
006428 77  SPLIT-DIFFERENCE        PIC S9(7)V99.
006430 77  SPLIT-LINE-NUMBER       PIC 9(3).
006432 77  DISPLAY-SPLIT-AMOUNT    PIC Z,ZZZ,ZZ9.99-.
006434
006436 01  SPLIT-TABLE.
006438     05  SPLIT-ENTRY OCCURS 50 TIMES.
006440         10  SPLIT-GL-ACCOUNT      PIC 9(5).
006442         10  SPLIT-STORE           PIC 9(2).
006444         10  SPLIT-AMOUNT          PIC S9(6)V99.
006446
006448 77  MAXIMUM-SPLIT-LINES     PIC 9(3) COMP VALUE 50.
006450 77  SPLIT-COUNT             PIC 9(3) COMP VALUE ZERO.
006452 77  SPLIT-INDEX             PIC 9(3) COMP.
006454
006500 PROCEDURE DIVISION.
006600 PROGRAM-BEGIN.
006700
007900     OPEN I-O TEMPLATE-FILE.
008000     OPEN I-O VENDOR-FILE.
008100     OPEN INPUT ACCOUNT-FILE.
008102     OPEN I-O TEMPLATE-DIST-FILE.
008104     OPEN INPUT STORE-FILE.
008110     MOVE "TMPMNT01" TO AUDIT-PROGRAM-ID.
008120     PERFORM GET-OPERATOR-INITIALS.
008200
008400     CLOSE TEMPLATE-FILE.
008500     CLOSE VENDOR-FILE.
008600     CLOSE ACCOUNT-FILE.
008610     CLOSE TEMPLATE-DIST-FILE.
008620     CLOSE STORE-FILE.
008700
008800 MAIN-PROCESS.
008900     PERFORM GET-MENU-PICK.
015120         MOVE "ADD   " TO AUDIT-LOG-ACTION
015130         MOVE SPACES TO AUDIT-LOG-BEFORE
015140         MOVE TEMPLATE-RECORD TO AUDIT-LOG-AFTER
015150         PERFORM AUDIT-THE-TEMPLATE
015160         PERFORM SAVE-TEMPLATE-SPLIT.
015200
015300*---------------------------------
015400* Change a template
017210         NOT INVALID KEY
017220         MOVE "CHANGE" TO AUDIT-LOG-ACTION
017230         MOVE TEMPLATE-RECORD TO AUDIT-LOG-AFTER
017240         PERFORM AUDIT-THE-TEMPLATE
017250         PERFORM SAVE-TEMPLATE-SPLIT.
017300
017400*---------------------------------
017500* Delete a template
020910         NOT INVALID KEY
020920         MOVE "DELETE" TO AUDIT-LOG-ACTION
020930         MOVE SPACES TO AUDIT-LOG-AFTER
020940         PERFORM AUDIT-THE-TEMPLATE
020950         PERFORM DELETE-TEMPLATE-SPLIT.
021000
021100*---------------------------------
021200* Inquire on a template
023800     DISPLAY "DUE DAY:        " TEMPLATE-DUE-DAY.
023900     DISPLAY "DEDUCTIBLE:     " TEMPLATE-DEDUCTIBLE.
024000     DISPLAY "GL ACCOUNT:     " TEMPLATE-GL-ACCOUNT.
024010     PERFORM LOAD-TEMPLATE-SPLIT.
024100     DISPLAY "ACTIVE:         " TEMPLATE-ACTIVE.
024200     DISPLAY "LAST GENERATED: " TEMPLATE-LAST-GEN.
024202
024204* The template's split lines are shown and held in the
024206* split table, so a change starts from what is on file.
024208 LOAD-TEMPLATE-SPLIT.
024210     MOVE ZERO TO SPLIT-COUNT.
024212     MOVE ZERO TO SPLIT-TOTAL.
024214     PERFORM START-TEMPLATE-DIST.
024216     PERFORM LOAD-ONE-TEMPLATE-LINE
024218         UNTIL TEMPLATE-DIST-AT-END = "Y".
024220     IF SPLIT-COUNT > ZERO
024222         MOVE SPLIT-TOTAL TO DISPLAY-SPLIT-AMOUNT
024224         DISPLAY "SPLIT LINES TOTAL:    " DISPLAY-SPLIT-AMOUNT.
024226
024228 LOAD-ONE-TEMPLATE-LINE.
024230     MOVE TEMPLATE-DIST-AMOUNT TO DISPLAY-SPLIT-AMOUNT.
024232     DISPLAY "  LINE " TEMPLATE-DIST-LINE
024234         "  ACCOUNT " TEMPLATE-DIST-GL-ACCOUNT
024236         "  STORE " TEMPLATE-DIST-STORE
024238         "  AMOUNT " DISPLAY-SPLIT-AMOUNT.
024240     IF SPLIT-COUNT < MAXIMUM-SPLIT-LINES
024242         ADD 1 TO SPLIT-COUNT
024244         MOVE TEMPLATE-DIST-GL-ACCOUNT
024246             TO SPLIT-GL-ACCOUNT(SPLIT-COUNT)
024248         MOVE TEMPLATE-DIST-STORE TO SPLIT-STORE(SPLIT-COUNT)
024250         MOVE TEMPLATE-DIST-AMOUNT TO SPLIT-AMOUNT(SPLIT-COUNT)
024252         ADD TEMPLATE-DIST-AMOUNT TO SPLIT-TOTAL.
024254     PERFORM READ-NEXT-TEMPLATE-DIST.
024300
024400*---------------------------------
024500* Field entry routines
027400         MOVE ZEROES TO ENTRY-DUE-DAY
027500         MOVE "Y"    TO ENTRY-DEDUCTIBLE
027600         MOVE ZEROES TO ENTRY-GL-ACCOUNT
027700         MOVE "Y"    TO ENTRY-ACTIVE
027710         MOVE ZERO   TO SPLIT-COUNT
027720         MOVE ZERO   TO SPLIT-TOTAL.
027800
027900     PERFORM GET-TEMPLATE-VENDOR.
028000     PERFORM GET-TEMPLATE-INVOICE-PREFIX.
028200     PERFORM GET-TEMPLATE-AMOUNT.
028300     PERFORM GET-TEMPLATE-DUE-DAY.
028400     PERFORM GET-TEMPLATE-DEDUCTIBLE.
028500     PERFORM GET-TEMPLATE-DISTRIBUTION.
028600     PERFORM GET-TEMPLATE-ACTIVE.
028700
028800* The vendor must be on the vendor master - a template for a
039200         " IS NOT ON THE ACCOUNT FILE".
039300     PERFORM ACCEPT-TEMPLATE-GL-ACCOUNT.
039400
039401*---------------------------------
039402* Distribution lines
039403*---------------------------------
039404* A split template carries its lines instead of one expense
039405* account - the template's own account is set to the first
039406* line's.  Split lines that no longer add up to a changed
039407* amount must be re-keyed.
039408 GET-TEMPLATE-DISTRIBUTION.
039409     MOVE "N" TO SPLIT-REKEYED.
039410     IF SPLIT-COUNT = ZERO
039411         PERFORM GET-SPLIT-ANSWER
039412     ELSE
039413         IF SPLIT-TOTAL NOT = ENTRY-AMOUNT
039414             DISPLAY "THE SPLIT LINES NO LONGER ADD UP TO THE"
039415                 " AMOUNT - KEY THEM AGAIN"
039416             MOVE "Y" TO SPLIT-ANSWER
039417         ELSE
039418             PERFORM GET-REKEY-ANSWER.
039419     IF SPLIT-ANSWER = "Y"
039420         MOVE "Y" TO SPLIT-REKEYED
039421         MOVE ZERO TO SPLIT-COUNT
039422         MOVE ZERO TO SPLIT-TOTAL
039423         PERFORM GET-SPLIT-LINES.
039424     IF SPLIT-COUNT = ZERO
039425         PERFORM GET-TEMPLATE-GL-ACCOUNT
039426     ELSE
039427         MOVE SPLIT-GL-ACCOUNT(1) TO ENTRY-GL-ACCOUNT.
039428
039429 GET-SPLIT-ANSWER.
039430     PERFORM ACCEPT-SPLIT-ANSWER.
039431     PERFORM RE-ACCEPT-SPLIT-ANSWER
039432         UNTIL SPLIT-ANSWER = "Y" OR "N".
039433
039434 ACCEPT-SPLIT-ANSWER.
039435     DISPLAY "SPLIT ACROSS SEVERAL ACCOUNTS OR STORES (Y/N)?".
039436     ACCEPT SPLIT-ANSWER.
039437     INSPECT SPLIT-ANSWER
039438       CONVERTING LOWER-ALPHA
039439       TO         UPPER-ALPHA.
039440
039441 RE-ACCEPT-SPLIT-ANSWER.
039442     DISPLAY "YOU MUST ENTER YES OR NO".
039443     PERFORM ACCEPT-SPLIT-ANSWER.
039444
039445 GET-REKEY-ANSWER.
039446     PERFORM ACCEPT-REKEY-ANSWER.
039447     PERFORM RE-ACCEPT-REKEY-ANSWER
039448         UNTIL SPLIT-ANSWER = "Y" OR "N".
039449
039450 ACCEPT-REKEY-ANSWER.
039451     DISPLAY "KEY THE SPLIT LINES AGAIN (Y/N)?".
039452     ACCEPT SPLIT-ANSWER.
039453     INSPECT SPLIT-ANSWER
039454       CONVERTING LOWER-ALPHA
039455       TO         UPPER-ALPHA.
039456
039457 RE-ACCEPT-REKEY-ANSWER.
039458     DISPLAY "YOU MUST ENTER YES OR NO".
039459     PERFORM ACCEPT-REKEY-ANSWER.
039460
039500 GET-TEMPLATE-ACTIVE.
039600     PERFORM ACCEPT-TEMPLATE-ACTIVE.
039700     PERFORM RE-ACCEPT-TEMPLATE-ACTIVE
041000     DISPLAY "YOU MUST ENTER YES OR NO".
041100     PERFORM ACCEPT-TEMPLATE-ACTIVE.
041200
041201* Lines are keyed until a blank account ends them.  Lines
041202* that do not add up to the template amount are refused -
041203* the operator keys more lines, starts the lines over, or
041204* drops the split and charges a single account.
041205 GET-SPLIT-LINES.
041206     MOVE "N" TO SPLIT-DONE.
041207     PERFORM ENTER-SPLIT-LINES
041208         UNTIL SPLIT-DONE = "Y".
041209
041210 ENTER-SPLIT-LINES.
041211     MOVE "N" TO SPLIT-LINES-ENDED.
041212     PERFORM ENTER-ONE-SPLIT-LINE
041213         UNTIL SPLIT-LINES-ENDED = "Y".
041214     PERFORM CHECK-SPLIT-BALANCE.
041215
041216 ENTER-ONE-SPLIT-LINE.
041217     IF SPLIT-COUNT NOT < MAXIMUM-SPLIT-LINES
041218         DISPLAY "NO MORE LINES WILL FIT ON THIS TEMPLATE"
041219         MOVE "Y" TO SPLIT-LINES-ENDED
041220     ELSE
041221         PERFORM DISPLAY-SPLIT-REMAINING
041222         PERFORM GET-SPLIT-GL-ACCOUNT
041223         IF ENTRY-SPLIT-ACCOUNT = ZEROES
041224             MOVE "Y" TO SPLIT-LINES-ENDED
041225         ELSE
041226             PERFORM GET-SPLIT-STORE
041227             PERFORM GET-SPLIT-AMOUNT
041228             PERFORM ADD-ONE-SPLIT-LINE.
041229
041230 DISPLAY-SPLIT-REMAINING.
041231     COMPUTE SPLIT-DIFFERENCE = ENTRY-AMOUNT - SPLIT-TOTAL.
041232     MOVE SPLIT-DIFFERENCE TO DISPLAY-SPLIT-AMOUNT.
041233     COMPUTE SPLIT-LINE-NUMBER = SPLIT-COUNT + 1.
041234     DISPLAY "LINE " SPLIT-LINE-NUMBER
041235         " - LEFT TO DISTRIBUTE: " DISPLAY-SPLIT-AMOUNT.
041236
041237 GET-SPLIT-GL-ACCOUNT.
041238     PERFORM ACCEPT-SPLIT-GL-ACCOUNT.
041239     PERFORM RE-ACCEPT-SPLIT-GL-ACCOUNT
041240         UNTIL ENTRY-SPLIT-ACCOUNT = ZEROES
041241            OR ACCOUNT-RECORD-FOUND = "Y".
041242     IF ENTRY-SPLIT-ACCOUNT NOT = ZEROES
041243         DISPLAY "ACCOUNT: " ACCOUNT-NAME.
041244
041245 ACCEPT-SPLIT-GL-ACCOUNT.
041246     MOVE ZEROES TO ENTRY-SPLIT-ACCOUNT.
041247     DISPLAY "ENTER LINE EXPENSE ACCOUNT (BLANK TO END LINES):".
041248     ACCEPT ENTRY-SPLIT-ACCOUNT.
041249     MOVE ENTRY-SPLIT-ACCOUNT TO ACCOUNT-NUMBER.
041250     PERFORM READ-ACCOUNT-RECORD.
041251
041252 RE-ACCEPT-SPLIT-GL-ACCOUNT.
041253     DISPLAY "ACCOUNT " ENTRY-SPLIT-ACCOUNT
041254         " IS NOT ON THE ACCOUNT FILE".
041255     PERFORM ACCEPT-SPLIT-GL-ACCOUNT.
041256
041257* Store zero charges the line to no store in particular.
041258 GET-SPLIT-STORE.
041259     PERFORM ACCEPT-SPLIT-STORE.
041260     PERFORM RE-ACCEPT-SPLIT-STORE
041261         UNTIL STORE-RECORD-FOUND = "Y".
041262     IF ENTRY-SPLIT-STORE NOT = ZEROES
041263         DISPLAY "STORE: " STORE-NAME.
041264
041265 ACCEPT-SPLIT-STORE.
041266     MOVE ZEROES TO ENTRY-SPLIT-STORE.
041267     DISPLAY "ENTER STORE NUMBER (BLANK FOR NO STORE):".
041268     ACCEPT ENTRY-SPLIT-STORE.
041269     MOVE "Y" TO STORE-RECORD-FOUND.
041270     IF ENTRY-SPLIT-STORE NOT = ZEROES
041271         MOVE ENTRY-SPLIT-STORE TO STORE-NUMBER
041272         PERFORM READ-STORE-RECORD.
041273
041274 RE-ACCEPT-SPLIT-STORE.
041275     DISPLAY "STORE " ENTRY-SPLIT-STORE
041276         " IS NOT ON THE STORE FILE".
041277     PERFORM ACCEPT-SPLIT-STORE.
041278
041279 GET-SPLIT-AMOUNT.
041280     MOVE ZEROES TO ENTRY-SPLIT-AMOUNT.
041281     DISPLAY "ENTER LINE AMOUNT (999999.99):".
041282     ACCEPT ENTRY-SPLIT-AMOUNT.
041283     PERFORM RE-ACCEPT-SPLIT-AMOUNT
041284         UNTIL ENTRY-SPLIT-AMOUNT NOT = ZEROES.
041285
041286 RE-ACCEPT-SPLIT-AMOUNT.
041287     DISPLAY "LINE AMOUNT MAY NOT BE ZERO".
041288     ACCEPT ENTRY-SPLIT-AMOUNT.
041289
041290 ADD-ONE-SPLIT-LINE.
041291     ADD 1 TO SPLIT-COUNT.
041292     MOVE ENTRY-SPLIT-ACCOUNT TO SPLIT-GL-ACCOUNT(SPLIT-COUNT).
041293     MOVE ENTRY-SPLIT-STORE   TO SPLIT-STORE(SPLIT-COUNT).
041294     MOVE ENTRY-SPLIT-AMOUNT  TO SPLIT-AMOUNT(SPLIT-COUNT).
041295     ADD ENTRY-SPLIT-AMOUNT TO SPLIT-TOTAL.
041296
041300 ACCEPT-FIELD-ANSWER.
041400     MOVE SPACES TO FIELD-ANSWER.
041500     ACCEPT FIELD-ANSWER.
041700 ACCEPT-NUMBER-ANSWER.
041800     MOVE ZEROES TO NUMBER-ANSWER.
041900     ACCEPT NUMBER-ANSWER.
041902
041904 CHECK-SPLIT-BALANCE.
041906     IF SPLIT-COUNT > ZERO
041908        AND SPLIT-TOTAL = ENTRY-AMOUNT
041910         MOVE "Y" TO SPLIT-DONE
041912     ELSE
041914         MOVE SPLIT-TOTAL TO DISPLAY-SPLIT-AMOUNT
041916         DISPLAY "THE LINES TOTAL " DISPLAY-SPLIT-AMOUNT
041918         MOVE ENTRY-AMOUNT TO DISPLAY-SPLIT-AMOUNT
041920         DISPLAY "THE TEMPLATE IS " DISPLAY-SPLIT-AMOUNT
041922         DISPLAY "THE LINES MUST ADD UP TO THE TEMPLATE AMOUNT"
041924         PERFORM GET-SPLIT-CHOICE
041926         PERFORM APPLY-SPLIT-CHOICE.
041928
041930 GET-SPLIT-CHOICE.
041932     PERFORM ACCEPT-SPLIT-CHOICE.
041934     PERFORM RE-ACCEPT-SPLIT-CHOICE
041936         UNTIL SPLIT-CHOICE = "A" OR "S" OR "C".
041938
041940 ACCEPT-SPLIT-CHOICE.
041942     DISPLAY "A = ADD MORE LINES  S = START THE LINES OVER".
041944     DISPLAY "C = CANCEL THE SPLIT AND USE ONE ACCOUNT".
041946     DISPLAY "ENTER SELECTION:".
041948     ACCEPT SPLIT-CHOICE.
041950     INSPECT SPLIT-CHOICE
041952       CONVERTING LOWER-ALPHA
041954       TO         UPPER-ALPHA.
041956
041958 RE-ACCEPT-SPLIT-CHOICE.
041960     DISPLAY "YOU MUST ENTER A, S OR C".
041962     PERFORM ACCEPT-SPLIT-CHOICE.
041964
041966 APPLY-SPLIT-CHOICE.
041968     IF SPLIT-CHOICE = "S" OR "C"
041970         MOVE ZERO TO SPLIT-COUNT
041972         MOVE ZERO TO SPLIT-TOTAL.
041974     IF SPLIT-CHOICE = "C"
041976         MOVE "Y" TO SPLIT-DONE.
042000
042100 MOVE-ENTRY-TO-TEMPLATE.
042200     MOVE ENTRY-VENDOR         TO TEMPLATE-VENDOR.
045000         INVALID KEY
045100         MOVE "N" TO ACCOUNT-RECORD-FOUND.
045200
045201 READ-STORE-RECORD.
045202     MOVE "Y" TO STORE-RECORD-FOUND.
045203     READ STORE-FILE RECORD
045204         INVALID KEY
045205         MOVE "N" TO STORE-RECORD-FOUND.
045206
045207 START-TEMPLATE-DIST.
045208     MOVE "N" TO TEMPLATE-DIST-AT-END.
045209     MOVE ENTRY-TEMPLATE-NUMBER TO TEMPLATE-DIST-TEMPLATE.
045210     MOVE ZEROES TO TEMPLATE-DIST-LINE.
045211     START TEMPLATE-DIST-FILE KEY IS NOT < TEMPLATE-DIST-KEY
045212         INVALID KEY MOVE "Y" TO TEMPLATE-DIST-AT-END.
045213     IF TEMPLATE-DIST-AT-END = "N"
045214         PERFORM READ-NEXT-TEMPLATE-DIST.
045215
045216 READ-NEXT-TEMPLATE-DIST.
045217     READ TEMPLATE-DIST-FILE NEXT RECORD
045218         AT END MOVE "Y" TO TEMPLATE-DIST-AT-END.
045219     IF TEMPLATE-DIST-AT-END = "N"
045220        AND TEMPLATE-DIST-TEMPLATE NOT = ENTRY-TEMPLATE-NUMBER
045221         MOVE "Y" TO TEMPLATE-DIST-AT-END.
045222
045223*---------------------------------
045224* Split lines on file - replaced in full when re-keyed,
045225* removed with the template.
045226*---------------------------------
045227 SAVE-TEMPLATE-SPLIT.
045228     IF SPLIT-REKEYED = "Y"
045229         PERFORM DELETE-TEMPLATE-SPLIT
045230         PERFORM WRITE-ONE-TEMPLATE-LINE
045231             VARYING SPLIT-INDEX FROM 1 BY 1
045232               UNTIL SPLIT-INDEX > SPLIT-COUNT.
045233
045234 WRITE-ONE-TEMPLATE-LINE.
045235     MOVE ENTRY-TEMPLATE-NUMBER TO TEMPLATE-DIST-TEMPLATE.
045236     MOVE SPLIT-INDEX TO TEMPLATE-DIST-LINE.
045237     MOVE SPLIT-GL-ACCOUNT(SPLIT-INDEX)
045238         TO TEMPLATE-DIST-GL-ACCOUNT.
045239     MOVE SPLIT-STORE(SPLIT-INDEX) TO TEMPLATE-DIST-STORE.
045240     MOVE SPLIT-AMOUNT(SPLIT-INDEX) TO TEMPLATE-DIST-AMOUNT.
045241     WRITE TEMPLATE-DIST-RECORD
045242         INVALID KEY
045243         DISPLAY "LINE " TEMPLATE-DIST-LINE
045244             " COULD NOT BE WRITTEN"
045245         NOT INVALID KEY
045246         MOVE "ADD   " TO AUDIT-LOG-ACTION
045247         MOVE SPACES TO AUDIT-LOG-BEFORE
045248         MOVE TEMPLATE-DIST-RECORD TO AUDIT-LOG-AFTER
045249         PERFORM AUDIT-THE-TEMPLATE-LINE.
045250
045251 DELETE-TEMPLATE-SPLIT.
045252     PERFORM START-TEMPLATE-DIST.
045253     PERFORM DELETE-ONE-TEMPLATE-LINE
045254         UNTIL TEMPLATE-DIST-AT-END = "Y".
045255
045256 DELETE-ONE-TEMPLATE-LINE.
045257     MOVE TEMPLATE-DIST-RECORD TO AUDIT-LOG-BEFORE.
045258     DELETE TEMPLATE-DIST-FILE RECORD
045259         INVALID KEY
045260         DISPLAY "LINE " TEMPLATE-DIST-LINE
045261             " COULD NOT BE DELETED"
045262         NOT INVALID KEY
045263         MOVE "DELETE" TO AUDIT-LOG-ACTION
045264         MOVE SPACES TO AUDIT-LOG-AFTER
045265         PERFORM AUDIT-THE-TEMPLATE-LINE.
045266     PERFORM READ-NEXT-TEMPLATE-DIST.
045267
045300*---------------------------------
045400* Audit trail - the caller sets the action and the before
045500* and after images, this fills in the rest and writes.
045900     MOVE TEMPLATE-NUMBER TO AUDIT-LOG-KEY.
046000     PERFORM WRITE-AUDIT-RECORD.
046100
046110 AUDIT-THE-TEMPLATE-LINE.
046120     MOVE "TMPLDST" TO AUDIT-LOG-FILE.
046130     MOVE TEMPLATE-DIST-KEY TO AUDIT-LOG-KEY.
046140     PERFORM WRITE-AUDIT-RECORD.
046150
046200*---------------------------------
046300* Utility Routines
046400*---------------------------------
