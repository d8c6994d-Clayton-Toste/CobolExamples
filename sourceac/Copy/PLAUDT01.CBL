000500* for each audited change fills AUDIT-LOG-FILE,
000600* AUDIT-LOG-ACTION, AUDIT-LOG-KEY, AUDIT-LOG-BEFORE and
000700* AUDIT-LOG-AFTER before PERFORMing WRITE-AUDIT-RECORD.
000710* The caller also declares the operator master, which the
000720* sign-on and VERIFY-SUPERVISOR read.
000800*---------------------------------
000900 GET-OPERATOR-INITIALS.
000905     IF SIGNON-STATUS NOT = "Y"
000910         PERFORM SIGN-ON-OPERATOR.
000915     MOVE SIGNON-INITIALS TO OPERATOR-INITIALS.
000920     MOVE SIGNON-LEVEL TO OPERATOR-AUTHORITY.
000925
000930* Initials and password are checked against the operator
000935* master until they match - every sign-on and every refusal
000940* lands on the audit log.
000945 SIGN-ON-OPERATOR.
000950     MOVE "N" TO SIGNON-STATUS.
000955     PERFORM ACCEPT-ONE-SIGNON
000960         UNTIL SIGNON-STATUS = "Y".
000965
000970 ACCEPT-ONE-SIGNON.
001000     MOVE SPACES TO KEYED-INITIALS.
001100     DISPLAY "ENTER OPERATOR INITIALS:".
001200     ACCEPT KEYED-INITIALS.
001300     INSPECT KEYED-INITIALS
001400       CONVERTING LOWER-ALPHA
001500       TO         UPPER-ALPHA.
001600     PERFORM RE-ACCEPT-OPERATOR-INITIALS
001700         UNTIL KEYED-INITIALS NOT = SPACES.
001705     PERFORM ACCEPT-KEYED-PASSWORD.
001710     PERFORM CHECK-KEYED-PASSWORD.
001715     MOVE KEYED-INITIALS TO OPERATOR-INITIALS.
001720     IF KEYED-PASSWORD-OK = "Y"
001725         MOVE "Y"            TO SIGNON-STATUS
001730         MOVE KEYED-INITIALS TO SIGNON-INITIALS
001735         MOVE KEYED-NAME     TO SIGNON-NAME
001740         MOVE KEYED-LEVEL    TO SIGNON-LEVEL
001745         DISPLAY "SIGNED ON: " SIGNON-NAME
001750         MOVE "SIGNON" TO AUDIT-LOG-ACTION
001755     ELSE
001760         DISPLAY "INITIALS OR PASSWORD NOT RECOGNIZED"
001765         MOVE "DENIED" TO AUDIT-LOG-ACTION.
001770     MOVE KEYED-INITIALS TO AUDIT-LOG-KEY.
001775     PERFORM AUDIT-THE-OPERATOR.
001800
001900 RE-ACCEPT-OPERATOR-INITIALS.
002000     DISPLAY "OPERATOR INITIALS MAY NOT BE BLANK".
002100     ACCEPT KEYED-INITIALS.
002200     INSPECT KEYED-INITIALS
002300       CONVERTING LOWER-ALPHA
002400       TO         UPPER-ALPHA.
002401
002402 ACCEPT-KEYED-PASSWORD.
002403     MOVE SPACES TO KEYED-PASSWORD.
002404     DISPLAY "ENTER PASSWORD:".
002405     ACCEPT KEYED-PASSWORD.
002406     INSPECT KEYED-PASSWORD
002407       CONVERTING LOWER-ALPHA
002408       TO         UPPER-ALPHA.
002409
002410* An operator file with nobody on it lets the first sign-on
002411* through as administrator, so the file can be set up - the
002412* first operator keyed closes that door.
002413 CHECK-KEYED-PASSWORD.
002414     MOVE "N" TO KEYED-PASSWORD-OK.
002415     OPEN INPUT OPERATOR-FILE.
002416     MOVE KEYED-INITIALS TO OPERATOR-ID.
002417     MOVE "Y" TO KEYED-FOUND.
002418     READ OPERATOR-FILE RECORD
002419         INVALID KEY
002420         MOVE "N" TO KEYED-FOUND.
002421     IF KEYED-FOUND = "N"
002422         PERFORM CHECK-FOR-FIRST-OPERATOR
002423     ELSE
002424         IF OPERATOR-PASSWORD = KEYED-PASSWORD
002425             MOVE "Y"            TO KEYED-PASSWORD-OK
002426             MOVE OPERATOR-NAME  TO KEYED-NAME
002427             MOVE OPERATOR-LEVEL TO KEYED-LEVEL.
002428     CLOSE OPERATOR-FILE.
002429
002430 CHECK-FOR-FIRST-OPERATOR.
002431     MOVE "N" TO OPERATOR-FILE-EMPTY.
002432     MOVE LOW-VALUES TO OPERATOR-ID.
002433     START OPERATOR-FILE
002434         KEY IS NOT < OPERATOR-ID
002435         INVALID KEY
002436         MOVE "Y" TO OPERATOR-FILE-EMPTY.
002437     IF OPERATOR-FILE-EMPTY = "Y"
002438         MOVE "Y" TO KEYED-PASSWORD-OK
002439         MOVE "OPERATOR FILE SETUP" TO KEYED-NAME
002440         MOVE 3 TO KEYED-LEVEL
002441         DISPLAY "NO OPERATORS ON FILE - SIGNED ON TO SET UP"
002442             " THE OPERATOR MASTER".
002443
002444* A supervisor signed on stands behind the exception as is.
002445* Under a clerk's sign-on a supervisor keys their own initials
002446* and password at the desk.  Either way the override is logged
002447* with the supervisor's initials as the key.
002448 VERIFY-SUPERVISOR.
002449     MOVE "N" TO SUPERVISOR-VERIFIED.
002450     IF OPERATOR-IS-SUPERVISOR
002451         MOVE "Y" TO SUPERVISOR-VERIFIED
002452         MOVE "OVERRD" TO AUDIT-LOG-ACTION
002453         MOVE OPERATOR-INITIALS TO AUDIT-LOG-KEY
002454         PERFORM AUDIT-THE-OPERATOR
002455     ELSE
002456         PERFORM ACCEPT-SUPERVISOR-SIGNATURE.
002457
002458 ACCEPT-SUPERVISOR-SIGNATURE.
002459     MOVE SPACES TO KEYED-INITIALS.
002460     DISPLAY "SUPERVISOR INITIALS:".
002461     ACCEPT KEYED-INITIALS.
002462     INSPECT KEYED-INITIALS
002463       CONVERTING LOWER-ALPHA
002464       TO         UPPER-ALPHA.
002465     PERFORM ACCEPT-KEYED-PASSWORD.
002466     PERFORM CHECK-KEYED-PASSWORD.
002467     IF KEYED-PASSWORD-OK = "Y"
002468        AND KEYED-LEVEL > 1
002469         MOVE "Y" TO SUPERVISOR-VERIFIED
002470         MOVE "OVERRD" TO AUDIT-LOG-ACTION
002471     ELSE
002472         DISPLAY "NOT A SUPERVISOR SIGN-ON - OVERRIDE REFUSED"
002473         MOVE "REFUSE" TO AUDIT-LOG-ACTION.
002474     MOVE KEYED-INITIALS TO AUDIT-LOG-KEY.
002475     PERFORM AUDIT-THE-OPERATOR.
002476
002477 AUDIT-THE-OPERATOR.
002478     MOVE "OPERATOR" TO AUDIT-LOG-FILE.
002479     MOVE SPACES TO AUDIT-LOG-BEFORE.
002480     MOVE SPACES TO AUDIT-LOG-AFTER.
002481     PERFORM WRITE-AUDIT-RECORD.
002500
002600 WRITE-AUDIT-RECORD.
002700     ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD.
