000100*---------------------------------
000200* Common audit-log working storage.
000300* OPERATOR-INITIALS  the signed-on operator, set once at
000310*                    program start.
000400* AUDIT-PROGRAM-ID   set once at program start.
000500* The AUDIT-LOG- fields stage one log entry - the caller
000600* fills them and the common write paragraph moves them onto
001200 77  AUDIT-LOG-FILE               PIC X(8).
001300 77  AUDIT-LOG-ACTION             PIC X(6).
001400 77  AUDIT-LOG-KEY                PIC X(15).
001500 77  AUDIT-LOG-BEFORE             PIC X(300).
001600 77  AUDIT-LOG-AFTER              PIC X(300).
001610 01  AUDIT-STAMP-DATE             PIC 9(8).
001700* TIME comes back as HHMMSSHH (hundredths last) - only the
001800* HHMMSS front goes on the log record.
002000 01  AUDIT-STAMP-TIME-R REDEFINES AUDIT-STAMP-TIME.
002100     05  AUDIT-STAMP-HHMMSS       PIC 9(6).
002200     05  FILLER                   PIC 9(2).
002300*
002400* The operator signed on for the session.  MENU01 signs the
002500* operator on once and every program it runs picks the same
002600* sign-on up here; a program run on its own signs on itself.
002700 01  SIGNON-AREA IS EXTERNAL.
002800     05  SIGNON-STATUS            PIC X.
002900     05  SIGNON-INITIALS          PIC X(3).
003000     05  SIGNON-NAME              PIC X(30).
003100     05  SIGNON-LEVEL             PIC 9.
003200* The signed-on operator's authority off the operator master -
003300* 1 clerk, 2 supervisor, 3 administrator.
003400 77  OPERATOR-AUTHORITY           PIC 9 VALUE ZERO.
003500     88  OPERATOR-IS-SUPERVISOR       VALUE 2 THRU 3.
003600     88  OPERATOR-IS-ADMINISTRATOR    VALUE 3.
003700* One keyed initials-and-password pair under test - a sign-on,
003800* or a supervisor signing for an override at a clerk's desk.
003900 77  KEYED-INITIALS               PIC X(3).
004000 77  KEYED-PASSWORD               PIC X(8).
004100 77  KEYED-NAME                   PIC X(30).
004200 77  KEYED-LEVEL                  PIC 9.
004300 77  KEYED-FOUND                  PIC X.
004400 77  KEYED-PASSWORD-OK            PIC X.
004500 77  SUPERVISOR-VERIFIED          PIC X.
004600 77  OPERATOR-FILE-EMPTY          PIC X.
