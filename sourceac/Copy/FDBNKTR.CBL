000100*---------------------------------
000200* Bank transaction register record layout.  The entry number
000300* comes off BANK-ACCT-LAST-ENTRY on the bank account master.
000400* BANK-TRAN-AMOUNT is signed the way the entry moves the
000500* book balance - deposits, interest and transfers in are
000600* positive, fees and transfers out negative.  A book
000700* adjustment - the opening balance, or a correction the
000800* reconciliation turned up - carries its own sign and never
000900* goes to the bank.  A transfer is two entries, one on each
001000* account, each naming the other.
001100* A wrong entry is never changed - a reversing entry of the
001200* opposite sign is posted against it, and the two are marked
001300* so neither is matched to the bank.  A store's daily
001400* deposit carries the store number and is entered by SLS,
001500* the sales posting; a keyed entry carries store zero and
001600* the initials of the operator who keyed it.
001700*---------------------------------
001800 FD  BANK-TRAN-FILE
001900     LABEL RECORDS ARE STANDARD.
002000 01  BANK-TRAN-RECORD.
002100     05  BANK-TRAN-KEY.
002200         10  BANK-TRAN-ACCOUNT     PIC X(2).
002300         10  BANK-TRAN-NUMBER      PIC 9(6).
002400     05  BANK-TRAN-TYPE            PIC X.
002500         88  BANK-TRAN-DEPOSIT         VALUE "D".
002600         88  BANK-TRAN-FEE             VALUE "F".
002700         88  BANK-TRAN-INTEREST        VALUE "I".
002800         88  BANK-TRAN-TRANSFER        VALUE "T".
002900         88  BANK-TRAN-ADJUSTMENT      VALUE "A".
003000     05  BANK-TRAN-DATE            PIC 9(8).
003100     05  BANK-TRAN-AMOUNT          PIC S9(7)V99.
003200     05  BANK-TRAN-DESCRIPTION     PIC X(30).
003300     05  BANK-TRAN-STORE           PIC 9(2).
003400     05  BANK-TRAN-OTHER-ACCOUNT   PIC X(2).
003500* On a reversing entry, the entry it reverses.  On an entry
003600* that has been reversed, the entry that reversed it.
003700     05  BANK-TRAN-REVERSAL-OF     PIC 9(6).
003800     05  BANK-TRAN-REVERSED-BY     PIC 9(6).
003900     05  BANK-TRAN-ENTERED-BY      PIC X(3).
