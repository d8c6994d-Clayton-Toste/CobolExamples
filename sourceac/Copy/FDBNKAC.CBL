001200     05  BANK-ACCT-NAME            PIC X(30).
001300     05  BANK-ACCT-CASH-GL         PIC 9(5).
001400     05  BANK-ACCT-LAST-CHECK      PIC 9(6).
001500* Electronic payment origination - the bank's routing number
001600* and the company ID and name the bank assigned for ACH
001700* files sent from this account.  Zero routing means the
001800* account is not set up to originate electronic payments.
001900     05  BANK-ACCT-ROUTING         PIC 9(9).
002000     05  BANK-ACCT-COMPANY-ID      PIC X(10).
002100     05  BANK-ACCT-COMPANY-NAME    PIC X(16).
002200* The account's cash on the books - it starts at zero, takes
002300* the opening balance as a book adjustment on the bank
002400* register, and is kept running by every posting that moves
002500* cash: the check run takes its checks and electronic
002600* payments off, a void or an escheat puts the check back, and
002700* the register adds deposits, interest and transfers in and
002800* takes fees and transfers out.
002900     05  BANK-ACCT-BOOK-BALANCE    PIC S9(9)V99.
003000* The last bank register entry number used on the account.
003100     05  BANK-ACCT-LAST-ENTRY      PIC 9(6).
003200* Y on the account the stores' daily deposits go to - the
003300* sales posting loads each store's deposit against it.
003400     05  BANK-ACCT-STORE-DEPOSITS  PIC X.
003500         88  BANK-ACCT-TAKES-DEPOSITS  VALUE "Y".
