002600* recurring generation passes the vendor by.
002700     05  VENDOR-HOLD-FLAG          PIC X.
002800     05  VENDOR-HOLD-REASON        PIC X(30).
002900* Payment method - C pays by printed check, E pays by
003000* electronic funds transfer into the vendor's own bank
003100* account.  An EFT vendor carries the bank routing number,
003200* the account number and type (C checking, S savings), and
003300* the e-mail address the remittance advice is sent to.
003400     05  VENDOR-PAY-METHOD         PIC X.
003500     05  VENDOR-BANK-ROUTING       PIC 9(9).
003600     05  VENDOR-BANK-ACCOUNT-NO    PIC X(17).
003700     05  VENDOR-BANK-ACCOUNT-TYPE  PIC X.
003800     05  VENDOR-REMIT-EMAIL        PIC X(40).
003900* Backup withholding - a vendor under an IRS B-notice has the
004000* federal backup rate withheld from every payment dated on or
004100* after the start date, until the flag is cleared.
004200     05  VENDOR-BACKUP-WH          PIC X.
004300     05  VENDOR-BACKUP-WH-DATE     PIC 9(8).
