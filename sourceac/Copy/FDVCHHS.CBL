002000     05  HISTORY-GL-ACCOUNT        PIC 9(5).
002100     05  HISTORY-BANK-ACCOUNT      PIC X(2).
002200     05  HISTORY-PO-NO             PIC 9(5).
002300     05  HISTORY-PAY-METHOD        PIC X.
002400     05  HISTORY-WITHHELD          PIC S9(6)V99.
002500     05  HISTORY-ENTERED-BY        PIC X(3).
002600     05  HISTORY-APPROVAL-STATUS   PIC X.
002700         88  HISTORY-REJECTED           VALUE "R".
002800     05  HISTORY-APPROVED-BY       PIC X(3).
002900     05  HISTORY-APPROVAL-DATE     PIC 9(8).
003000     05  HISTORY-APPROVAL-REASON   PIC X(30).
