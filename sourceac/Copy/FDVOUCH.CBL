002300* The purchase order the invoice was matched to at entry
002400* time - zero when the voucher was keyed against no order.
002500     05  VOUCHER-PO-NO             PIC 9(5).
002600* How the voucher was paid - C by printed check, E by
002700* electronic transfer, where VOUCHER-CHECK-NO then carries
002800* the transfer's trace reference.  Stamped by the check run,
002900* spaces until the voucher is paid.
003000     05  VOUCHER-PAY-METHOD        PIC X.
003100* Federal backup tax withheld from the payment and owed to
003200* the IRS.  VOUCHER-PAID-AMOUNT is the cash that went out, so
003300* the gross settled is the paid amount plus this amount.
003400     05  VOUCHER-WITHHELD          PIC S9(6)V99.
003500* The operator who keyed or generated the voucher.  The check
003600* run will not let the same operator pay it, so no one person
003700* can both enter a bill and cut the check for it.
003800     05  VOUCHER-ENTERED-BY        PIC X(3).
003900* Approval - a voucher over the approval limit is written
004000* pending and cannot be selected or paid until an approver
004100* other than the operator who entered it approves it.  The
004200* approval date is the day the status was last set, so on a
004300* pending voucher it is the day it began waiting.
004400     05  VOUCHER-APPROVAL-STATUS   PIC X.
004500         88  VOUCHER-APPROVED           VALUE "A".
004600         88  VOUCHER-PENDING-APPROVAL   VALUE "P".
004700         88  VOUCHER-REJECTED           VALUE "R".
004800     05  VOUCHER-APPROVED-BY       PIC X(3).
004900     05  VOUCHER-APPROVAL-DATE     PIC 9(8).
005000     05  VOUCHER-APPROVAL-REASON   PIC X(30).
