000100*---------------------------------
000200* Voucher approval limit.  A voucher whose amount is over
000300* this limit is written pending approval, and must be
000400* approved before payment selection or the check run will
000500* touch it.
000600*---------------------------------
000700 77  APPROVAL-LIMIT               PIC S9(6)V99 VALUE 5000.00.
