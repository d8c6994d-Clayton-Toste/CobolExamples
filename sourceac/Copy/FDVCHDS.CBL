000100*---------------------------------
000200* Voucher distribution file record layout - one record per
000300* line of a split voucher.  The lines of a voucher add up to
000400* its VOUCHER-AMOUNT.  Store zero is a charge to no store in
000500* particular.
000600*---------------------------------
000700 FD  VOUCHER-DIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000900 01  VOUCHER-DIST-RECORD.
001000     05  VOUCHER-DIST-KEY.
001100         10  VOUCHER-DIST-VOUCHER  PIC 9(5).
001200         10  VOUCHER-DIST-LINE     PIC 9(3).
001300     05  VOUCHER-DIST-GL-ACCOUNT   PIC 9(5).
001400     05  VOUCHER-DIST-STORE        PIC 9(2).
001500     05  VOUCHER-DIST-AMOUNT       PIC S9(6)V99.
