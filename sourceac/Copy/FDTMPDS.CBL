000100*---------------------------------
000200* Recurring template distribution file record layout - one
000300* record per line of a split template, in the same shape as
000400* the voucher distribution lines it generates.  The lines of
000500* a template add up to its TEMPLATE-AMOUNT.
000600*---------------------------------
000700 FD  TEMPLATE-DIST-FILE
000800     LABEL RECORDS ARE STANDARD.
000900 01  TEMPLATE-DIST-RECORD.
001000     05  TEMPLATE-DIST-KEY.
001100         10  TEMPLATE-DIST-TEMPLATE PIC 9(3).
001200         10  TEMPLATE-DIST-LINE     PIC 9(3).
001300     05  TEMPLATE-DIST-GL-ACCOUNT   PIC 9(5).
001400     05  TEMPLATE-DIST-STORE        PIC 9(2).
001500     05  TEMPLATE-DIST-AMOUNT       PIC S9(6)V99.
