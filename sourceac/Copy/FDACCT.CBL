000600 01  ACCOUNT-RECORD.
000700     05  ACCOUNT-NUMBER            PIC 9(5).
000800     05  ACCOUNT-NAME              PIC X(30).
000900* The store an expense on this account is charged to when a
001000* voucher carries no distribution lines - zero means none.
001100     05  ACCOUNT-DEFAULT-STORE     PIC 9(2).
