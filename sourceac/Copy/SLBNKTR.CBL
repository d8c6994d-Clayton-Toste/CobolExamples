000100*---------------------------------
000200* Bank transaction register - indexed by bank account code
000300* and entry number.  Deposits, bank fees, interest and
000400* transfers between accounts, keyed at the register or
000500* loaded by the sales posting.  OPTIONAL because there is
000600* none until the first entry is posted.
000700*---------------------------------
000800     SELECT OPTIONAL BANK-TRAN-FILE
000900         ASSIGN TO "BANKTRN"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS BANK-TRAN-KEY.
