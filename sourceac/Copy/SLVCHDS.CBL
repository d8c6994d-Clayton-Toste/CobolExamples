000100*---------------------------------
000200* Voucher distribution file - the GL account, store and
000300* amount lines a split voucher is charged to, indexed by
000400* voucher number and line number.  A voucher with no lines
000500* here is charged whole to its own VOUCHER-GL-ACCOUNT.  The
000600* lines stay on file when the voucher moves to history.
000700* OPTIONAL because there is none until the first split
000800* voucher is keyed.
000900*---------------------------------
001000     SELECT OPTIONAL VOUCHER-DIST-FILE
001100         ASSIGN TO "VCHDIST"
001200         ORGANIZATION IS INDEXED
001300         ACCESS MODE IS DYNAMIC
001400         RECORD KEY IS VOUCHER-DIST-KEY.
