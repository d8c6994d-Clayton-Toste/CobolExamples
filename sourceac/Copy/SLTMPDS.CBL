000100*---------------------------------
000200* Recurring template distribution file - the split lines a
000300* template's generated vouchers are charged to, indexed by
000400* template number and line number.  A template with no
000500* lines here generates an unsplit voucher.  OPTIONAL because
000600* there is none until the first split template is keyed.
000700*---------------------------------
000800     SELECT OPTIONAL TEMPLATE-DIST-FILE
000900         ASSIGN TO "TMPLDST"
001000         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS TEMPLATE-DIST-KEY.
