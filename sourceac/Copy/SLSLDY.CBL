000100*---------------------------------
000200* Daily sales history - indexed by store, department and
000300* business date.  OPTIONAL because there is none until the
000400* first posting run.
000500*---------------------------------
000600     SELECT OPTIONAL DAILY-SALES-FILE
000700         ASSIGN TO "SLSDAY"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS DAILY-KEY.
