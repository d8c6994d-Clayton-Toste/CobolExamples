000100*---------------------------------
000200* Expense budget master - indexed by expense account and
000300* month.  OPTIONAL because there is none until the first
000400* budget is keyed.
000500*---------------------------------
000600     SELECT OPTIONAL EXPENSE-BUDGET-FILE
000700         ASSIGN TO "EXPBUD"
000800         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
001000         RECORD KEY IS EXPENSE-BUDGET-KEY.
