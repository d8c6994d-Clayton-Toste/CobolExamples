000100*---------------------------------
000200* Expense budget master record layout - one record per
000300* expense account and month, carrying the month's planned
000400* spending on the account.
000500*---------------------------------
000600 FD  EXPENSE-BUDGET-FILE
000700     LABEL RECORDS ARE STANDARD.
000800 01  EXPENSE-BUDGET-RECORD.
000900     05  EXPENSE-BUDGET-KEY.
001000         10  EXPENSE-BUDGET-ACCOUNT    PIC 9(5).
001100         10  EXPENSE-BUDGET-MONTH      PIC 9(6).
001200     05  EXPENSE-BUDGET-AMOUNT         PIC S9(7)V99.
