000100*---------------------------------
000200* Daily sales history record layout - one record per store,
000300* department and business date, carrying the day's sales
000400* for the department across all its categories.  The
000500* division the department belongs to rides along.
000600*---------------------------------
000700 FD  DAILY-SALES-FILE
000800     LABEL RECORDS ARE STANDARD.
000900 01  DAILY-SALES-RECORD.
001000     05  DAILY-KEY.
001100         10  DAILY-STORE           PIC 9(2).
001200         10  DAILY-DEPARTMENT      PIC 9(2).
001300         10  DAILY-DATE            PIC 9(8).
001400     05  DAILY-DIVISION            PIC 9(2).
001500     05  DAILY-AMOUNT              PIC S9(7)V99.
