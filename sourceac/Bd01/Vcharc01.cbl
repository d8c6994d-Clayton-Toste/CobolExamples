003300     COPY "FDVCHHS.CBL".
003400
003500* The kept vouchers ride here between the split pass and the
003600* rebuild pass - the same 169 bytes as the voucher record.
003700 FD  WORK-FILE
003800     LABEL RECORDS ARE STANDARD.
003900 01  WORK-RECORD                PIC X(169).
004000
004100 FD  PRINTER-FILE
004200     LABEL RECORDS ARE OMITTED.
