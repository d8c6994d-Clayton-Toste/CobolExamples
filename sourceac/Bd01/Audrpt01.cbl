004100     05  WORK-FILE-NAME        PIC X(8).
004200     05  WORK-ACTION           PIC X(6).
004300     05  WORK-KEY              PIC X(15).
004400     05  WORK-BEFORE           PIC X(300).
004500     05  WORK-AFTER            PIC X(300).
004600
004700 SD  SORT-FILE.
004800
005400     05  SORT-FILE-NAME        PIC X(8).
005500     05  SORT-ACTION           PIC X(6).
005600     05  SORT-KEY              PIC X(15).
005700     05  SORT-BEFORE           PIC X(300).
005800     05  SORT-AFTER            PIC X(300).
005900
006000 FD  PRINTER-FILE
006100     LABEL RECORDS ARE OMITTED.
008500
008600* The before and after images print in 50-character slices -
008700* blank slices are skipped.
008800 01  IMAGE-FIELD             PIC X(300).
008900 01  IMAGE-FIELD-R REDEFINES IMAGE-FIELD.
009000     05  IMAGE-SLICE           PIC X(50) OCCURS 6 TIMES.
009100 77  SLICE-INDEX             PIC 9 COMP.
009200
009300 01  DETAIL-LINE.
030000 PRINT-THE-IMAGE.
030100     PERFORM PRINT-ONE-IMAGE-SLICE
030200         VARYING SLICE-INDEX FROM 1 BY 1
030300           UNTIL SLICE-INDEX > 6.
030400
030500 PRINT-ONE-IMAGE-SLICE.
030600     IF SLICE-INDEX = 1
