000300*---------------------------------
000400* One-time vendor master file conversion
000500* Loads the old vendor master into the new layout, which
000600* grew the early-payment terms fields, the hold status, the
000610* payment method and backup withholding.
000700* Before running, rename the old file from VENDOR to
000800* VENDOLD - the new indexed file is then built under the
000900* VENDOR name and the record counts are reported so the
001000* load can be proved complete.  Every loaded vendor starts
001100* with no discount terms, net 30, no hold, paid by printed
001110* check, and no backup withholding.
001200*---------------------------------
001300 ENVIRONMENT DIVISION.
001400 INPUT-OUTPUT SECTION.
002600 FILE SECTION.
002700
002800* The old record - field for field the layout the vendor
002900* master carried before the terms, hold and payment method
003000* fields, which sit at the end of the new record.
003100 FD  OLD-VENDOR-FILE
003200     LABEL RECORDS ARE STANDARD.
003300 01  OLD-VENDOR-RECORD.
011700 LOAD-ONE-VENDOR.
011800     ADD 1 TO RECORDS-READ.
011900     MOVE OLD-VENDOR-RECORD TO VENDOR-RECORD.
012000* The old file predates payment terms, the hold status and
012010* electronic payment - a loaded vendor starts with no
012020* discount, net 30, no hold, and is paid by printed check.
012200     MOVE ZEROES TO VENDOR-DISCOUNT-PCT.
012300     MOVE ZEROES TO VENDOR-DISCOUNT-DAYS.
012400     MOVE 30     TO VENDOR-NET-DAYS.
012500     MOVE "N"    TO VENDOR-HOLD-FLAG.
012600     MOVE SPACES TO VENDOR-HOLD-REASON.
012610     MOVE "C"    TO VENDOR-PAY-METHOD.
012620     MOVE ZEROES TO VENDOR-BANK-ROUTING.
012630     MOVE SPACES TO VENDOR-BANK-ACCOUNT-NO.
012640     MOVE SPACES TO VENDOR-BANK-ACCOUNT-TYPE.
012650     MOVE SPACES TO VENDOR-REMIT-EMAIL.
012660     MOVE "N"    TO VENDOR-BACKUP-WH.
012670     MOVE ZEROES TO VENDOR-BACKUP-WH-DATE.
012700     WRITE VENDOR-RECORD
012800         INVALID KEY
012900         PERFORM REJECT-ONE-VENDOR
