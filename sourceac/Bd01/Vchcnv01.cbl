010900     ADD 1 TO RECORDS-READ.
011000     MOVE OLD-VOUCHER-RECORD TO VOUCHER-RECORD.
011020* The old file predates account coding, bank account
011030* stamping, PO matching, the payment method stamp, backup
011040* withholding and the entered-by stamp - a loaded voucher
011050* starts with none of them until they are earned.  It also
011055* predates the approval step, so it loads already approved.
011060     MOVE ZEROES TO VOUCHER-GL-ACCOUNT.
011070     MOVE SPACES TO VOUCHER-BANK-ACCOUNT.
011080     MOVE ZEROES TO VOUCHER-PO-NO.
011082     MOVE SPACES TO VOUCHER-PAY-METHOD.
011084     MOVE ZEROES TO VOUCHER-WITHHELD.
011086     MOVE SPACES TO VOUCHER-ENTERED-BY.
011088     MOVE "A"    TO VOUCHER-APPROVAL-STATUS.
011090     MOVE SPACES TO VOUCHER-APPROVED-BY.
011092     MOVE ZEROES TO VOUCHER-APPROVAL-DATE.
011094     MOVE SPACES TO VOUCHER-APPROVAL-REASON.
011100     WRITE VOUCHER-RECORD
011200         INVALID KEY
011300         PERFORM REJECT-ONE-VOUCHER
