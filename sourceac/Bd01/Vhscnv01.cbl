010900 LOAD-ONE-HISTORY.
011000     ADD 1 TO RECORDS-READ.
011100     MOVE OLD-HISTORY-RECORD TO HISTORY-RECORD.
011110* The old file predates bank account stamping, PO matching
011120* and the payment method stamp - a loaded record starts with
011122* none of them.  Everything on it was paid before the approval
011124* step, so it loads already approved.
011130     MOVE SPACES TO HISTORY-BANK-ACCOUNT.
011140     MOVE ZEROES TO HISTORY-PO-NO.
011145     MOVE SPACES TO HISTORY-PAY-METHOD.
011150     MOVE ZEROES TO HISTORY-WITHHELD.
011155     MOVE SPACES TO HISTORY-ENTERED-BY.
011160     MOVE "A"    TO HISTORY-APPROVAL-STATUS.
011165     MOVE SPACES TO HISTORY-APPROVED-BY.
011170     MOVE ZEROES TO HISTORY-APPROVAL-DATE.
011175     MOVE SPACES TO HISTORY-APPROVAL-REASON.
011200     WRITE HISTORY-RECORD
011300         INVALID KEY
011400         PERFORM REJECT-ONE-HISTORY
