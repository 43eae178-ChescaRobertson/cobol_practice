      * One customer-approvals.dat row: a name, address, email, status
      * or VIP change held for a second operator. APPROVAL-CHANGE is
      * the transaction as keyed, in customer-maint.cpy's layout,
      * holding only the fields that need approval. Shared by
      * customer-maintenance and crm-customer-sync, which queue
      * changes, and customer-approval, which decides them.
           01 APPROVAL-RECORD.
               05 APPROVAL-NUMBER PIC 9(8).
               05 APPROVAL-STATE PIC X(8).                              * PENDING, APPROVED or REJECTED
               05 APPROVAL-REQUESTED-DATE PIC X(10).
               05 APPROVAL-REQUESTED-BY PIC X(8).
               05 APPROVAL-DECIDED-DATE PIC X(10).
               05 APPROVAL-DECIDED-BY PIC X(8).
               05 APPROVAL-NOTE PIC X(40).
               05 APPROVAL-CHANGE PIC X(398).
