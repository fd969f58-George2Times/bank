      *>   02 insufficient funds      05 account closed
      *>   03 invalid trans type      06 amount not numeric
      *>   07 account dormant (teller must reactivate first)
      *>   08 loan account (post through the teller Loan Payment)
       01 RejectRecord.
           05 RejCustomerID   PIC X(5).    *> As transmitted
           05 RejTransType    PIC X(8).    *> As transmitted
