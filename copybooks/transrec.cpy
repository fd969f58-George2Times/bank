                                           *> REV-DEP/REV-WDL (same-day reversals, TransRefID = original)
                                           *> FREEZE/UNFREEZE/CLOSE/REACTIV (zero amount, status events)
                                           *> OVERRIDE (supervisor authority, TransRefID = overridden entry)
                                           *> LOAN-ORG (principal advanced on a LON account)
                                           *> LOAN-ACR (nightly loan interest accrual, no balance effect)
                                           *> LOAN-INT/LOAN-PRN (loan payment split, TransRefID = other half)
                                           *> ACH-CR/ACH-DR (inbound clearing file entries, ACHPosting)
                                           *> CHG-OFF (overdrawn balance written off to zero, OverdraftAgingRun)
                                           *> RECOVERY (money taken against a charge-off, no balance effect)
           05 TransAmount     PIC 9(7)V99. *> Transaction amount
           05 TransDate       PIC 9(8).    *> Transaction date, YYYYMMDD
           05 TransRefID      PIC 9(6).    *> Paired transaction ID for linked transfers, 0 if none
