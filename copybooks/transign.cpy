      *> Shared balance sign rules.  Include at the end of PROCEDURE
      *> DIVISION with COPY "transign.cpy".  Callers set RunningBalance
      *> (PIC S9(9)V99) and PERFORM APPLY-TO-RUNNING-BALANCE with the
      *> TransactionRecord just read: credits add, debits subtract,
      *> and status events, overrides, the loan accrual, the loan
      *> interest half and a charge-off recovery leave the balance
      *> alone.  CustomerStatement
      *> prints its running balance with it, the teller activity
      *> inquiry works back from the current balance with it and
      *> ForwardRecovery replays the log with it, so a new TransType
      *> that moves money is added here once.
       APPLY-TO-RUNNING-BALANCE.
           EVALUATE TransType
               WHEN "OPEN"
               WHEN "DEPOSIT"
               WHEN "INTEREST"
               WHEN "XFER-IN"
               WHEN "REV-WDL"
               WHEN "LOAN-PRN"
               WHEN "ACH-CR"
               WHEN "CHG-OFF"
                   ADD TransAmount TO RunningBalance
               WHEN "WITHDRAW"
               WHEN "XFER-OUT"
               WHEN "FEE-MNT"
               WHEN "FEE-ACT"
               WHEN "REV-DEP"
               WHEN "LOAN-ORG"
               WHEN "ACH-DR"
                   SUBTRACT TransAmount FROM RunningBalance
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
