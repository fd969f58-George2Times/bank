      *> Shared LoanTermsFile record layout.  Include with COPY LOANREC.
      *> One row per LON account on customer_data.dat, keyed by the
      *> same account ID.  The account's Balance carries the principal
      *> still owed as a negative figure, so the log, the
      *> reconciliation and the GL see a loan like any other account;
      *> the note terms, interest accrued but not yet paid and
      *> installments billed but not yet paid live here.  The teller
      *> system writes the row when the loan is advanced and applies
      *> payments to it; the nightly LoanServicingRun accrues
      *> interest, bills installments as they fall due and ages the
      *> loan into its delinquency bucket.
       01 LoanTermsRecord.
           05 LoanAccountID     PIC X(5).    *> Account ID (record key)
           05 LoanOrigPrincipal PIC 9(7)V99. *> Amount advanced
           05 LoanNoteRate      PIC 9V9(5).  *> Annual rate, 008500 = 8.5%
           05 LoanTermMonths    PIC 9(3).    *> Number of monthly payments
           05 LoanPayment       PIC 9(7)V99. *> Scheduled monthly payment
           05 LoanOpenDate      PIC 9(8).    *> Date advanced, YYYYMMDD
           05 LoanNextDueDate   PIC 9(8).    *> Next installment falls due
           05 LoanMaturityDate  PIC 9(8).    *> Final installment due
           05 LoanAccruedInt    PIC 9(7)V99. *> Interest accrued, unpaid
           05 LoanAccruedThru   PIC 9(8).    *> Interest accrued to here
           05 LoanAmountDue     PIC 9(7)V99. *> Billed, not yet paid
           05 LoanDaysPastDue   PIC 9(4).    *> Age of oldest unpaid bill
           05 LoanDelinqBucket  PIC X.       *> C=current 1=30+ 2=60+
                                             *> 3=90+ days past due
           05 LoanStatus        PIC X.       *> A=active P=paid off
