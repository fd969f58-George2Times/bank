           05 BDGLExtract     PIC X.     *> Y once GLDailyExtract ran
           05 BDRecon         PIC X.     *> Y once ReconciliationReport ran
           05 BDTellerRpt     PIC X.     *> Y once TellerActivityReport ran
           05 BDCashRpt       PIC X.     *> Y once CashTransactionReport ran
           05 BDLoanRun       PIC X.     *> Y once LoanServicingRun ran
           05 BDAchPost       PIC X.     *> Y once ACHPosting ran
           05 BDODAging       PIC X.     *> Y once OverdraftAgingRun ran
