       IDENTIFICATION DIVISION.
       PROGRAM-ID. PortfolioMISReport.  *> Month-end MIS by product

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.  *> Product/status
           SELECT SnapshotFile ASSIGN TO DYNAMIC SnapshotFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapshotFileStatus.  *> Month or prior
           SELECT ArchiveLogFile ASSIGN TO DYNAMIC ArchiveFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ArchiveFileStatus.  *> translog_YYYYMM.dat
           SELECT ProductRateFile ASSIGN TO "product_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductFileStatus.
           SELECT ProductFeeFile ASSIGN TO "product_fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FeeFileStatus.
           SELECT ReportFile ASSIGN TO DYNAMIC ReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReportFileStatus.  *> Printed report
           SELECT CsvFile ASSIGN TO DYNAMIC CsvFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CsvFileStatus.  *> Spreadsheet load

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY "custrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       FD ArchiveLogFile.
           COPY "transrec.cpy".

       FD ProductRateFile.
           COPY "prodrate.cpy".

       FD ProductFeeFile.
           COPY "prodfee.cpy".

       FD ReportFile.
       01 ReportLine          PIC X(132).

       FD CsvFile.
       01 CsvLine             PIC X(300).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 ArchiveFileStatus   PIC XX VALUE SPACES.
       01 ProductFileStatus   PIC XX VALUE SPACES.
       01 FeeFileStatus       PIC XX VALUE SPACES.
       01 ReportFileStatus    PIC XX VALUE SPACES.
       01 CsvFileStatus       PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 ERR                 PIC X VALUE 'N'.
       01 ReportAbort         PIC X VALUE 'N'. *> Input missing

       *> The month reported and the one before it
       01 REPORT-PERIOD.
           05 ReportYear      PIC 9(4).
           05 ReportMonth     PIC 9(2).
       01 ReportPeriod REDEFINES REPORT-PERIOD PIC 9(6).
       01 PRIOR-PERIOD.
           05 PriorYear       PIC 9(4).
           05 PriorMonth      PIC 9(2).
       01 PriorPeriod REDEFINES PRIOR-PERIOD PIC 9(6).
       01 PeriodEndDate       PIC 9(8).        *> Rates in force by
       01 PriorSnapFound      PIC X VALUE 'N'. *> Prior month on disk

       *> balance_forward_YYYYMM.dat is the dated copy MonthEndClose
       *> keeps of each month's closing snapshot
       01 SnapshotFileName    PIC X(60).
       01 ArchiveFileName     PIC X(60).
       01 ReportFileName      PIC X(60).       *> mis_YYYYMM.prt
       01 CsvFileName         PIC X(60).       *> mis_YYYYMM.csv

       01 AccountProduct      PIC X(3).        *> Product of the row
       01 AccountStatusWork   PIC X.           *> Status of the row

       *> One row per product found on the month-end snapshot
       01 ProductCount        PIC 9(2) VALUE 0.
       01 ProductIndex        PIC 9(2).
       01 ProductOverflow     PIC X VALUE 'N'.
       01 PRODUCT-TABLE.
           05 PRODUCT-ROWS OCCURS 20 TIMES.
               10 PTProductCode   PIC X(3).
               10 PTActive        PIC 9(6).
               10 PTFrozen        PIC 9(6).
               10 PTDormant       PIC 9(6).
               10 PTClosed        PIC 9(6).
               10 PTBalance       PIC S9(11)V99.
               10 PTPriorBalance  PIC S9(11)V99.
               10 PTOpened        PIC 9(6).
               10 PTClosedInMonth PIC 9(6).
               10 PTInterest      PIC 9(11)V99.
               10 PTFees          PIC 9(11)V99.

       *> Rate history and fee schedule, as the posting runs load them
       01 RateTableCount      PIC 9(3) VALUE 0.
       01 RateIndex           PIC 9(3).
       01 RATE-TABLE.
           05 RATE-ROWS OCCURS 100 TIMES.
               10 RTProductCode   PIC X(3).
               10 RTEffectiveDate PIC 9(8).
               10 RTMonthlyRate   PIC 9V9(5).
       01 FeeTableCount       PIC 9(2) VALUE 0.
       01 FeeIndex            PIC 9(2).
       01 FEE-TABLE.
           05 FEE-ROWS OCCURS 20 TIMES.
               10 FTProductCode   PIC X(3).
               10 FTMonthlyCharge PIC 9(5)V99.
               10 FTMinBalance    PIC 9(7)V99.
               10 FTFreeWithdraw  PIC 9(3).
               10 FTExcessCharge  PIC 9(5)V99.

       *> Figures for the product being printed
       01 ProductRate         PIC 9V9(5).
       01 RateFoundDate       PIC 9(8).
       01 RatePercent         PIC 9V999.       *> Monthly rate as a %
       01 FeeRowFound         PIC X.
       01 OpenAccounts        PIC 9(6).        *> Not closed
       01 TotalAccounts       PIC 9(6).
       01 AverageBalance      PIC S9(9)V99.
       01 BalanceGrowth       PIC S9(11)V99.
       01 GrowthPercent       PIC S9(5)V99.

       *> Grand totals across products
       01 GrandActive         PIC 9(6) VALUE 0.
       01 GrandFrozen         PIC 9(6) VALUE 0.
       01 GrandDormant        PIC 9(6) VALUE 0.
       01 GrandClosed         PIC 9(6) VALUE 0.
       01 GrandBalance        PIC S9(11)V99 VALUE 0.
       01 GrandPriorBalance   PIC S9(11)V99 VALUE 0.
       01 GrandOpened         PIC 9(6) VALUE 0.
       01 GrandClosedInMonth  PIC 9(6) VALUE 0.
       01 GrandInterest       PIC 9(11)V99 VALUE 0.
       01 GrandFees           PIC 9(11)V99 VALUE 0.
       01 AccountsNotOnFile   PIC 9(6) VALUE 0.
       01 LoanAccountsSkipped PIC 9(6) VALUE 0. *> LON, not deposits
       01 EntriesRead         PIC 9(6) VALUE 0.

       *> Printed-report edit fields
       01 EditedCount         PIC ZZZ,ZZ9.
       01 EditedMoney         PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 EditedMoney2        PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 EditedFee           PIC ZZ,ZZ9.99.
       01 EditedFee2          PIC Z,ZZZ,ZZ9.99.
       01 EditedFee3          PIC ZZ,ZZ9.99.
       01 EditedPercent       PIC -ZZZZ9.99.
       01 EditedRate          PIC 9.999.
       01 EditedCount2        PIC ZZ9.

       *> Comma-delimited fields go out without padding: each value
       *> is edited, its leading spaces skipped, then appended
       01 CsvPointer          PIC 9(3).
       01 CsvField            PIC X(20).
       01 CsvLead             PIC 9(2).
       01 CsvMoney            PIC -(11)9.99.
       01 CsvCount            PIC Z(5)9.
       01 CsvRate             PIC 9.999.
       01 CsvPercent          PIC -(5)9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Month-end deposit portfolio figures by ProductCode for
           *> management: account counts by status, total and
           *> average balance, growth over the prior month's closing
           *> balance, accounts opened and closed, interest paid and
           *> fee income, printed beside the rate and fee schedule in
           *> force.  Balances come from the month's closing snapshot
           *> and the prior month's (balance_forward_YYYYMM.dat, kept
           *> by MonthEndClose); activity from the month's archive
           *> translog_YYYYMM.dat.  Product and status come from the
           *> account as it stands now, so run it straight after the
           *> close.  Writes mis_YYYYMM.prt and mis_YYYYMM.csv.
           PERFORM GET-REPORT-PERIOD
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
               DISPLAY "Unable to open customer file. Status: "
                   CustomerFileStatus
           ELSE
               PERFORM SUM-MONTH-END-SNAPSHOT
               IF ReportAbort NOT = 'Y'
                   PERFORM SUM-PRIOR-SNAPSHOT
                   PERFORM SUM-MONTH-ACTIVITY
               END-IF
               CLOSE CustomerFile
               IF ReportAbort NOT = 'Y'
                   PERFORM LOAD-PRODUCT-RATES
                   PERFORM LOAD-PRODUCT-FEES
                   PERFORM WRITE-MIS-OUTPUTS
               ELSE
                   DISPLAY "MIS report for " ReportPeriod
                       " NOT produced."
               END-IF
           END-IF
           STOP RUN.

       GET-REPORT-PERIOD.
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Enter period to report (YYYYMM): "
               ACCEPT ReportPeriod
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N'
                   IF ReportMonth < 1 OR ReportMonth > 12
                           OR ReportYear < 1900
                       MOVE 'Y' TO ERR
                   END-IF
               END-IF
               IF ERR = 'Y'
                   DISPLAY "Invalid period. Try again."
               END-IF
           END-PERFORM
           MOVE ReportYear TO PriorYear
           IF ReportMonth = 1
               MOVE 12 TO PriorMonth
               SUBTRACT 1 FROM PriorYear
           ELSE
               COMPUTE PriorMonth = ReportMonth - 1
           END-IF
           COMPUTE PeriodEndDate = ReportPeriod * 100 + 31
           MOVE SPACES TO ArchiveFileName
           STRING "translog_" DELIMITED BY SIZE
                  ReportPeriod DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ArchiveFileName
           MOVE SPACES TO ReportFileName
           STRING "mis_" DELIMITED BY SIZE
                  ReportPeriod DELIMITED BY SIZE
                  ".prt" DELIMITED BY SIZE
                  INTO ReportFileName
           MOVE SPACES TO CsvFileName
           STRING "mis_" DELIMITED BY SIZE
                  ReportPeriod DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO CsvFileName.

       LOOK-UP-ACCOUNT.
           *> Accounts opened before products were introduced carry
           *> spaces and are grandfathered as savings, as the interest
           *> run treats them; a space status is a pre-status active.
           *> Loan accounts are not deposits -- their negative
           *> principal would net against the deposit totals -- so a
           *> LON account is left out: ProductIndex is set past the
           *> table and the caller skips it
           READ CustomerFile
               INVALID KEY
                   MOVE "???" TO AccountProduct
                   MOVE "A" TO AccountStatusWork
                   ADD 1 TO AccountsNotOnFile
               NOT INVALID KEY
                   MOVE ProductCode TO AccountProduct
                   IF AccountProduct = SPACES
                       MOVE "SAV" TO AccountProduct
                   END-IF
                   MOVE AccountStatus TO AccountStatusWork
           END-READ
           IF AccountProduct = "LON"
               COMPUTE ProductIndex = ProductCount + 1
           ELSE
               PERFORM FIND-OR-ADD-PRODUCT
           END-IF.

       FIND-OR-ADD-PRODUCT.
           PERFORM VARYING ProductIndex FROM 1 BY 1
                   UNTIL ProductIndex > ProductCount
                      OR PTProductCode(ProductIndex) = AccountProduct
           END-PERFORM
           IF ProductIndex > ProductCount
               IF ProductCount >= 20
                   DISPLAY "ERROR: product table full (20) -- "
                       "product " AccountProduct " not reported."
                   MOVE 'Y' TO ProductOverflow
               ELSE
                   ADD 1 TO ProductCount
                   MOVE ProductCount TO ProductIndex
                   MOVE AccountProduct TO PTProductCode(ProductIndex)
                   MOVE 0 TO PTActive(ProductIndex)
                   MOVE 0 TO PTFrozen(ProductIndex)
                   MOVE 0 TO PTDormant(ProductIndex)
                   MOVE 0 TO PTClosed(ProductIndex)
                   MOVE 0 TO PTBalance(ProductIndex)
                   MOVE 0 TO PTPriorBalance(ProductIndex)
                   MOVE 0 TO PTOpened(ProductIndex)
                   MOVE 0 TO PTClosedInMonth(ProductIndex)
                   MOVE 0 TO PTInterest(ProductIndex)
                   MOVE 0 TO PTFees(ProductIndex)
               END-IF
           END-IF.

       SUM-MONTH-END-SNAPSHOT.
           *> The month's own closing snapshot is required: without
           *> it there is no month-end position to report
           MOVE SPACES TO SnapshotFileName
           STRING "balance_forward_" DELIMITED BY SIZE
                  ReportPeriod DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO SnapshotFileName
           MOVE 'N' TO EOF
           OPEN INPUT SnapshotFile
           IF SnapshotFileStatus NOT = "00"
               DISPLAY "No closing snapshot " SnapshotFileName
                   " -- close the period first."
               MOVE 'Y' TO ReportAbort
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ SnapshotFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SnapRecordType = "D"
                               PERFORM SUM-MONTH-END-ACCOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
           END-IF.

       SUM-MONTH-END-ACCOUNT.
           MOVE SnapCustomerID TO CustomerID
           PERFORM LOOK-UP-ACCOUNT
           IF AccountProduct = "LON"
               ADD 1 TO LoanAccountsSkipped
           END-IF
           IF ProductIndex <= ProductCount
               EVALUATE AccountStatusWork
                   WHEN "F"
                       ADD 1 TO PTFrozen(ProductIndex)
                   WHEN "D"
                       ADD 1 TO PTDormant(ProductIndex)
                   WHEN "C"
                       ADD 1 TO PTClosed(ProductIndex)
                   WHEN OTHER
                       ADD 1 TO PTActive(ProductIndex)
               END-EVALUATE
               ADD SnapBalance TO PTBalance(ProductIndex)
           END-IF.

       SUM-PRIOR-SNAPSHOT.
           *> The prior month's close is optional: the first month
           *> after dated copies began has none, and growth prints
           *> as not available
           MOVE SPACES TO SnapshotFileName
           STRING "balance_forward_" DELIMITED BY SIZE
                  PriorPeriod DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO SnapshotFileName
           MOVE 'N' TO EOF
           OPEN INPUT SnapshotFile
           IF SnapshotFileStatus NOT = "00"
               DISPLAY "No prior-month snapshot " SnapshotFileName
                   " -- growth not reported."
           ELSE
               MOVE 'Y' TO PriorSnapFound
               PERFORM UNTIL EOF = 'Y'
                   READ SnapshotFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SnapRecordType = "D"
                               MOVE SnapCustomerID TO CustomerID
                               PERFORM LOOK-UP-ACCOUNT
                               IF ProductIndex <= ProductCount
                                   ADD SnapBalance TO
                                       PTPriorBalance(ProductIndex)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
           END-IF.

       SUM-MONTH-ACTIVITY.
           MOVE 'N' TO EOF
           OPEN INPUT ArchiveLogFile
           IF ArchiveFileStatus NOT = "00"
               DISPLAY "No archive " ArchiveFileName
                   " -- close the period first."
               MOVE 'Y' TO ReportAbort
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ ArchiveLogFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO EntriesRead
                           PERFORM SUM-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE ArchiveLogFile
           END-IF.

       SUM-ONE-ENTRY.
           IF TransType = "OPEN"
                   OR TransType = "CLOSE" OR TransType = "INTEREST"
                   OR TransType = "FEE-MNT" OR TransType = "FEE-ACT"
               MOVE TransCustomerID TO CustomerID
               PERFORM LOOK-UP-ACCOUNT
               IF ProductIndex <= ProductCount
                   EVALUATE TransType
                       WHEN "OPEN"
                           ADD 1 TO PTOpened(ProductIndex)
                       WHEN "CLOSE"
                           ADD 1 TO PTClosedInMonth(ProductIndex)
                       WHEN "INTEREST"
                           ADD TransAmount TO PTInterest(ProductIndex)
                       WHEN OTHER
                           ADD TransAmount TO PTFees(ProductIndex)
                   END-EVALUATE
               END-IF
           END-IF.

       LOAD-PRODUCT-RATES.
           MOVE 0 TO RateTableCount
           MOVE 'N' TO EOF
           OPEN INPUT ProductRateFile
           IF ProductFileStatus NOT = "00"
               DISPLAY "Unable to open product rate file. Status: "
                   ProductFileStatus
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ ProductRateFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF RateTableCount >= 100
                               DISPLAY "ERROR: rate table full (100) "
                                   "-- rate row " RateProductCode " "
                                   RateEffectiveDate " ignored."
                           ELSE
                               ADD 1 TO RateTableCount
                               MOVE RateProductCode
                                   TO RTProductCode(RateTableCount)
                               MOVE RateEffectiveDate
                                   TO RTEffectiveDate(RateTableCount)
                               MOVE MonthlyRate
                                   TO RTMonthlyRate(RateTableCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProductRateFile
           END-IF.

       LOAD-PRODUCT-FEES.
           MOVE 0 TO FeeTableCount
           MOVE 'N' TO EOF
           OPEN INPUT ProductFeeFile
           IF FeeFileStatus NOT = "00"
               DISPLAY "Unable to open product fee file. Status: "
                   FeeFileStatus
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ ProductFeeFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF FeeTableCount >= 20
                               DISPLAY "ERROR: fee table full (20) -- "
                                   "fee row " FeeProductCode
                                   " ignored."
                           ELSE
                               ADD 1 TO FeeTableCount
                               MOVE FeeProductCode
                                   TO FTProductCode(FeeTableCount)
                               MOVE FeeMonthlyCharge
                                   TO FTMonthlyCharge(FeeTableCount)
                               MOVE FeeMinBalance
                                   TO FTMinBalance(FeeTableCount)
                               MOVE FeeFreeWithdrawals
                                   TO FTFreeWithdraw(FeeTableCount)
                               MOVE FeeExcessCharge
                                   TO FTExcessCharge(FeeTableCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProductFeeFile
           END-IF.

       FIND-PRODUCT-TERMS.
           *> The rate in force at month end, as the interest run
           *> picks it, and the product's fee schedule row
           MOVE 0 TO ProductRate
           MOVE 0 TO RateFoundDate
           PERFORM VARYING RateIndex FROM 1 BY 1
                   UNTIL RateIndex > RateTableCount
               IF RTProductCode(RateIndex) = PTProductCode(ProductIndex)
                       AND RTEffectiveDate(RateIndex) <= PeriodEndDate
                       AND RTEffectiveDate(RateIndex) >= RateFoundDate
                   MOVE RTEffectiveDate(RateIndex) TO RateFoundDate
                   MOVE RTMonthlyRate(RateIndex) TO ProductRate
               END-IF
           END-PERFORM
           COMPUTE RatePercent = ProductRate * 100
           PERFORM VARYING FeeIndex FROM 1 BY 1
                   UNTIL FeeIndex > FeeTableCount
                      OR FTProductCode(FeeIndex) =
                          PTProductCode(ProductIndex)
           END-PERFORM
           IF FeeIndex > FeeTableCount
               MOVE 'N' TO FeeRowFound
           ELSE
               MOVE 'Y' TO FeeRowFound
           END-IF.

       COMPUTE-PRODUCT-FIGURES.
           *> Average is over the accounts still open at month end;
           *> growth is against the prior month's closing balance
           COMPUTE OpenAccounts = PTActive(ProductIndex)
               + PTFrozen(ProductIndex) + PTDormant(ProductIndex)
           COMPUTE TotalAccounts =
               OpenAccounts + PTClosed(ProductIndex)
           IF OpenAccounts > 0
               COMPUTE AverageBalance ROUNDED =
                   PTBalance(ProductIndex) / OpenAccounts
           ELSE
               MOVE 0 TO AverageBalance
           END-IF
           COMPUTE BalanceGrowth =
               PTBalance(ProductIndex) - PTPriorBalance(ProductIndex)
           IF PTPriorBalance(ProductIndex) NOT = 0
               COMPUTE GrowthPercent ROUNDED =
                   BalanceGrowth * 100 / PTPriorBalance(ProductIndex)
                   ON SIZE ERROR
                       MOVE 0 TO GrowthPercent
               END-COMPUTE
           ELSE
               MOVE 0 TO GrowthPercent
           END-IF.

       WRITE-MIS-OUTPUTS.
           OPEN OUTPUT ReportFile
           IF ReportFileStatus NOT = "00"
               DISPLAY "Unable to create " ReportFileName
                   " Status: " ReportFileStatus
           ELSE
               OPEN OUTPUT CsvFile
               IF CsvFileStatus NOT = "00"
                   DISPLAY "Unable to create " CsvFileName
                       " Status: " CsvFileStatus
                   CLOSE ReportFile
               ELSE
                   PERFORM PRINT-REPORT-HEADING
                   PERFORM WRITE-CSV-HEADING
                   PERFORM VARYING ProductIndex FROM 1 BY 1
                           UNTIL ProductIndex > ProductCount
                       PERFORM FIND-PRODUCT-TERMS
                       PERFORM COMPUTE-PRODUCT-FIGURES
                       PERFORM PRINT-PRODUCT-BLOCK
                       PERFORM WRITE-CSV-ROW
                       PERFORM ADD-TO-GRAND-TOTALS
                   END-PERFORM
                   PERFORM PRINT-GRAND-TOTALS
                   CLOSE CsvFile
                   CLOSE ReportFile
                   DISPLAY "======================================"
                   DISPLAY "PORTFOLIO MIS REPORT FOR " ReportPeriod
                   DISPLAY "======================================"
                   DISPLAY "Products Reported:   " ProductCount
                   DISPLAY "Log Entries Read:    " EntriesRead
                   DISPLAY "Accounts Not On File:" AccountsNotOnFile
                   DISPLAY "Loan Accts Left Out: " LoanAccountsSkipped
                   DISPLAY "Report File:         " ReportFileName
                   DISPLAY "Spreadsheet File:    " CsvFileName
               END-IF
           END-IF.

       PRINT-REPORT-HEADING.
           MOVE SPACES TO ReportLine
           STRING "DEPOSIT PORTFOLIO MIS REPORT BY PRODUCT     PERIOD "
                      DELIMITED BY SIZE
                  ReportPeriod DELIMITED BY SIZE
                  "     PRIOR PERIOD " DELIMITED BY SIZE
                  PriorPeriod DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING PAGE
           MOVE ALL "=" TO ReportLine
           WRITE ReportLine AFTER ADVANCING 1 LINE
           IF PriorSnapFound NOT = 'Y'
               MOVE "NO PRIOR-MONTH SNAPSHOT ON FILE -- GROWTH N/A"
                   TO ReportLine
               WRITE ReportLine AFTER ADVANCING 1 LINE
           END-IF
           IF AccountsNotOnFile > 0
               MOVE "PRODUCT ??? = ACCOUNTS NO LONGER ON CUSTOMER FILE"
                   TO ReportLine
               WRITE ReportLine AFTER ADVANCING 1 LINE
           END-IF
           IF LoanAccountsSkipped > 0
               MOVE SPACES TO ReportLine
               STRING "LOAN (LON) ACCOUNTS NOT INCLUDED: "
                          DELIMITED BY SIZE
                      LoanAccountsSkipped DELIMITED BY SIZE
                      INTO ReportLine
               WRITE ReportLine AFTER ADVANCING 1 LINE
           END-IF.

       PRINT-PRODUCT-BLOCK.
           MOVE SPACES TO ReportLine
           MOVE RatePercent TO EditedRate
           STRING "PRODUCT " DELIMITED BY SIZE
                  PTProductCode(ProductIndex) DELIMITED BY SIZE
                  "     MONTHLY RATE " DELIMITED BY SIZE
                  EditedRate DELIMITED BY SIZE
                  "% (EFFECTIVE " DELIMITED BY SIZE
                  RateFoundDate DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING 3 LINES
           MOVE SPACES TO ReportLine
           IF FeeRowFound = 'Y'
               MOVE FTMonthlyCharge(FeeIndex) TO EditedFee
               MOVE FTMinBalance(FeeIndex) TO EditedFee2
               MOVE FTFreeWithdraw(FeeIndex) TO EditedCount2
               MOVE FTExcessCharge(FeeIndex) TO EditedFee3
               STRING "  FEE SCHEDULE: $" DELIMITED BY SIZE
                      EditedFee DELIMITED BY SIZE
                      " MONTHLY, WAIVED AT $" DELIMITED BY SIZE
                      EditedFee2 DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      EditedCount2 DELIMITED BY SIZE
                      " FREE WITHDRAWALS, THEN $" DELIMITED BY SIZE
                      EditedFee3 DELIMITED BY SIZE
                      " EACH" DELIMITED BY SIZE
                      INTO ReportLine
           ELSE
               MOVE "  FEE SCHEDULE: NONE ON FILE" TO ReportLine
           END-IF
           WRITE ReportLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO ReportLine
           STRING "  ACCOUNTS   ACTIVE  FROZEN  DORMANT  CLOSED   TOTAL"
                      DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING 2 LINES
           MOVE SPACES TO ReportLine
           MOVE PTActive(ProductIndex) TO EditedCount
           MOVE EditedCount TO ReportLine(12:7)
           MOVE PTFrozen(ProductIndex) TO EditedCount
           MOVE EditedCount TO ReportLine(20:7)
           MOVE PTDormant(ProductIndex) TO EditedCount
           MOVE EditedCount TO ReportLine(29:7)
           MOVE PTClosed(ProductIndex) TO EditedCount
           MOVE EditedCount TO ReportLine(37:7)
           MOVE TotalAccounts TO EditedCount
           MOVE EditedCount TO ReportLine(45:7)
           WRITE ReportLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO ReportLine
           MOVE PTBalance(ProductIndex) TO EditedMoney
           MOVE AverageBalance TO EditedMoney2
           STRING "  TOTAL BALANCE   $" DELIMITED BY SIZE
                  EditedMoney DELIMITED BY SIZE
                  "     AVERAGE $" DELIMITED BY SIZE
                  EditedMoney2 DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING 2 LINES
           MOVE SPACES TO ReportLine
           IF PriorSnapFound = 'Y'
               MOVE PTPriorBalance(ProductIndex) TO EditedMoney
               MOVE BalanceGrowth TO EditedMoney2
               MOVE GrowthPercent TO EditedPercent
               STRING "  PRIOR MONTH     $" DELIMITED BY SIZE
                      EditedMoney DELIMITED BY SIZE
                      "     GROWTH  $" DELIMITED BY SIZE
                      EditedMoney2 DELIMITED BY SIZE
                      "  (" DELIMITED BY SIZE
                      EditedPercent DELIMITED BY SIZE
                      "%)" DELIMITED BY SIZE
                      INTO ReportLine
           ELSE
               MOVE "  PRIOR MONTH     NOT AVAILABLE" TO ReportLine
           END-IF
           WRITE ReportLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO ReportLine
           MOVE PTOpened(ProductIndex) TO EditedCount
           MOVE EditedCount TO ReportLine(20:7)
           MOVE PTClosedInMonth(ProductIndex) TO EditedCount
           MOVE EditedCount TO ReportLine(45:7)
           MOVE "  OPENED IN MONTH" TO ReportLine(1:17)
           MOVE "CLOSED IN MONTH" TO ReportLine(29:15)
           WRITE ReportLine AFTER ADVANCING 2 LINES
           MOVE SPACES TO ReportLine
           MOVE PTInterest(ProductIndex) TO EditedMoney
           MOVE PTFees(ProductIndex) TO EditedMoney2
           STRING "  INTEREST PAID   $" DELIMITED BY SIZE
                  EditedMoney DELIMITED BY SIZE
                  "     FEES    $" DELIMITED BY SIZE
                  EditedMoney2 DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING 1 LINE.

       ADD-TO-GRAND-TOTALS.
           ADD PTActive(ProductIndex) TO GrandActive
           ADD PTFrozen(ProductIndex) TO GrandFrozen
           ADD PTDormant(ProductIndex) TO GrandDormant
           ADD PTClosed(ProductIndex) TO GrandClosed
           ADD PTBalance(ProductIndex) TO GrandBalance
           ADD PTPriorBalance(ProductIndex) TO GrandPriorBalance
           ADD PTOpened(ProductIndex) TO GrandOpened
           ADD PTClosedInMonth(ProductIndex) TO GrandClosedInMonth
           ADD PTInterest(ProductIndex) TO GrandInterest
           ADD PTFees(ProductIndex) TO GrandFees.

       PRINT-GRAND-TOTALS.
           MOVE ALL "=" TO ReportLine
           WRITE ReportLine AFTER ADVANCING 3 LINES
           MOVE "ALL PRODUCTS" TO ReportLine
           WRITE ReportLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO ReportLine
           COMPUTE TotalAccounts = GrandActive + GrandFrozen
               + GrandDormant + GrandClosed
           MOVE GrandActive TO EditedCount
           MOVE EditedCount TO ReportLine(12:7)
           MOVE GrandFrozen TO EditedCount
           MOVE EditedCount TO ReportLine(20:7)
           MOVE GrandDormant TO EditedCount
           MOVE EditedCount TO ReportLine(29:7)
           MOVE GrandClosed TO EditedCount
           MOVE EditedCount TO ReportLine(37:7)
           MOVE TotalAccounts TO EditedCount
           MOVE EditedCount TO ReportLine(45:7)
           MOVE "  ACCOUNTS" TO ReportLine(1:10)
           WRITE ReportLine AFTER ADVANCING 2 LINES
           MOVE SPACES TO ReportLine
           MOVE GrandBalance TO EditedMoney
           STRING "  TOTAL BALANCE   $" DELIMITED BY SIZE
                  EditedMoney DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING 1 LINE
           IF PriorSnapFound = 'Y'
               MOVE SPACES TO ReportLine
               MOVE GrandPriorBalance TO EditedMoney
               COMPUTE BalanceGrowth = GrandBalance - GrandPriorBalance
               MOVE BalanceGrowth TO EditedMoney2
               STRING "  PRIOR MONTH     $" DELIMITED BY SIZE
                      EditedMoney DELIMITED BY SIZE
                      "     GROWTH  $" DELIMITED BY SIZE
                      EditedMoney2 DELIMITED BY SIZE
                      INTO ReportLine
               WRITE ReportLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO ReportLine
           MOVE GrandOpened TO EditedCount
           MOVE EditedCount TO ReportLine(20:7)
           MOVE GrandClosedInMonth TO EditedCount
           MOVE EditedCount TO ReportLine(45:7)
           MOVE "  OPENED IN MONTH" TO ReportLine(1:17)
           MOVE "CLOSED IN MONTH" TO ReportLine(29:15)
           WRITE ReportLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO ReportLine
           MOVE GrandInterest TO EditedMoney
           MOVE GrandFees TO EditedMoney2
           STRING "  INTEREST PAID   $" DELIMITED BY SIZE
                  EditedMoney DELIMITED BY SIZE
                  "     FEES    $" DELIMITED BY SIZE
                  EditedMoney2 DELIMITED BY SIZE
                  INTO ReportLine
           WRITE ReportLine AFTER ADVANCING 1 LINE.

       WRITE-CSV-HEADING.
           MOVE SPACES TO CsvLine
           STRING "PERIOD,PRODUCT,MONTHLY_RATE_PCT,RATE_EFFECTIVE,"
                      DELIMITED BY SIZE
                  "MONTHLY_FEE,FEE_WAIVE_BALANCE,FREE_WITHDRAWALS,"
                      DELIMITED BY SIZE
                  "EXCESS_ITEM_FEE,ACTIVE,FROZEN,DORMANT,CLOSED,"
                      DELIMITED BY SIZE
                  "TOTAL_ACCOUNTS,TOTAL_BALANCE,AVERAGE_BALANCE,"
                      DELIMITED BY SIZE
                  "PRIOR_BALANCE,GROWTH,GROWTH_PCT,OPENED,"
                      DELIMITED BY SIZE
                  "CLOSED_IN_MONTH,INTEREST_PAID,FEE_INCOME"
                      DELIMITED BY SIZE
                  INTO CsvLine
           WRITE CsvLine.

       WRITE-CSV-ROW.
           *> Prior balance and growth are left empty when there is
           *> no prior-month snapshot, so the sheet shows a blank
           *> rather than a false zero
           MOVE SPACES TO CsvLine
           MOVE 1 TO CsvPointer
           STRING ReportPeriod DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  PTProductCode(ProductIndex) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO CsvLine WITH POINTER CsvPointer
           MOVE RatePercent TO CsvRate
           MOVE CsvRate TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE RateFoundDate TO CsvField
           PERFORM APPEND-CSV-FIELD
           IF FeeRowFound = 'Y'
               MOVE FTMonthlyCharge(FeeIndex) TO CsvMoney
               MOVE CsvMoney TO CsvField
               PERFORM APPEND-CSV-FIELD
               MOVE FTMinBalance(FeeIndex) TO CsvMoney
               MOVE CsvMoney TO CsvField
               PERFORM APPEND-CSV-FIELD
               MOVE FTFreeWithdraw(FeeIndex) TO CsvCount
               MOVE CsvCount TO CsvField
               PERFORM APPEND-CSV-FIELD
               MOVE FTExcessCharge(FeeIndex) TO CsvMoney
               MOVE CsvMoney TO CsvField
               PERFORM APPEND-CSV-FIELD
           ELSE
               STRING ",,,," DELIMITED BY SIZE
                      INTO CsvLine WITH POINTER CsvPointer
           END-IF
           MOVE PTActive(ProductIndex) TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTFrozen(ProductIndex) TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTDormant(ProductIndex) TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTClosed(ProductIndex) TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE TotalAccounts TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTBalance(ProductIndex) TO CsvMoney
           MOVE CsvMoney TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE AverageBalance TO CsvMoney
           MOVE CsvMoney TO CsvField
           PERFORM APPEND-CSV-FIELD
           IF PriorSnapFound = 'Y'
               MOVE PTPriorBalance(ProductIndex) TO CsvMoney
               MOVE CsvMoney TO CsvField
               PERFORM APPEND-CSV-FIELD
               MOVE BalanceGrowth TO CsvMoney
               MOVE CsvMoney TO CsvField
               PERFORM APPEND-CSV-FIELD
               MOVE GrowthPercent TO CsvPercent
               MOVE CsvPercent TO CsvField
               PERFORM APPEND-CSV-FIELD
           ELSE
               STRING ",,," DELIMITED BY SIZE
                      INTO CsvLine WITH POINTER CsvPointer
           END-IF
           MOVE PTOpened(ProductIndex) TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTClosedInMonth(ProductIndex) TO CsvCount
           MOVE CsvCount TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTInterest(ProductIndex) TO CsvMoney
           MOVE CsvMoney TO CsvField
           PERFORM APPEND-CSV-FIELD
           MOVE PTFees(ProductIndex) TO CsvMoney
           MOVE CsvMoney TO CsvField
           PERFORM APPEND-CSV-FIELD
           *> No comma after the last column
           SUBTRACT 1 FROM CsvPointer
           MOVE SPACE TO CsvLine(CsvPointer:1)
           WRITE CsvLine
           IF CsvFileStatus NOT = "00"
               DISPLAY "Unable to write spreadsheet row for "
                   PTProductCode(ProductIndex) ". Status: "
                   CsvFileStatus
           END-IF.

       APPEND-CSV-FIELD.
           MOVE 0 TO CsvLead
           INSPECT CsvField TALLYING CsvLead FOR LEADING SPACES
           STRING CsvField(CsvLead + 1:) DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  INTO CsvLine WITH POINTER CsvPointer.
