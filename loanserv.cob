       IDENTIFICATION DIVISION.
       PROGRAM-ID. LoanServicingRun.  *> Nightly installment loan run

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LoanTermsFile ASSIGN TO "loan_terms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAccountID
               FILE STATUS IS LoanFileStatus.  *> LON note terms
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.  *> Principal owed
           SELECT CustomerMasterFile ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterNumber
               FILE STATUS IS MasterFileStatus.  *> Name/phone lookup
           SELECT TransactionLogFile ASSIGN TO "transaction_logs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.
           SELECT SnapshotFile ASSIGN TO "balance_forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapshotFileStatus.
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date

       DATA DIVISION.
       FILE SECTION.
       FD LoanTermsFile.
           COPY "loanrec.cpy".

       FD CustomerFile.
           COPY "custrec.cpy".

       FD CustomerMasterFile.
           COPY "custmast.cpy".

       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       FD BusinessDateFile.
           COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateFileName     PIC X(60) VALUE "business_date.dat".
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 LoanFileStatus      PIC XX VALUE SPACES.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 MasterFileStatus    PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.

       01 CurrentRunDate      PIC 9(8).
       01 CurrentRunTime      PIC 9(8).             *> Time of day
       01 NextTransactionID   PIC 9(6) VALUE 1.
       01 BackupDone          PIC X VALUE "N".      *> Backed up
       01 BackupCommand       PIC X(80).            *> Backup cmd
       01 ServicingRanOK      PIC X VALUE 'N'. *> Loan file was read
       01 RewriteFailed       PIC X VALUE 'N'. *> A loan not updated
       01 OwnerNameWork       PIC X(30).       *> Name for the list
       01 OwnerPhoneWork      PIC X(15).       *> Phone for the list

       *> Per-loan work fields
       01 LoanPrincipalOwed   PIC 9(7)V99.     *> Balance as owed
       01 AccrualDays         PIC 9(4).        *> Days accrued tonight
       01 AccrualAmount       PIC 9(7)V99.     *> Interest accrued
       01 OwedNotBilled       PIC S9(8)V99.    *> Owed less billed
       01 BillAmount          PIC 9(7)V99.     *> This installment
       01 InstallmentsUnpaid  PIC 9(4).        *> Bills still open
       01 BillRemainder       PIC 9(7)V99.     *> Part installment
       01 UnpaidIndex         PIC 9(4).        *> Months stepped back
       01 FirstDueDate        PIC 9(8).        *> First installment
       01 OldestUnpaidDate    PIC 9(8).        *> Oldest open bill
       *> Day-count work fields: walk from CountFromDate to
       *> CountToDate one day at a time, same as the hold release
       *> date arithmetic
       01 CountFromDate       PIC 9(8).
       01 CountToDate         PIC 9(8).
       01 DayCount            PIC 9(4).
       *> Due-date arithmetic: each month step keeps the day the
       *> loan was advanced, pulled back to the month end in a short
       *> month, same as at origination
       01 WORK-DATE.
           05 WorkYear        PIC 9(4).
           05 WorkMonth       PIC 9(2).
           05 WorkDay         PIC 9(2).
       01 WorkDateNum REDEFINES WORK-DATE PIC 9(8).
       01 DaysInMonth         PIC 9(2).
       01 LeapRemainder       PIC 9(4).
       01 LoanDueDay          PIC 9(2).

       *> Run totals
       01 LoansRead           PIC 9(6) VALUE 0.
       01 LoansServiced       PIC 9(6) VALUE 0.
       01 LoansPaidOff        PIC 9(6) VALUE 0.
       01 LoansInError        PIC 9(6) VALUE 0.
       01 InstallmentsBilled  PIC 9(6) VALUE 0.
       01 LoansCurrent        PIC 9(6) VALUE 0.
       01 Loans30Days         PIC 9(6) VALUE 0.
       01 Loans60Days         PIC 9(6) VALUE 0.
       01 Loans90Days         PIC 9(6) VALUE 0.
       01 TotalAccrued        PIC 9(9)V99 VALUE 0.
       01 TotalBilled         PIC 9(9)V99 VALUE 0.
       01 TotalPastDue        PIC 9(9)V99 VALUE 0.
       01 TotalPrincipal      PIC 9(9)V99 VALUE 0.
       01 EditedAmount        PIC ZZZ,ZZZ,ZZ9.99.
       01 BucketLabel         PIC X(4).

       01 TransLogCustomerID  PIC X(5).
       01 TransLogType        PIC X(8).
       01 TransLogAmount      PIC 9(7)V99.
       01 TransLogRefID       PIC 9(6) VALUE 0.
       *> Batch runs are stamped with the system operator ID
       01 TransLogOperatorID  PIC X(4) VALUE "*SYS".

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Bring every active installment loan up to the business
           *> date: accrue interest on the principal owed since the
           *> last accrual, bill each installment that has fallen
           *> due, and age what is billed and unpaid into the 30 /
           *> 60 / 90 day delinquency buckets.  Runs once per
           *> business date under the shared date control, ahead of
           *> the GL extract so the accrual reaches the ledger.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK NOT = "Y" OR BusDayStatus NOT = "O"
               DISPLAY "No open business date -- run StartOfDay "
                   "before the loan servicing run."
           ELSE
           IF BDLoanRun = "Y"
               DISPLAY "Loan servicing already ran for business date "
                   BusinessDate " -- run refused."
           ELSE
               PERFORM INIT-TRANSACTION-ID
               MOVE BusinessDate TO CurrentRunDate
               PERFORM SERVICE-ALL-LOANS
               *> A run that never read the loan file, or left a loan
               *> half updated, must stay open for the rerun; the
               *> accrual-through and next-due dates on each loan
               *> make the rerun pick up only what is still owed
               IF ServicingRanOK = "Y" AND RewriteFailed NOT = "Y"
                   PERFORM PRINT-SERVICING-TOTALS
                   PERFORM MARK-BATCH-COMPLETE
               ELSE
                   DISPLAY "Run NOT recorded as complete -- fix the "
                       "failure above and rerun."
               END-IF
           END-IF
           END-IF
           STOP RUN.

       MARK-BATCH-COMPLETE.
           MOVE "Y" TO BDLoanRun
           PERFORM WRITE-BUSINESS-DATE
           IF BusDateWriteOK NOT = "Y"
               DISPLAY "WARNING: completion not recorded on the "
                   "business-date control -- EndOfDay will not see "
                   "this run."
           END-IF.

       SERVICE-ALL-LOANS.
           MOVE 'N' TO EOF
           OPEN I-O LoanTermsFile
           IF LoanFileStatus = "35"
               *> No loan has ever been made -- nothing to service
               DISPLAY "No loans on file -- nothing to service."
               MOVE 'Y' TO ServicingRanOK
           ELSE
           IF LoanFileStatus NOT = "00"
               DISPLAY "Unable to open loan terms file. Status: "
                   LoanFileStatus
           ELSE
               OPEN INPUT CustomerFile
               IF CustomerFileStatus NOT = "00"
                   DISPLAY "Unable to open customer file. Status: "
                       CustomerFileStatus
                   CLOSE LoanTermsFile
               ELSE
                   PERFORM BACKUP-LOAN-FILE
                   PERFORM OPEN-TRANSACTION-LOG
                   DISPLAY "======================================"
                   DISPLAY "DELINQUENT LOANS AS OF " CurrentRunDate
                   DISPLAY "======================================"
                   DISPLAY "Bkt  Account Name                       "
                       "Phone           Days   Amount Due"
                   PERFORM UNTIL EOF = 'Y'
                       READ LoanTermsFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM SERVICE-ONE-LOAN
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-TRANSACTION-LOG
                   CLOSE CustomerFile
                   CLOSE LoanTermsFile
                   MOVE 'Y' TO ServicingRanOK
               END-IF
           END-IF
           END-IF.

       BACKUP-LOAN-FILE.
           *> Snapshot loan_terms.dat before the first REWRITE so the
           *> run can always be restored from the timestamped copy
           IF BackupDone NOT = "Y"
               ACCEPT CurrentRunTime FROM TIME
               STRING "cp loan_terms.dat loan_terms_"
                          DELIMITED BY SIZE
                      CurrentRunDate DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      CurrentRunTime DELIMITED BY SIZE
                      ".bak" DELIMITED BY SIZE
                      INTO BackupCommand
               CALL "SYSTEM" USING BackupCommand
               MOVE "Y" TO BackupDone
           END-IF.

       SERVICE-ONE-LOAN.
           *> Paid-off notes are left alone; a terms row whose account
           *> is missing or closed is a data problem for the loan
           *> officer, reported and skipped
           ADD 1 TO LoansRead
           IF LoanStatus NOT = "A"
               ADD 1 TO LoansPaidOff
           ELSE
               MOVE LoanAccountID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "*** NO ACCOUNT FOR LOAN "
                           LoanAccountID " -- NOT SERVICED ***"
                       ADD 1 TO LoansInError
                   NOT INVALID KEY
                       IF AccountStatus = "C"
                           DISPLAY "*** LOAN " LoanAccountID
                               " ACTIVE ON A CLOSED ACCOUNT -- NOT "
                               "SERVICED ***"
                           ADD 1 TO LoansInError
                       ELSE
                           PERFORM UPDATE-ONE-LOAN
                       END-IF
               END-READ
           END-IF.

       UPDATE-ONE-LOAN.
           *> The terms row is rewritten before the accrual is
           *> logged: a failure between the two at worst leaves one
           *> night's accrual off the GL, never books it twice
           IF Balance < 0
               COMPUTE LoanPrincipalOwed = Balance * -1
           ELSE
               MOVE 0 TO LoanPrincipalOwed
           END-IF
           MOVE LoanOpenDate TO WorkDateNum
           MOVE WorkDay TO LoanDueDay
           PERFORM ACCRUE-LOAN-INTEREST
           PERFORM BILL-DUE-INSTALLMENTS
           PERFORM AGE-LOAN
           REWRITE LoanTermsRecord
           IF LoanFileStatus NOT = "00"
               DISPLAY "Unable to update loan " LoanAccountID
                   ". Status: " LoanFileStatus
               ADD 1 TO LoansInError
               MOVE 'Y' TO RewriteFailed
           ELSE
               ADD 1 TO LoansServiced
               ADD LoanPrincipalOwed TO TotalPrincipal
               IF AccrualAmount > 0
                   MOVE LoanAccountID TO TransLogCustomerID
                   MOVE "LOAN-ACR" TO TransLogType
                   MOVE AccrualAmount TO TransLogAmount
                   MOVE 0 TO TransLogRefID
                   PERFORM WRITE-TRANSACTION-LOG
                   ADD AccrualAmount TO TotalAccrued
               END-IF
               PERFORM COUNT-DELINQUENCY-BUCKET
           END-IF.

       ACCRUE-LOAN-INTEREST.
           *> Simple interest on the principal owed, actual days over
           *> a 365-day year, for every day since the last accrual --
           *> a weekend or holiday is picked up on the next run
           MOVE 0 TO AccrualAmount
           IF LoanAccruedThru < CurrentRunDate
               MOVE LoanAccruedThru TO CountFromDate
               MOVE CurrentRunDate TO CountToDate
               PERFORM COUNT-DAYS-BETWEEN
               MOVE DayCount TO AccrualDays
               COMPUTE AccrualAmount ROUNDED =
                   LoanPrincipalOwed * LoanNoteRate * AccrualDays
                   / 365
               ADD AccrualAmount TO LoanAccruedInt
               MOVE CurrentRunDate TO LoanAccruedThru
           END-IF.

       BILL-DUE-INSTALLMENTS.
           *> Every installment whose due date has arrived is added
           *> to the amount due.  The final installment, or one
           *> larger than what is still owed, bills the balance
           *> instead of the level payment; past maturity the whole
           *> payoff is due.
           PERFORM UNTIL LoanNextDueDate > CurrentRunDate
                      OR LoanNextDueDate > LoanMaturityDate
               COMPUTE OwedNotBilled = LoanPrincipalOwed
                   + LoanAccruedInt - LoanAmountDue
               IF OwedNotBilled < 0
                   MOVE 0 TO OwedNotBilled
               END-IF
               IF LoanNextDueDate = LoanMaturityDate
                       OR LoanPayment > OwedNotBilled
                   MOVE OwedNotBilled TO BillAmount
               ELSE
                   MOVE LoanPayment TO BillAmount
               END-IF
               ADD BillAmount TO LoanAmountDue
               ADD 1 TO InstallmentsBilled
               ADD BillAmount TO TotalBilled
               MOVE LoanNextDueDate TO WorkDateNum
               PERFORM ADD-ONE-LOAN-MONTH
               MOVE WorkDateNum TO LoanNextDueDate
           END-PERFORM
           IF CurrentRunDate > LoanMaturityDate
               COMPUTE LoanAmountDue =
                   LoanPrincipalOwed + LoanAccruedInt
           END-IF.

       AGE-LOAN.
           *> Payments clear the oldest bill first, so the unpaid
           *> amount covers the most recent installments: the oldest
           *> one still open is that many months back from the next
           *> due date, never earlier than the first installment
           MOVE 0 TO LoanDaysPastDue
           IF LoanAmountDue > 0
               IF LoanPayment > 0
                   DIVIDE LoanAmountDue BY LoanPayment
                       GIVING InstallmentsUnpaid
                       REMAINDER BillRemainder
                   IF BillRemainder > 0
                       ADD 1 TO InstallmentsUnpaid
                   END-IF
               ELSE
                   MOVE 1 TO InstallmentsUnpaid
               END-IF
               MOVE LoanOpenDate TO WorkDateNum
               PERFORM ADD-ONE-LOAN-MONTH
               MOVE WorkDateNum TO FirstDueDate
               MOVE LoanNextDueDate TO WorkDateNum
               PERFORM VARYING UnpaidIndex FROM 1 BY 1
                       UNTIL UnpaidIndex > InstallmentsUnpaid
                          OR WorkDateNum <= FirstDueDate
                   PERFORM SUBTRACT-ONE-LOAN-MONTH
               END-PERFORM
               IF WorkDateNum < FirstDueDate
                   MOVE FirstDueDate TO WorkDateNum
               END-IF
               MOVE WorkDateNum TO OldestUnpaidDate
               IF OldestUnpaidDate < CurrentRunDate
                   MOVE OldestUnpaidDate TO CountFromDate
                   MOVE CurrentRunDate TO CountToDate
                   PERFORM COUNT-DAYS-BETWEEN
                   MOVE DayCount TO LoanDaysPastDue
               END-IF
           END-IF
           IF LoanDaysPastDue >= 90
               MOVE "3" TO LoanDelinqBucket
           ELSE
           IF LoanDaysPastDue >= 60
               MOVE "2" TO LoanDelinqBucket
           ELSE
           IF LoanDaysPastDue >= 30
               MOVE "1" TO LoanDelinqBucket
           ELSE
               MOVE "C" TO LoanDelinqBucket
           END-IF
           END-IF
           END-IF.

       COUNT-DELINQUENCY-BUCKET.
           EVALUATE LoanDelinqBucket
               WHEN "1"
                   ADD 1 TO Loans30Days
                   MOVE "30+" TO BucketLabel
               WHEN "2"
                   ADD 1 TO Loans60Days
                   MOVE "60+" TO BucketLabel
               WHEN "3"
                   ADD 1 TO Loans90Days
                   MOVE "90+" TO BucketLabel
               WHEN OTHER
                   ADD 1 TO LoansCurrent
           END-EVALUATE
           IF LoanDelinqBucket NOT = "C"
               ADD LoanAmountDue TO TotalPastDue
               PERFORM LOOK-UP-OWNER-MASTER
               MOVE LoanAmountDue TO EditedAmount
               DISPLAY BucketLabel " " LoanAccountID "   "
                   OwnerNameWork " " OwnerPhoneWork " "
                   LoanDaysPastDue " " EditedAmount
           END-IF.

       LOOK-UP-OWNER-MASTER.
           *> Name and phone live on the customer master; a loan with
           *> no master row prints blank and is worth chasing before
           *> the collector calls
           MOVE SPACES TO OwnerNameWork
           MOVE SPACES TO OwnerPhoneWork
           OPEN INPUT CustomerMasterFile
           IF MasterFileStatus = "00"
               MOVE OwnerNumber TO MasterNumber
               READ CustomerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MasterName TO OwnerNameWork
                       MOVE MasterPhone TO OwnerPhoneWork
               END-READ
               CLOSE CustomerMasterFile
           END-IF.

       COUNT-DAYS-BETWEEN.
           *> Walk forward one day at a time so month and year ends
           *> roll over correctly; capped well past any real gap
           MOVE 0 TO DayCount
           MOVE CountFromDate TO WorkDateNum
           PERFORM UNTIL WorkDateNum >= CountToDate
                      OR DayCount >= 9999
               ADD 1 TO DayCount
               ADD 1 TO WorkDay
               PERFORM GET-DAYS-IN-MONTH
               IF WorkDay > DaysInMonth
                   MOVE 1 TO WorkDay
                   ADD 1 TO WorkMonth
                   IF WorkMonth > 12
                       MOVE 1 TO WorkMonth
                       ADD 1 TO WorkYear
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ONE-LOAN-MONTH.
           ADD 1 TO WorkMonth
           IF WorkMonth > 12
               MOVE 1 TO WorkMonth
               ADD 1 TO WorkYear
           END-IF
           PERFORM SET-LOAN-DUE-DAY.

       SUBTRACT-ONE-LOAN-MONTH.
           IF WorkMonth = 1
               MOVE 12 TO WorkMonth
               SUBTRACT 1 FROM WorkYear
           ELSE
               SUBTRACT 1 FROM WorkMonth
           END-IF
           PERFORM SET-LOAN-DUE-DAY.

       SET-LOAN-DUE-DAY.
           *> The day the loan was advanced, or the month end when
           *> the month is shorter
           PERFORM GET-DAYS-IN-MONTH
           IF LoanDueDay > DaysInMonth
               MOVE DaysInMonth TO WorkDay
           ELSE
               MOVE LoanDueDay TO WorkDay
           END-IF.

       GET-DAYS-IN-MONTH.
           EVALUATE WorkMonth
               WHEN 4
               WHEN 6
               WHEN 9
               WHEN 11
                   MOVE 30 TO DaysInMonth
               WHEN 2
                   MOVE 28 TO DaysInMonth
                   DIVIDE WorkYear BY 4 GIVING LeapRemainder
                       REMAINDER LeapRemainder
                   IF LeapRemainder = 0
                       MOVE 29 TO DaysInMonth
                       DIVIDE WorkYear BY 100 GIVING LeapRemainder
                           REMAINDER LeapRemainder
                       IF LeapRemainder = 0
                           MOVE 28 TO DaysInMonth
                           DIVIDE WorkYear BY 400
                               GIVING LeapRemainder
                               REMAINDER LeapRemainder
                           IF LeapRemainder = 0
                               MOVE 29 TO DaysInMonth
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE 31 TO DaysInMonth
           END-EVALUATE.

       PRINT-SERVICING-TOTALS.
           DISPLAY "======================================"
           DISPLAY "LOAN SERVICING RUN FOR " CurrentRunDate
           DISPLAY "======================================"
           DISPLAY "Loans On File:      " LoansRead
           DISPLAY "Loans Serviced:     " LoansServiced
           DISPLAY "Loans Paid Off:     " LoansPaidOff
           DISPLAY "Loans In Error:     " LoansInError
           DISPLAY "Installments Billed:" InstallmentsBilled
           MOVE TotalBilled TO EditedAmount
           DISPLAY "Amount Billed:      " EditedAmount
           MOVE TotalAccrued TO EditedAmount
           DISPLAY "Interest Accrued:   " EditedAmount
           MOVE TotalPrincipal TO EditedAmount
           DISPLAY "Principal Owed:     " EditedAmount
           DISPLAY "--------------------------------------"
           DISPLAY "Current:            " LoansCurrent
           DISPLAY "30-59 Days:         " Loans30Days
           DISPLAY "60-89 Days:         " Loans60Days
           DISPLAY "90+ Days:           " Loans90Days
           MOVE TotalPastDue TO EditedAmount
           DISPLAY "Delinquent Due:     " EditedAmount.

       INIT-TRANSACTION-ID.
           *> Same seeding as the teller system, so IDs never collide:
           *> balance-forward header first, then the live log.
           *> Entries post to the business date when one is open; a
           *> run outside the daily cycle falls back to the clock.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK = "Y" AND BusDayStatus = "O"
               MOVE BusinessDate TO CurrentRunDate
           ELSE
               ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           END-IF
           MOVE 1 TO NextTransactionID
           PERFORM READ-SNAPSHOT-HIGH-ID
           MOVE 'N' TO EOF
           OPEN INPUT TransactionLogFile
           IF TransLogFileStatus = "00"
               PERFORM UNTIL EOF = 'Y'
                   READ TransactionLogFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF TransactionID >= NextTransactionID
                               COMPUTE NextTransactionID =
                                   TransactionID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransactionLogFile
           END-IF.

       READ-SNAPSHOT-HIGH-ID.
           *> The H record on balance_forward.dat carries the highest
           *> TransactionID ever moved to an archive
           MOVE 'N' TO EOF
           OPEN INPUT SnapshotFile
           IF SnapshotFileStatus = "00"
               PERFORM UNTIL EOF = 'Y'
                   READ SnapshotFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF SnapRecordType = "H"
                                   AND SnapHighTransID >=
                                       NextTransactionID
                               COMPUTE NextTransactionID =
                                   SnapHighTransID + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
           END-IF.

       COPY "writetranslog.cpy".

       COPY "busdatectl.cpy".
