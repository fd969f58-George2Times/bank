           SELECT TransactionLogFile ASSIGN TO "transaction_logs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.  *> Transaction log
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.
           SELECT ProductRateFile ASSIGN TO "product_rates.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductFileStatus.  *> Product rates
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date
           SELECT LoanTermsFile ASSIGN TO "loan_terms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAccountID
               FILE STATUS IS LoanFileStatus.  *> LON note terms
           SELECT OverdraftAgingFile ASSIGN TO "od_aging.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODAccountID
               FILE STATUS IS ODFileStatus.  *> Overdrawn accounts
           SELECT NoticeRequestFile ASSIGN TO "notice_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Customer notices

       DATA DIVISION.
       FILE SECTION.
       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD ProductRateFile.
           COPY "prodrate.cpy".

       FD BusinessDateFile.
           COPY "busdate.cpy".

       FD LoanTermsFile.
           COPY "loanrec.cpy".

       FD OverdraftAgingFile.
           COPY "odrec.cpy".

       FD NoticeRequestFile.
           COPY "noticerec.cpy".

       WORKING-STORAGE SECTION.
       01 MenuChoice          PIC 99 VALUE 0.  *> User menu choice
       01 InputCustomerID     PIC X(5).        *> Input for customer ID
       01 InputName           PIC X(30).       *> New customer name
       01 InputPhone          PIC X(15).       *> New customer phone
       01 InputOverdraftLimit PIC 9(7)V99.     *> New overdraft limit
       01 InputTIN            PIC X(9).        *> Taxpayer ID keyed
       01 TINMaskWork         PIC X(12).       *> TIN shown last 4 only
       01 InputAddress.                        *> Mailing address keyed
           05 InputAddrLine1  PIC X(30).       *> Blank = none on file
           05 InputAddrLine2  PIC X(30).
           05 InputCity       PIC X(20).
           05 InputState      PIC X(2).
           05 InputZip        PIC X(10).
       01 CustomerIDPromptText PIC X(40).      *> Prompt for customer ID
       01 AmountPromptText    PIC X(40).       *> Prompt for amount
       01 EOF                 PIC X VALUE 'N'. *> End of file marker
       01 OwnerPhoneWork      PIC X(15).       *> Phone for display
       01 AccountsListed      PIC 9(3).        *> Accounts under master
       01 TransLogFileStatus  PIC XX VALUE SPACES.  *> Log file status
       01 HistFileStatus      PIC XX VALUE SPACES.  *> History index
       01 HistoryOpen         PIC X VALUE 'N'. *> Index open now
       01 HistEOF             PIC X VALUE 'N'. *> Account's rows done
       01 HoldHistOpened      PIC X VALUE 'N'. *> Opened for a hold
       01 HoldHistoryID       PIC 9(6) VALUE 0.  *> Deposit held
       01 ProductFileStatus   PIC XX VALUE SPACES.  *> Rate file status
       01 SnapshotFileStatus  PIC XX VALUE SPACES.  *> Snapshot status
       01 OperatorFileStatus  PIC XX VALUE SPACES.  *> Operator file
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       *> The settlement rewrite builds teller_drawers.new and only
       *> moves it over teller_drawers.dat once fully written, same
       *> discipline as the standing order rewrite
       01 MaintNewName        PIC X(30).       *> Blank = keep current
       01 MaintNewPhone       PIC X(15).       *> Blank = keep current
       01 MaintChangeFlag     PIC X.           *> Y = change overdraft
       01 MaintAddressFlag    PIC X.           *> Y = change address
       01 MaintAnyChange      PIC X VALUE "N". *> Something was edited
       01 MaintAuditOK        PIC X VALUE "N". *> Audit rows written
       01 MaintBeforeImage    PIC X(160).      *> Record before edits
       01 MaintAfterImage     PIC X(160).      *> Record after edits
       01 InputOrderID        PIC 9(4).        *> Order to cancel
       01 InputFrequency      PIC X.           *> M or W
       01 InputNextDue        PIC 9(8).        *> First execution date
       01 XferOutTransID      PIC 9(6).    *> XFER-OUT TransactionID
       01 XferInTransID       PIC 9(6).    *> XFER-IN TransactionID

       *> Installment loans (product LON): the note terms keyed at
       *> origination and the split of a payment taken at the window
       01 LoanFileStatus      PIC XX VALUE SPACES.  *> Loan terms file
       01 LoanWriteOK         PIC X VALUE "N". *> Terms row written
       01 LoanConfirm         PIC X.           *> Y = advance the loan
       01 InputNoteRate       PIC 9V9(5).      *> Annual rate keyed
       01 InputTermMonths     PIC 9(3).        *> Term keyed, months
       01 LoanMonthlyRate     PIC 9V9(9).      *> Note rate / 12
       01 LoanGrowthFactor    PIC 9(7)V9(9).   *> (1 + rate) ** term
       01 LoanPaymentWork     PIC 9(7)V99.     *> Level monthly payment
       01 LoanFirstDueDate    PIC 9(8).        *> One month out
       01 LoanMaturityWork    PIC 9(8).        *> Term months out
       01 LoanDueDay          PIC 9(2).        *> Day of month due
       01 LoanMonthIndex      PIC 9(3).        *> Months stepped
       01 LoanPrincipalOwed   PIC 9(7)V99.     *> Balance as owed
       01 LoanPayoffAmount    PIC 9(8)V99.     *> Principal + interest
       01 LoanInterestPart    PIC 9(7)V99.     *> Payment to interest
       01 LoanPrincipalPart   PIC 9(7)V99.     *> Payment to principal
       01 LoanIntTransID      PIC 9(6).        *> LOAN-INT TransactionID
       01 LoanPrnTransID      PIC 9(6).        *> LOAN-PRN TransactionID

       *> Charge-off recoveries: money taken at the window against a
       *> loss the overdraft aging run wrote off
       01 ODFileStatus        PIC XX VALUE SPACES.  *> Overdraft aging
       01 RecoveryOpen        PIC 9(7)V99.     *> Loss not yet recovered

       *> Recent activity inquiry: the account's last entries off the
       *> history index, kept in a ring as the account's rows are
       *> read oldest first, then shown with the balance after each
       01 InputActivityCount  PIC 99.          *> Entries asked for
       01 RecentNextSlot      PIC 99.          *> Ring slot to fill
       01 RecentSlot          PIC 99.          *> Slot being shown
       01 RecentShowCount     PIC 99.          *> Entries in the ring
       01 RecentIndex         PIC 99.
       01 RecentEntriesRead   PIC 9(6).        *> Account entries seen
       01 RECENT-TABLE.
           05 RECENT-ROWS OCCURS 20 TIMES.
               10 RAEntry         PIC X(46).   *> TransactionRecord
               10 RABalanceAfter  PIC S9(9)V99.
       01 RunningBalance      PIC S9(9)V99.    *> Balance after entry
       01 BalanceAfterEntry   PIC S9(9)V99.    *> Work, newest first
       01 ActiveHoldsShown    PIC 9(3).        *> A rows listed
       01 EditedActivityAmt   PIC Z,ZZZ,ZZ9.99.
       01 EditedActivityBal   PIC -Z,ZZZ,ZZ9.99.

       *> Customer notices raised at the window (freeze, close)
       01 NoticeFileStatus    PIC XX VALUE SPACES.
       01 NoticeWriteOK       PIC X VALUE 'N'. *> Row on file
       01 NoticeType          PIC X(8).
       01 NoticeAccountID     PIC X(5).
       01 NoticeAmount        PIC 9(7)V99.
       01 NoticeReference     PIC X(8).
       01 NoticeDetail        PIC X(30).
       01 NoticeOperatorID    PIC X(4).
       *> Due-date arithmetic: each month step keeps the day the
       *> loan was advanced, pulled back to the month end in a short
       *> month so a loan made on the 31st stays due on the 31st
       01 WORK-DATE.
           05 WorkYear        PIC 9(4).
           05 WorkMonth       PIC 9(2).
           05 WorkDay         PIC 9(2).
       01 WorkDateNum REDEFINES WORK-DATE PIC 9(8).
       01 DaysInMonth         PIC 9(2).
       01 LeapRemainder       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> No sign-on without an open business date: every entry
                       PERFORM MAINTAIN-CUSTOMER-DETAILS
                   WHEN 12
                       PERFORM REVERSE-TRANSACTION
                   WHEN 13
                       PERFORM LOAN-PAYMENT
                   WHEN 14
                       PERFORM CHARGE-OFF-RECOVERY
                   WHEN 15
                       PERFORM RECENT-ACTIVITY
                   WHEN OTHER
                       DISPLAY "Invalid Choice. Try again."
               END-EVALUATE
                                   AND TransDate = CurrentRunDate
                               IF TransType = "DEPOSIT"
                                       OR TransType = "REV-WDL"
                                       OR TransType = "LOAN-INT"
                                       OR TransType = "LOAN-PRN"
                                       OR TransType = "RECOVERY"
                                   ADD TransAmount TO DrawerCashIn
                               END-IF
                               IF TransType = "WITHDRAW"
           DISPLAY "10. Find Customer by Name".
           DISPLAY "11. Customer Maintenance".
           DISPLAY "12. Reverse a Transaction".
           DISPLAY "13. Loan Payment".
           DISPLAY "14. Charge-Off Recovery".
           DISPLAY "15. Recent Activity".
           DISPLAY "99. Exit".
           DISPLAY "Enter your choice: ".

               MOVE "A" TO HoldStatus
               WRITE HoldRecord
               CLOSE HoldsFile
               *> The deposit was the last entry logged
               COMPUTE HoldHistoryID = NextTransactionID - 1
               PERFORM RECORD-HOLD-IN-HISTORY
               DISPLAY "Hold placed until " InputHoldDate "."
           END-IF.

                       DISPLAY "Account not opened -- product could "
                           "not be verified."
                       CLOSE CustomerFile
                   ELSE
                   IF InputProductCode = "LON"
                       PERFORM OPEN-LOAN-ACCOUNT
                   ELSE
                       MOVE "Enter Opening Balance: "
                           TO AmountPromptText
                       PERFORM CLOSE-TRANSACTION-LOG
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       OPEN-LOAN-ACCOUNT.
           *> A LON account books the principal advanced as a
           *> negative Balance, with the note terms on loan_terms.dat.
           *> The advance goes out as an official check, so no drawer
           *> cash moves; lending above the operator's own authority
           *> needs a supervisor, the same as a large debit.  The
           *> terms row is written first so an account is never left
           *> on file without its note.  CustomerFile is open I-O.
           PERFORM GET-LOAN-TERMS
           IF LoanConfirm NOT = "Y"
               DISPLAY "Loan not opened."
               CLOSE CustomerFile
           ELSE
               PERFORM CHECK-TRANSACTION-AUTHORITY
               IF AuthorityOK NOT = "Y"
                   DISPLAY "Loan not opened."
                   CLOSE CustomerFile
               ELSE
                   PERFORM WRITE-LOAN-TERMS
                   IF LoanWriteOK NOT = "Y"
                       DISPLAY "Loan not opened -- terms could not "
                           "be recorded."
                       CLOSE CustomerFile
                   ELSE
                       MOVE InputCustomerID TO CustomerID
                       MOVE InputCustomerNumber TO OwnerNumber
                       COMPUTE Balance = InputAmount * -1
                       MOVE 0 TO OverdraftLimit
                       MOVE InputProductCode TO ProductCode
                       MOVE "A" TO AccountStatus
                       WRITE CustomerRecord
                       CLOSE CustomerFile
                       DISPLAY "Loan account " InputCustomerID
                           " opened for customer "
                           InputCustomerNumber
                       DISPLAY "Issue official check for $"
                           InputAmount " to the borrower."

                       MOVE InputCustomerID TO TransLogCustomerID
                       MOVE "LOAN-ORG" TO TransLogType
                       MOVE InputAmount TO TransLogAmount
                       MOVE 0 TO TransLogRefID
                       PERFORM OPEN-TRANSACTION-LOG
                       PERFORM WRITE-TRANSACTION-LOG
                       IF OverrideUsed = "Y"
                           COMPUTE TransLogRefID =
                               NextTransactionID - 1
                           PERFORM LOG-SUPERVISOR-OVERRIDE
                       END-IF
                       PERFORM CLOSE-TRANSACTION-LOG
                   END-IF
               END-IF
           END-IF.

       GET-LOAN-TERMS.
           *> Principal, note rate and term are keyed off the signed
           *> note; the level payment and the schedule dates are
           *> worked out here and shown back for the teller to
           *> confirm before anything is written
           MOVE "N" TO LoanConfirm
           MOVE 0 TO InputAmount
           MOVE "Enter Loan Principal: " TO AmountPromptText
           PERFORM UNTIL InputAmount > 0
               PERFORM GET-INPUT-AMOUNT
               IF InputAmount = 0
                   DISPLAY "Principal must be greater than zero."
               END-IF
           END-PERFORM
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Enter Annual Note Rate (e.g. 0.085 = 8.5%): "
               ACCEPT InputNoteRate
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                       DISPLAY "Invalid rate. Try again."
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N' AND InputNoteRate > 0.30
                   MOVE 'Y' TO ERR
                   DISPLAY "Rate cannot exceed 0.30 (30%). "
                       "Try again."
               END-IF
           END-PERFORM
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Enter Term in Months (1-360): "
               ACCEPT InputTermMonths
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                       DISPLAY "Invalid term. Try again."
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N'
                       AND (InputTermMonths < 1
                            OR InputTermMonths > 360)
                   MOVE 'Y' TO ERR
                   DISPLAY "Term must be 1 to 360 months. "
                       "Try again."
               END-IF
           END-PERFORM
           PERFORM COMPUTE-LOAN-PAYMENT
           PERFORM COMPUTE-LOAN-SCHEDULE
           DISPLAY "Principal:      $" InputAmount
           DISPLAY "Note Rate:      " InputNoteRate
           DISPLAY "Term (months):  " InputTermMonths
           DISPLAY "Payment:        $" LoanPaymentWork
           DISPLAY "First Due Date: " LoanFirstDueDate
           DISPLAY "Maturity Date:  " LoanMaturityWork
           DISPLAY "Advance this loan (Y/N)? "
           ACCEPT LoanConfirm.

       COMPUTE-LOAN-PAYMENT.
           *> Level monthly payment that retires the principal over
           *> the term at the note rate; an interest-free note just
           *> divides the principal by the term
           IF InputNoteRate = 0
               COMPUTE LoanPaymentWork ROUNDED =
                   InputAmount / InputTermMonths
           ELSE
               COMPUTE LoanMonthlyRate = InputNoteRate / 12
               COMPUTE LoanGrowthFactor =
                   (1 + LoanMonthlyRate) ** InputTermMonths
               COMPUTE LoanPaymentWork ROUNDED =
                   InputAmount * LoanMonthlyRate * LoanGrowthFactor
                   / (LoanGrowthFactor - 1)
           END-IF.

       COMPUTE-LOAN-SCHEDULE.
           *> First installment falls due one month after the
           *> advance, the last one term months after it
           MOVE CurrentRunDate TO WorkDateNum
           MOVE WorkDay TO LoanDueDay
           PERFORM ADD-ONE-LOAN-MONTH
           MOVE WorkDateNum TO LoanFirstDueDate
           PERFORM VARYING LoanMonthIndex FROM 2 BY 1
                   UNTIL LoanMonthIndex > InputTermMonths
               PERFORM ADD-ONE-LOAN-MONTH
           END-PERFORM
           MOVE WorkDateNum TO LoanMaturityWork.

       ADD-ONE-LOAN-MONTH.
           ADD 1 TO WorkMonth
           IF WorkMonth > 12
               MOVE 1 TO WorkMonth
               ADD 1 TO WorkYear
           END-IF
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

       WRITE-LOAN-TERMS.
           MOVE 'N' TO LoanWriteOK
           OPEN I-O LoanTermsFile
           IF LoanFileStatus = "35"
               *> First loan ever made -- create the file, then
               *> close and reopen I-O, same as CustomerFile
               OPEN OUTPUT LoanTermsFile
               CLOSE LoanTermsFile
               OPEN I-O LoanTermsFile
           END-IF
           IF LoanFileStatus NOT = "00"
               DISPLAY "Unable to open loan terms file. Status: "
                   LoanFileStatus
           ELSE
               MOVE InputCustomerID TO LoanAccountID
               MOVE InputAmount TO LoanOrigPrincipal
               MOVE InputNoteRate TO LoanNoteRate
               MOVE InputTermMonths TO LoanTermMonths
               MOVE LoanPaymentWork TO LoanPayment
               MOVE CurrentRunDate TO LoanOpenDate
               MOVE LoanFirstDueDate TO LoanNextDueDate
               MOVE LoanMaturityWork TO LoanMaturityDate
               MOVE 0 TO LoanAccruedInt
               MOVE CurrentRunDate TO LoanAccruedThru
               MOVE 0 TO LoanAmountDue
               MOVE 0 TO LoanDaysPastDue
               MOVE "C" TO LoanDelinqBucket
               MOVE "A" TO LoanStatus
               WRITE LoanTermsRecord
               IF LoanFileStatus = "00"
                   MOVE 'Y' TO LoanWriteOK
               ELSE
                   DISPLAY "Unable to write loan terms. Status: "
                       LoanFileStatus
               END-IF
               CLOSE LoanTermsFile
           END-IF.

       GET-OR-CREATE-CUSTOMER-MASTER.
           *> Link the new account to an existing customer number, or
           *> create the master row for a brand-new customer; name
           ACCEPT InputName
           DISPLAY "Enter Phone Number: "
           ACCEPT InputPhone
           PERFORM GET-INPUT-TIN
           PERFORM GET-INPUT-ADDRESS
           MOVE InputCustomerNumber TO MasterNumber
           MOVE InputName TO MasterName
           MOVE InputPhone TO MasterPhone
           MOVE "A" TO MasterStatus
           MOVE InputTIN TO MasterTIN
           MOVE InputAddress TO MasterAddress
           WRITE CustomerMasterRecord
           IF MasterFileStatus = "00"
               MOVE "Y" TO MasterFound
                   MasterFileStatus
           END-IF.

       GET-INPUT-TIN.
           *> Nine digits, no dashes, or blank when the customer has
           *> not supplied one yet -- interest reporting lists every
           *> customer still missing it at year end
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               MOVE SPACES TO InputTIN
               DISPLAY "Enter Taxpayer ID, 9 digits "
                   "(blank to skip): "
               ACCEPT InputTIN
               IF InputTIN = SPACES OR InputTIN IS NUMERIC
                   MOVE 'N' TO ERR
               ELSE
                   DISPLAY "Taxpayer ID must be 9 digits. Try again."
               END-IF
           END-PERFORM.

       GET-INPUT-ADDRESS.
           *> Where customer notices are mailed.  A blank first line
           *> means none on file yet -- notices for the customer are
           *> held until a branch keys one -- otherwise city, state
           *> and ZIP are all required
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               MOVE SPACES TO InputAddress
               DISPLAY "Enter Mailing Address Line 1 "
                   "(blank to skip): "
               ACCEPT InputAddrLine1
               IF InputAddrLine1 = SPACES
                   MOVE 'N' TO ERR
               ELSE
                   DISPLAY "Enter Address Line 2 (blank if none): "
                   ACCEPT InputAddrLine2
                   DISPLAY "Enter City: "
                   ACCEPT InputCity
                   DISPLAY "Enter State (2 letters): "
                   ACCEPT InputState
                   DISPLAY "Enter ZIP Code: "
                   ACCEPT InputZip
                   IF InputCity = SPACES OR InputState = SPACES
                           OR InputState(2:1) = SPACE
                           OR InputZip = SPACES
                       DISPLAY "City, 2-letter state and ZIP are "
                           "required with an address. Try again."
                   ELSE
                       MOVE 'N' TO ERR
                   END-IF
               END-IF
           END-PERFORM.

       MASK-MASTER-TIN.
           *> The full TIN never goes to the screen
           IF MasterTIN = SPACES
               MOVE "NONE ON FILE" TO TINMaskWork
           ELSE
               MOVE SPACES TO TINMaskWork
               STRING "***-**-" DELIMITED BY SIZE
                      MasterTIN(6:4) DELIMITED BY SIZE
                      INTO TINMaskWork
           END-IF.

       CHECK-ACCOUNT-STATUS.
           *> Money may only move on an active account; records
           *> written before the status byte existed carry a space
           END-IF
           IF AccountStatus = "D"
               PERFORM REACTIVATE-DORMANT-ACCOUNT
           END-IF
           *> A loan's Balance is principal owed; cash and transfers
           *> against it would skip the interest/principal split
           IF ProductCode = "LON"
               MOVE 'N' TO StatusOK
               DISPLAY "Account " CustomerID " is a loan -- use "
                   "Loan Payment."
           END-IF.

       REACTIVATE-DORMANT-ACCOUNT.
               PERFORM OPEN-TRANSACTION-LOG
               PERFORM WRITE-TRANSACTION-LOG
               PERFORM CLOSE-TRANSACTION-LOG
               IF TransLogType = "FREEZE"
                   MOVE "FREEZE" TO NoticeType
                   PERFORM RAISE-ACCOUNT-NOTICE
               END-IF
           END-IF.

       APPLY-STATUS-ACTION.
               PERFORM OPEN-TRANSACTION-LOG
               PERFORM WRITE-TRANSACTION-LOG
               PERFORM CLOSE-TRANSACTION-LOG
               MOVE "CLOSE" TO NoticeType
               PERFORM RAISE-ACCOUNT-NOTICE
           END-IF.

       RAISE-ACCOUNT-NOTICE.
           *> The owner is told in writing of a freeze or closure;
           *> the supervisor's reason goes on the letter as keyed
           MOVE InputCustomerID TO NoticeAccountID
           MOVE 0 TO NoticeAmount
           MOVE SPACES TO NoticeReference
           MOVE SPACES TO NoticeDetail
           DISPLAY "Reason for the customer notice (blank = none): "
           ACCEPT NoticeDetail
           MOVE TransLogOperatorID TO NoticeOperatorID
           PERFORM WRITE-NOTICE-REQUEST
           IF NoticeWriteOK = "Y"
               DISPLAY NoticeType " notice raised for account "
                   NoticeAccountID "."
           END-IF.

       SET-UP-STANDING-ORDER.
                           DISPLAY "Source account is closed."
                           MOVE 'N' TO IsFound
                       END-IF
                       IF ProductCode = "LON"
                           DISPLAY "Source account is a loan."
                           MOVE 'N' TO IsFound
                       END-IF
               END-READ
               MOVE DestCustomerID TO CustomerID
               READ CustomerFile
                           DISPLAY "Destination account is closed."
                           MOVE 'N' TO IsFound
                       END-IF
                       IF ProductCode = "LON"
                           DISPLAY "Destination account is a loan."
                           MOVE 'N' TO IsFound
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF.
           END-IF.

       APPLY-MASTER-CHANGES.
           *> Name, phone and taxpayer ID live on the customer
           *> master; the edit is made there once and every linked
           *> account follows
           MOVE 'N' TO MaintAnyChange
           OPEN I-O CustomerMasterFile
           IF MasterFileStatus NOT = "00"
               MOVE MaintNewPhone TO MasterPhone
               MOVE 'Y' TO MaintAnyChange
           END-IF
           PERFORM MASK-MASTER-TIN
           DISPLAY "Taxpayer ID: [" TINMaskWork "]"
           PERFORM GET-INPUT-TIN
           IF InputTIN NOT = SPACES
               MOVE InputTIN TO MasterTIN
               MOVE 'Y' TO MaintAnyChange
           END-IF
           IF MasterAddrLine1 = SPACES
               DISPLAY "Mailing Address: [NONE ON FILE]"
           ELSE
               DISPLAY "Mailing Address: [" MasterAddrLine1 "]"
               IF MasterAddrLine2 NOT = SPACES
                   DISPLAY "                 [" MasterAddrLine2 "]"
               END-IF
               DISPLAY "                 [" MasterCity " "
                   MasterState " " MasterZip "]"
           END-IF
           DISPLAY "Change mailing address (Y/N)? "
           ACCEPT MaintAddressFlag
           IF MaintAddressFlag = "Y"
               PERFORM GET-INPUT-ADDRESS
               IF InputAddress NOT = MasterAddress
                   MOVE InputAddress TO MasterAddress
                   MOVE 'Y' TO MaintAnyChange
               END-IF
           END-IF
           IF MaintAnyChange = 'Y'
               MOVE SPACES TO MaintAfterImage
               MOVE CustomerMasterRecord TO MaintAfterImage
           MOVE 'N' TO ProductFound
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N' OR ProductFound = "E"
               DISPLAY "Enter Product Code (e.g. SAV, CHK, LON): "
               ACCEPT InputProductCode
               PERFORM VALIDATE-PRODUCT-CODE
               IF ProductFound = "Y"
           END-IF.

       FIND-ORIGINAL-ENTRY.
           *> Locate today's original by its ID on the account history
           *> index and notice any reversing entry already pointing at
           *> it; without the index, fall back to the live log
           MOVE 'N' TO ReverseFound
           MOVE 'N' TO AlreadyReversed
           MOVE 'N' TO ReverseRefused
           OPEN INPUT AccountHistoryFile
           IF HistFileStatus = "00"
               PERFORM FIND-ORIGINAL-IN-HISTORY
               CLOSE AccountHistoryFile
           ELSE
               DISPLAY "WARNING: account history index not "
                   "available. Status: " HistFileStatus
                   " -- searching the live log."
               PERFORM SCAN-LOG-FOR-ORIGINAL
           END-IF.

       FIND-ORIGINAL-IN-HISTORY.
           *> The alternate key finds the entry from its ID alone;
           *> a reversal always logs after its original on the same
           *> account, so only that account's later rows are read
           MOVE 'N' TO HistEOF
           MOVE InputReverseID TO HistTransID
           START AccountHistoryFile KEY IS = HistTransID
               INVALID KEY
                   MOVE 'Y' TO HistEOF
           END-START
           PERFORM UNTIL HistEOF = 'Y'
               READ AccountHistoryFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO HistEOF
                   NOT AT END
                       IF HistTransID NOT = InputReverseID
                           MOVE 'Y' TO HistEOF
                       ELSE
                           IF HistRowType = "T"
                               MOVE HistTransImage
                                   TO TransactionRecord
                               PERFORM CHECK-ENTRY-FOR-REVERSAL
                               MOVE 'Y' TO HistEOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ReverseFound = "Y"
               MOVE 'N' TO HistEOF
               MOVE OrigCustomerID TO HistAccountID
               MOVE "T" TO HistRowType
               MOVE InputReverseID TO HistTransID
               START AccountHistoryFile KEY IS > HistKey
                   INVALID KEY
                       MOVE 'Y' TO HistEOF
               END-START
               PERFORM UNTIL HistEOF = 'Y'
                   READ AccountHistoryFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO HistEOF
                       NOT AT END
                           IF HistAccountID NOT = OrigCustomerID
                                   OR HistRowType NOT = "T"
                               MOVE 'Y' TO HistEOF
                           ELSE
                               MOVE HistTransImage
                                   TO TransactionRecord
                               PERFORM CHECK-ENTRY-FOR-REVERSAL
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       SCAN-LOG-FOR-ORIGINAL.
           *> One pass over the live log: locate today's original and
           *> notice any reversing entry already pointing at it
           MOVE 'N' TO EOF
           OPEN INPUT TransactionLogFile
           IF TransLogFileStatus NOT = "00"
                   MOVE "R" TO HoldStatus
                   MOVE HoldRecord TO HTRecord(HoldFoundIndex)
                   PERFORM REWRITE-HOLD-TABLE
                   PERFORM RELEASE-HOLD-IN-HISTORY
                   DISPLAY "Hold of $" HoldAmount " on "
                       OrigCustomerID " released with the reversal."
               END-IF
               MOVE "account_holds.dat" TO HoldsFileName
           END-IF.

       LOAN-PAYMENT.
           *> Cash taken at the window against a LON account.  The
           *> interest accrued so far is paid first and the rest
           *> comes off principal, logged as a LOAN-INT / LOAN-PRN
           *> pair linked through TransRefID; both count as drawer
           *> cash in.  Anything over the payoff is refused rather
           *> than left as a credit on a loan.
           MOVE 'N' TO IsFound
           MOVE "Enter Loan Account ID: " TO CustomerIDPromptText
           PERFORM GET-INPUT-CUSTOMER-ID

           PERFORM BACKUP-CUSTOMER-FILE

           OPEN I-O CustomerFile
           IF CustomerFileStatus NOT = "00"
               DISPLAY "Unable to open customer file. Status: "
                   CustomerFileStatus
           ELSE
               MOVE InputCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Account not found."
                   NOT INVALID KEY
                       IF ProductCode NOT = "LON"
                           DISPLAY "Account " CustomerID
                               " is not a loan account."
                       ELSE
                       IF AccountStatus = "F" OR AccountStatus = "C"
                           DISPLAY "Account " CustomerID
                               " is not active -- payment refused."
                       ELSE
                           PERFORM APPLY-LOAN-PAYMENT
                       END-IF
                       END-IF
               END-READ
               CLOSE CustomerFile
           END-IF

           IF IsFound = "Y"
               MOVE 0 TO LoanIntTransID
               MOVE 0 TO LoanPrnTransID
               IF LoanInterestPart > 0
                   MOVE NextTransactionID TO LoanIntTransID
               END-IF
               IF LoanPrincipalPart > 0
                   IF LoanInterestPart > 0
                       COMPUTE LoanPrnTransID = NextTransactionID + 1
                   ELSE
                       MOVE NextTransactionID TO LoanPrnTransID
                   END-IF
               END-IF
               PERFORM OPEN-TRANSACTION-LOG
               MOVE InputCustomerID TO TransLogCustomerID
               IF LoanInterestPart > 0
                   MOVE "LOAN-INT" TO TransLogType
                   MOVE LoanInterestPart TO TransLogAmount
                   MOVE LoanPrnTransID TO TransLogRefID
                   PERFORM WRITE-TRANSACTION-LOG
               END-IF
               IF LoanPrincipalPart > 0
                   MOVE "LOAN-PRN" TO TransLogType
                   MOVE LoanPrincipalPart TO TransLogAmount
                   MOVE LoanIntTransID TO TransLogRefID
                   PERFORM WRITE-TRANSACTION-LOG
               END-IF
               PERFORM CLOSE-TRANSACTION-LOG
           END-IF.

       APPLY-LOAN-PAYMENT.
           OPEN I-O LoanTermsFile
           IF LoanFileStatus NOT = "00"
               DISPLAY "Unable to open loan terms file. Status: "
                   LoanFileStatus
           ELSE
               MOVE CustomerID TO LoanAccountID
               READ LoanTermsFile
                   INVALID KEY
                       DISPLAY "*** NO LOAN TERMS FOR ACCOUNT "
                           CustomerID " -- REPORT TO SUPERVISOR ***"
                   NOT INVALID KEY
                       PERFORM POST-LOAN-PAYMENT
               END-READ
               CLOSE LoanTermsFile
           END-IF.

       POST-LOAN-PAYMENT.
           *> The loan terms row is rewritten before the account so a
           *> failure leaves neither side changed.  A payment covering
           *> everything billed brings the loan current; a partial
           *> payment leaves the rest billed for the nightly aging.
           IF Balance < 0
               COMPUTE LoanPrincipalOwed = Balance * -1
           ELSE
               MOVE 0 TO LoanPrincipalOwed
           END-IF
           COMPUTE LoanPayoffAmount =
               LoanPrincipalOwed + LoanAccruedInt
           DISPLAY "Principal Owed:   $" LoanPrincipalOwed
           DISPLAY "Accrued Interest: $" LoanAccruedInt
           DISPLAY "Amount Due:       $" LoanAmountDue
           DISPLAY "Next Due Date:    " LoanNextDueDate
           DISPLAY "Days Past Due:    " LoanDaysPastDue
           DISPLAY "Payoff Amount:    $" LoanPayoffAmount
           IF LoanPayoffAmount = 0
               DISPLAY "Loan is paid in full -- nothing to pay."
           ELSE
               MOVE "Enter Payment Amount: " TO AmountPromptText
               PERFORM GET-INPUT-AMOUNT
               IF InputAmount = 0
                   DISPLAY "No payment taken."
               ELSE
               IF InputAmount > LoanPayoffAmount
                   DISPLAY "Payment exceeds the payoff of $"
                       LoanPayoffAmount " -- refused."
               ELSE
                   IF InputAmount > LoanAccruedInt
                       MOVE LoanAccruedInt TO LoanInterestPart
                   ELSE
                       MOVE InputAmount TO LoanInterestPart
                   END-IF
                   COMPUTE LoanPrincipalPart =
                       InputAmount - LoanInterestPart
                   SUBTRACT LoanInterestPart FROM LoanAccruedInt
                   ADD LoanPrincipalPart TO Balance
                   IF InputAmount >= LoanAmountDue
                       MOVE 0 TO LoanAmountDue
                       MOVE 0 TO LoanDaysPastDue
                       MOVE "C" TO LoanDelinqBucket
                   ELSE
                       SUBTRACT InputAmount FROM LoanAmountDue
                   END-IF
                   IF Balance = 0 AND LoanAccruedInt = 0
                       MOVE "P" TO LoanStatus
                       MOVE 0 TO LoanAmountDue
                   END-IF
                   REWRITE LoanTermsRecord
                   IF LoanFileStatus NOT = "00"
                       DISPLAY "Unable to update loan terms. Status: "
                           LoanFileStatus " -- payment NOT taken."
                   ELSE
                       REWRITE CustomerRecord
                       MOVE 'Y' TO IsFound
                       DISPLAY "Payment Successful!"
                       DISPLAY "  To Interest:  $" LoanInterestPart
                       DISPLAY "  To Principal: $" LoanPrincipalPart
                       DISPLAY "New Balance: $" Balance
                       IF LoanStatus = "P"
                           DISPLAY "Loan paid in full -- the account "
                               "may now be closed."
                       END-IF
                   END-IF
               END-IF
               END-IF
           END-IF.

       CHARGE-OFF-RECOVERY.
           *> Cash taken at the window against an account the nightly
           *> overdraft aging run charged off.  The account itself
           *> stays at zero and frozen: the money is income against
           *> the loss, logged as RECOVERY (drawer cash in, no balance
           *> effect) and tallied on the aging row, which turns R once
           *> the loss is recovered in full.
           MOVE 'N' TO IsFound
           MOVE "Enter Charged-Off Account ID: " TO CustomerIDPromptText
           PERFORM GET-INPUT-CUSTOMER-ID

           OPEN I-O OverdraftAgingFile
           IF ODFileStatus NOT = "00"
               DISPLAY "Unable to open overdraft aging file. Status: "
                   ODFileStatus
           ELSE
               MOVE InputCustomerID TO ODAccountID
               READ OverdraftAgingFile
                   INVALID KEY
                       DISPLAY "Account " InputCustomerID
                           " has no charge-off on file."
                   NOT INVALID KEY
                       IF ODStatus NOT = "W"
                           DISPLAY "Account " InputCustomerID
                               " has no unrecovered charge-off."
                       ELSE
                           PERFORM POST-CHARGE-OFF-RECOVERY
                       END-IF
               END-READ
               CLOSE OverdraftAgingFile
           END-IF

           IF IsFound = "Y"
               PERFORM OPEN-TRANSACTION-LOG
               MOVE InputCustomerID TO TransLogCustomerID
               MOVE "RECOVERY" TO TransLogType
               MOVE InputAmount TO TransLogAmount
               MOVE 0 TO TransLogRefID
               PERFORM WRITE-TRANSACTION-LOG
               PERFORM CLOSE-TRANSACTION-LOG
           END-IF.

       POST-CHARGE-OFF-RECOVERY.
           COMPUTE RecoveryOpen = ODChargeOffAmt - ODRecoveredAmt
           DISPLAY "Charged Off On:   " ODChargeOffDate
           DISPLAY "Amount Charged:   $" ODChargeOffAmt
           DISPLAY "Recovered So Far: $" ODRecoveredAmt
           DISPLAY "Still Owed:       $" RecoveryOpen
           MOVE "Enter Recovery Amount: " TO AmountPromptText
           PERFORM GET-INPUT-AMOUNT
           IF InputAmount = 0
               DISPLAY "No recovery taken."
           ELSE
           IF InputAmount > RecoveryOpen
               DISPLAY "Recovery exceeds the $" RecoveryOpen
                   " still owed -- refused."
           ELSE
               ADD InputAmount TO ODRecoveredAmt
               IF ODRecoveredAmt >= ODChargeOffAmt
                   MOVE "R" TO ODStatus
               END-IF
               REWRITE OverdraftAgingRecord
               IF ODFileStatus NOT = "00"
                   DISPLAY "Unable to update overdraft aging. Status: "
                       ODFileStatus " -- recovery NOT taken."
               ELSE
                   MOVE 'Y' TO IsFound
                   DISPLAY "Recovery Successful!"
                   IF ODStatus = "R"
                       DISPLAY "Charge-off recovered in full."
                   ELSE
                       COMPUTE RecoveryOpen =
                           ODChargeOffAmt - ODRecoveredAmt
                       DISPLAY "Still Owed: $" RecoveryOpen
                   END-IF
               END-IF
           END-IF
           END-IF.

       RECENT-ACTIVITY.
           *> The account's last few entries with the balance after
           *> each, then its active holds and when they release --
           *> the "did my paycheck post" question answered at the
           *> window without running a statement.  Balances are
           *> worked back from the account's current balance.
           MOVE "Enter Account ID: " TO CustomerIDPromptText
           PERFORM GET-INPUT-CUSTOMER-ID
           PERFORM GET-INPUT-ACTIVITY-COUNT
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
               DISPLAY "Unable to open customer file. Status: "
                   CustomerFileStatus
           ELSE
               MOVE InputCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       DISPLAY "Account not found."
                   NOT INVALID KEY
                       PERFORM SHOW-RECENT-ACTIVITY
               END-READ
               CLOSE CustomerFile
           END-IF.

       GET-INPUT-ACTIVITY-COUNT.
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Entries to show (1-20, 0 for 10): "
               ACCEPT InputActivityCount
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N' AND InputActivityCount > 20
                   MOVE 'Y' TO ERR
               END-IF
               IF ERR = 'Y'
                   DISPLAY "Enter a count from 1 to 20."
               END-IF
           END-PERFORM
           IF InputActivityCount = 0
               MOVE 10 TO InputActivityCount
           END-IF.

       SHOW-RECENT-ACTIVITY.
           OPEN INPUT AccountHistoryFile
           IF HistFileStatus NOT = "00"
               DISPLAY "Account history index unavailable. Status: "
                   HistFileStatus " -- run HistoryIndexRebuild."
           ELSE
               MOVE "Y" TO HistoryOpen
               PERFORM LOAD-RECENT-ENTRIES
               PERFORM WORK-BACK-RECENT-BALANCES
               DISPLAY "======================================"
               DISPLAY "RECENT ACTIVITY FOR ACCOUNT: " CustomerID
               DISPLAY "======================================"
               IF RecentShowCount = 0
                   DISPLAY "No entries on file for this account."
               ELSE
                   DISPLAY "Date     TransID TransType        Amount"
                       "        Balance"
                   PERFORM SHOW-RECENT-ENTRIES
               END-IF
               PERFORM SHOW-ACTIVE-HOLDS
               PERFORM COMPUTE-AVAILABLE-BALANCE
               MOVE Balance TO EditedActivityBal
               DISPLAY "Current Balance:   " EditedActivityBal
               MOVE AvailableBalance TO EditedActivityBal
               DISPLAY "Available Balance: " EditedActivityBal
               CLOSE AccountHistoryFile
               MOVE "N" TO HistoryOpen
           END-IF.

       LOAD-RECENT-ENTRIES.
           *> Every T row of the account passes through the ring;
           *> once it is full each new row overwrites the oldest
           MOVE 0 TO RecentEntriesRead
           MOVE 0 TO RecentShowCount
           MOVE 1 TO RecentNextSlot
           MOVE 'N' TO HistEOF
           MOVE CustomerID TO HistAccountID
           MOVE "T" TO HistRowType
           MOVE 0 TO HistTransID
           START AccountHistoryFile KEY IS >= HistKey
               INVALID KEY
                   MOVE 'Y' TO HistEOF
           END-START
           PERFORM UNTIL HistEOF = 'Y'
               READ AccountHistoryFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO HistEOF
                   NOT AT END
                       IF HistAccountID NOT = CustomerID
                               OR HistRowType NOT = "T"
                           MOVE 'Y' TO HistEOF
                       ELSE
                           ADD 1 TO RecentEntriesRead
                           MOVE HistTransImage
                               TO RAEntry(RecentNextSlot)
                           IF RecentShowCount < InputActivityCount
                               ADD 1 TO RecentShowCount
                           END-IF
                           ADD 1 TO RecentNextSlot
                           IF RecentNextSlot > InputActivityCount
                               MOVE 1 TO RecentNextSlot
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WORK-BACK-RECENT-BALANCES.
           *> Newest first: the balance after the newest entry is the
           *> account's balance now, and each entry's balance before
           *> it is the balance after the one preceding it
           MOVE Balance TO BalanceAfterEntry
           MOVE RecentNextSlot TO RecentSlot
           PERFORM VARYING RecentIndex FROM 1 BY 1
                   UNTIL RecentIndex > RecentShowCount
               IF RecentSlot = 1
                   MOVE InputActivityCount TO RecentSlot
               ELSE
                   SUBTRACT 1 FROM RecentSlot
               END-IF
               MOVE BalanceAfterEntry TO RABalanceAfter(RecentSlot)
               MOVE RAEntry(RecentSlot) TO TransactionRecord
               MOVE 0 TO RunningBalance
               PERFORM APPLY-TO-RUNNING-BALANCE
               SUBTRACT RunningBalance FROM BalanceAfterEntry
           END-PERFORM.

       SHOW-RECENT-ENTRIES.
           *> Oldest shown first, as on a statement
           IF RecentEntriesRead > RecentShowCount
               MOVE RecentNextSlot TO RecentSlot
           ELSE
               MOVE 1 TO RecentSlot
           END-IF
           PERFORM VARYING RecentIndex FROM 1 BY 1
                   UNTIL RecentIndex > RecentShowCount
               MOVE RAEntry(RecentSlot) TO TransactionRecord
               MOVE TransAmount TO EditedActivityAmt
               MOVE RABalanceAfter(RecentSlot) TO EditedActivityBal
               DISPLAY TransDate " " TransactionID " " TransType
                   "  " EditedActivityAmt "  " EditedActivityBal
               ADD 1 TO RecentSlot
               IF RecentSlot > InputActivityCount
                   MOVE 1 TO RecentSlot
               END-IF
           END-PERFORM
           IF RecentEntriesRead > RecentShowCount
               DISPLAY "(last " RecentShowCount " of "
                   RecentEntriesRead " entries)"
           END-IF.

       SHOW-ACTIVE-HOLDS.
           *> H rows sort ahead of the account's entries; released
           *> holds are history and not shown
           DISPLAY "--------------------------------------"
           MOVE 0 TO ActiveHoldsShown
           MOVE 'N' TO HistEOF
           MOVE CustomerID TO HistAccountID
           MOVE "H" TO HistRowType
           MOVE 0 TO HistTransID
           START AccountHistoryFile KEY IS >= HistKey
               INVALID KEY
                   MOVE 'Y' TO HistEOF
           END-START
           PERFORM UNTIL HistEOF = 'Y'
               READ AccountHistoryFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO HistEOF
                   NOT AT END
                       IF HistAccountID NOT = CustomerID
                               OR HistRowType NOT = "H"
                           MOVE 'Y' TO HistEOF
                       ELSE
                           IF HistHoldStatus = "A"
                               ADD 1 TO ActiveHoldsShown
                               MOVE HistHoldAmount
                                   TO EditedActivityAmt
                               DISPLAY "Hold " EditedActivityAmt
                                   " placed " HistHoldPlaced
                                   " releases " HistHoldRelease
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ActiveHoldsShown = 0
               DISPLAY "No active holds."
           END-IF.

       COPY "writetranslog.cpy".

       COPY "availbal.cpy".

       COPY "holdhist.cpy".

       COPY "busdatectl.cpy".

       COPY "writenotice.cpy".

       COPY "transign.cpy".
