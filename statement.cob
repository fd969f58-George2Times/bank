       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.  *> Entries by account
           SELECT SnapshotFile ASSIGN TO "balance_forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapshotFileStatus.  *> Balance forward
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.  *> Account list
           SELECT LoanTermsFile ASSIGN TO "loan_terms.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LoanAccountID
               FILE STATUS IS LoanFileStatus.  *> LON note terms

       DATA DIVISION.
       FILE SECTION.
       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".
       FD CustomerFile.
           COPY "custrec.cpy".

       FD LoanTermsFile.
           COPY "loanrec.cpy".

       WORKING-STORAGE SECTION.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 LoanFileStatus      PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'. *> Account's entries done

       *> Each indexed entry is the logged TransactionRecord image
       COPY "transrec.cpy".

       *> One statement request covers every account the customer
       *> holds; keying an account ID directly still works

       *> Balance carried forward at the last period close; when the
       *> statement window starts after the close date, the opening
       *> balance seeds from here and only the entries logged since
       *> the close are added
       01 SnapshotDate        PIC 9(8) VALUE 0.  *> 0 = never closed
       01 SnapshotHighID      PIC 9(6) VALUE 0.  *> Last ID netted
       01 OpeningAfterID      PIC 9(6) VALUE 0.  *> Entries netted to
       01 CustSnapBalance     PIC S9(7)V99 VALUE 0.

       01 InputCustomerID     PIC X(5).        *> Customer to report on
       01 InputStartDate      PIC 9(8) VALUE 0.  *> 0 = no lower bound
       01 EditedAmount        PIC Z,ZZZ,ZZ9.99.
       01 EditedRunningBal    PIC -Z,ZZZ,ZZ9.99.

       *> A loan account closes its statement with what is still
       *> owed: principal from the account, the rest from its terms
       01 LoanPrincipalOwed   PIC 9(7)V99.
       01 LoanPayoffAmount    PIC 9(8)V99.
       01 EditedLoanAmount    PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Prompt for the customer and an optional date window,
           *> then print every account the customer holds, each with
           *> its own running balance.  Entries come from the account
           *> history index, which spans the live log and every
           *> archive, so no archive names are asked for
           DISPLAY "Enter Customer Number (or Account ID) for "
               "statement: "
           ACCEPT InputCustomerNumber
           ELSE
               MOVE InputEndDate TO EffectiveEndDate
           END-IF
           PERFORM BUILD-ACCOUNT-LIST
           IF AcctListCount = 0
               DISPLAY "No accounts on file for "
                   InputCustomerNumber "."
           ELSE
               OPEN INPUT AccountHistoryFile
               IF HistFileStatus NOT = "00"
                   DISPLAY "Account history index unavailable. "
                       "Status: " HistFileStatus
                       " -- run HistoryIndexRebuild."
               ELSE
                   DISPLAY "Accounts on statement: " AcctListCount
                   PERFORM VARYING AcctListIndex FROM 1 BY 1
                           UNTIL AcctListIndex > AcctListCount
                       MOVE AcctListIDs(AcctListIndex)
                           TO InputCustomerID
                       PERFORM STATEMENT-ONE-ACCOUNT
                   END-PERFORM
                   CLOSE AccountHistoryFile
               END-IF
           END-IF
           STOP RUN.

       STATEMENT-ONE-ACCOUNT.
           MOVE 0 TO RunningBalance
           MOVE 0 TO StatementLines
           PERFORM READ-SNAPSHOT-FOR-CUSTOMER
           IF InputStartDate > 0
               PERFORM COMPUTE-OPENING-BALANCE
           END-IF
           PERFORM PRINT-STATEMENT.

       COMPUTE-OPENING-BALANCE.
           *> First pass: establish RunningBalance as the true
           *> balance at InputStartDate.  A start date after the last
           *> period close seeds from the customer's balance-forward
           *> record -- which already nets every entry up to the
           *> snapshot's high ID -- and adds only the later entries;
           *> an older start date nets the account's whole history
           MOVE 0 TO OpeningAfterID
           IF SnapshotDate > 0 AND InputStartDate > SnapshotDate
               MOVE CustSnapBalance TO RunningBalance
               MOVE SnapshotHighID TO OpeningAfterID
           END-IF
           PERFORM START-ACCOUNT-ENTRIES
           PERFORM UNTIL HistEOF = 'Y'
               PERFORM READ-NEXT-ACCOUNT-ENTRY
               IF HistEOF NOT = 'Y'
                   IF TransactionID > OpeningAfterID
                           AND TransDate < InputStartDate
                       PERFORM APPLY-TO-RUNNING-BALANCE
                   END-IF
               END-IF
           END-PERFORM.

       READ-SNAPSHOT-FOR-CUSTOMER.
           *> H record carries the close date and the last entry it
           *> nets; the customer's D record carries the balance
           *> brought forward.  A customer opened since the close has
           *> no D record and seeds zero.
           MOVE 0 TO SnapshotDate
           MOVE 0 TO SnapshotHighID
           MOVE 0 TO CustSnapBalance
           MOVE 'N' TO EOF
           OPEN INPUT SnapshotFile
                       NOT AT END
                           IF SnapRecordType = "H"
                               MOVE SnapDate TO SnapshotDate
                               MOVE SnapHighTransID TO SnapshotHighID
                           END-IF
                           IF SnapRecordType = "D"
                                   AND SnapCustomerID
               CLOSE SnapshotFile
           END-IF.

       START-ACCOUNT-ENTRIES.
           *> Position on the account's first T row; its entries
           *> follow in TransactionID order
           MOVE 'N' TO HistEOF
           MOVE InputCustomerID TO HistAccountID
           MOVE "T" TO HistRowType
           MOVE 0 TO HistTransID
           START AccountHistoryFile KEY IS >= HistKey
               INVALID KEY
                   MOVE 'Y' TO HistEOF
           END-START.

       READ-NEXT-ACCOUNT-ENTRY.
           READ AccountHistoryFile NEXT RECORD
               AT END
                   MOVE 'Y' TO HistEOF
               NOT AT END
                   IF HistAccountID NOT = InputCustomerID
                           OR HistRowType NOT = "T"
                       MOVE 'Y' TO HistEOF
                   ELSE
                       MOVE HistTransImage TO TransactionRecord
                   END-IF
           END-READ.

       PRINT-STATEMENT.
           DISPLAY "======================================"
           DISPLAY "STATEMENT FOR ACCOUNT: " InputCustomerID
           DISPLAY "======================================"
           IF InputStartDate > 0
               MOVE RunningBalance TO EditedRunningBal
               DISPLAY "Opening Balance: " EditedRunningBal
           END-IF
           DISPLAY "Date       TransID TransType  Amount"
           PERFORM START-ACCOUNT-ENTRIES
           PERFORM UNTIL HistEOF = 'Y'
               PERFORM READ-NEXT-ACCOUNT-ENTRY
               IF HistEOF NOT = 'Y'
                   PERFORM PROCESS-STATEMENT-LINE
               END-IF
           END-PERFORM
           PERFORM PRINT-STATEMENT-FOOTER
           PERFORM PRINT-LOAN-SUMMARY.

       PRINT-STATEMENT-FOOTER.
           IF StatementLines = 0
                   EditedRunningBal
           END-IF.

       PRINT-LOAN-SUMMARY.
           *> Only LON accounts carry a terms row; the remaining
           *> principal is the account's own (negative) Balance
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
               MOVE InputCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE SPACES TO ProductCode
               END-READ
               CLOSE CustomerFile
               IF ProductCode = "LON"
                   IF Balance < 0
                       COMPUTE LoanPrincipalOwed = Balance * -1
                   ELSE
                       MOVE 0 TO LoanPrincipalOwed
                   END-IF
                   DISPLAY "--------------------------------------"
                   DISPLAY "LOAN SUMMARY"
                   MOVE LoanPrincipalOwed TO EditedLoanAmount
                   DISPLAY "Remaining Principal: " EditedLoanAmount
                   PERFORM PRINT-LOAN-TERMS
               END-IF
           END-IF.

       PRINT-LOAN-TERMS.
           OPEN INPUT LoanTermsFile
           IF LoanFileStatus NOT = "00"
               DISPLAY "Loan terms file unavailable. Status: "
                   LoanFileStatus
           ELSE
               MOVE InputCustomerID TO LoanAccountID
               READ LoanTermsFile
                   INVALID KEY
                       DISPLAY "No loan terms on file for "
                           InputCustomerID "."
                   NOT INVALID KEY
                       MOVE LoanAccruedInt TO EditedLoanAmount
                       DISPLAY "Accrued Interest:    "
                           EditedLoanAmount
                       COMPUTE LoanPayoffAmount =
                           LoanPrincipalOwed + LoanAccruedInt
                       MOVE LoanPayoffAmount TO EditedLoanAmount
                       DISPLAY "Payoff Amount:       "
                           EditedLoanAmount
                       MOVE LoanOrigPrincipal TO EditedLoanAmount
                       DISPLAY "Original Principal:  "
                           EditedLoanAmount
                       DISPLAY "Note Rate:           " LoanNoteRate
                       MOVE LoanPayment TO EditedLoanAmount
                       DISPLAY "Monthly Payment:     "
                           EditedLoanAmount
                       MOVE LoanAmountDue TO EditedLoanAmount
                       DISPLAY "Amount Due:          "
                           EditedLoanAmount
                       IF LoanStatus = "P"
                           DISPLAY "Loan Status:         PAID IN FULL"
                       ELSE
                           DISPLAY "Next Due Date:       "
                               LoanNextDueDate
                           DISPLAY "Maturity Date:       "
                               LoanMaturityDate
                           DISPLAY "Days Past Due:       "
                               LoanDaysPastDue
                       END-IF
               END-READ
               CLOSE LoanTermsFile
           END-IF.

       PROCESS-STATEMENT-LINE.
           IF TransDate >= InputStartDate
                   AND TransDate <= EffectiveEndDate
               PERFORM APPLY-TO-RUNNING-BALANCE
               ADD 1 TO StatementLines
                   "  Bal: " EditedRunningBal
           END-IF.

       COPY "transign.cpy".
