       IDENTIFICATION DIVISION.
       PROGRAM-ID. OverdraftAgingRun.  *> Overdrawn aging / charge-off

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.
           SELECT OverdraftAgingFile ASSIGN TO "od_aging.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODAccountID
               FILE STATUS IS ODFileStatus.  *> Overdrawn accounts
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
           SELECT NoticeRequestFile ASSIGN TO "notice_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Customer notices

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY "custrec.cpy".

       FD OverdraftAgingFile.
           COPY "odrec.cpy".

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

       FD NoticeRequestFile.
           COPY "noticerec.cpy".

       WORKING-STORAGE SECTION.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateFileName     PIC X(60) VALUE "business_date.dat".
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 ODFileStatus        PIC XX VALUE SPACES.
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
       01 AgingRanOK          PIC X VALUE 'N'. *> Accounts were read
       01 RewriteFailed       PIC X VALUE 'N'. *> An account not updated
       01 ODRowFound          PIC X VALUE 'N'. *> Aging row on file
       01 OwnerNameWork       PIC X(30).       *> Name for the list
       01 OwnerPhoneWork      PIC X(15).       *> Phone for the list

       *> Policy: an account still overdrawn past this many days
       *> from the first night negative is charged off as a loss
       01 ChargeOffDays       PIC 9(4) VALUE 60.
       01 ChargeOffAmount     PIC 9(7)V99.     *> Balance written off
       01 ChargeOffTransID    PIC 9(6).        *> CHG-OFF entry ID
       01 OverdrawnAmount     PIC 9(7)V99.     *> Balance as owed
       01 RecoveryOpen        PIC 9(7)V99.     *> Loss not yet recovered
       01 BucketLabel         PIC X(5).
       *> Day-count work fields: walk from CountFromDate to
       *> CountToDate one day at a time, same as the hold release
       *> date arithmetic
       01 CountFromDate       PIC 9(8).
       01 CountToDate         PIC 9(8).
       01 DayCount            PIC 9(4).
       01 WORK-DATE.
           05 WorkYear        PIC 9(4).
           05 WorkMonth       PIC 9(2).
           05 WorkDay         PIC 9(2).
       01 WorkDateNum REDEFINES WORK-DATE PIC 9(8).
       01 DaysInMonth         PIC 9(2).
       01 LeapRemainder       PIC 9(4).

       *> Run totals
       01 AccountsRead        PIC 9(6) VALUE 0.
       01 NewlyOverdrawn      PIC 9(6) VALUE 0.
       01 AccountsCured       PIC 9(6) VALUE 0.
       01 Bucket1Count        PIC 9(6) VALUE 0.
       01 Bucket2Count        PIC 9(6) VALUE 0.
       01 Bucket3Count        PIC 9(6) VALUE 0.
       01 ChargedOffCount     PIC 9(6) VALUE 0.
       01 RecoveryOpenCount   PIC 9(6) VALUE 0.
       01 ReviewCount         PIC 9(6) VALUE 0.
       01 TotalOverdrawn      PIC 9(9)V99 VALUE 0.
       01 TotalChargedOff     PIC 9(9)V99 VALUE 0.
       01 TotalRecoveryOpen   PIC 9(9)V99 VALUE 0.
       01 EditedAmount        PIC ZZZ,ZZZ,ZZ9.99.

       01 TransLogCustomerID  PIC X(5).
       01 TransLogType        PIC X(8).
       01 TransLogAmount      PIC 9(7)V99.
       01 TransLogRefID       PIC 9(6) VALUE 0.
       *> Batch runs are stamped with the system operator ID
       01 TransLogOperatorID  PIC X(4) VALUE "*SYS".

       *> Customer notices raised by this run
       01 NoticeFileStatus    PIC XX VALUE SPACES.
       01 NoticeWriteOK       PIC X VALUE 'N'. *> Row on file
       01 NoticeType          PIC X(8).
       01 NoticeAccountID     PIC X(5).
       01 NoticeAmount        PIC 9(7)V99.
       01 NoticeReference     PIC X(8).
       01 NoticeDetail        PIC X(30).
       01 NoticeOperatorID    PIC X(4) VALUE "*SYS".

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Age every overdrawn deposit account from the night it
           *> first went negative into the 1-29 / 30-59 / 60+ day
           *> buckets, print the collections worklist, and charge off
           *> any account still overdrawn at the policy day count: a
           *> CHG-OFF entry brings Balance to zero and the account is
           *> frozen.  Runs once per business date under the shared
           *> date control, after the posting runs have settled the
           *> day's balances and ahead of the GL extract so the loss
           *> reaches the ledger.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK NOT = "Y" OR BusDayStatus NOT = "O"
               DISPLAY "No open business date -- run StartOfDay "
                   "before the overdraft aging run."
           ELSE
           IF BDODAging = "Y"
               DISPLAY "Overdraft aging already ran for business "
                   "date " BusinessDate " -- run refused."
           ELSE
           IF BDBatchPost NOT = "Y" OR BDStandOrd NOT = "Y"
                   OR BDAchPost NOT = "Y"
               *> Aging ahead of the posting runs would charge off
               *> an account tonight's deposits bring back
               DISPLAY "Batch posting, the standing order run and "
                   "ACH posting must complete before the overdraft "
                   "aging run -- run refused."
           ELSE
               PERFORM INIT-TRANSACTION-ID
               PERFORM AGE-ALL-ACCOUNTS
               IF AgingRanOK = "Y" AND RewriteFailed NOT = "Y"
                   PERFORM PRINT-AGING-TOTALS
                   PERFORM MARK-BATCH-COMPLETE
               ELSE
                   DISPLAY "Run NOT recorded as complete -- fix the "
                       "failure above and rerun."
               END-IF
           END-IF
           END-IF
           END-IF
           STOP RUN.

       MARK-BATCH-COMPLETE.
           MOVE "Y" TO BDODAging
           PERFORM WRITE-BUSINESS-DATE
           IF BusDateWriteOK NOT = "Y"
               DISPLAY "WARNING: completion not recorded on the "
                   "business-date control -- EndOfDay will not see "
                   "this run."
           END-IF.

       INIT-TRANSACTION-ID.
           *> Same seeding as the teller system, so IDs never collide:
           *> balance-forward header first, then the live log.
           *> Entries are stamped with the business date.
           MOVE BusinessDate TO CurrentRunDate
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

       BACKUP-FILES.
           *> Snapshot both files before the first REWRITE so the run
           *> can always be restored from the timestamped copies
           IF BackupDone NOT = "Y"
               ACCEPT CurrentRunTime FROM TIME
               MOVE SPACES TO BackupCommand
               STRING "cp customer_data.dat customer_data_"
                          DELIMITED BY SIZE
                      CurrentRunDate DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      CurrentRunTime DELIMITED BY SIZE
                      ".bak" DELIMITED BY SIZE
                      INTO BackupCommand
               CALL "SYSTEM" USING BackupCommand
               MOVE SPACES TO BackupCommand
               STRING "cp od_aging.dat od_aging_"
                          DELIMITED BY SIZE
                      CurrentRunDate DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      CurrentRunTime DELIMITED BY SIZE
                      ".bak" DELIMITED BY SIZE
                      INTO BackupCommand
               CALL "SYSTEM" USING BackupCommand
               MOVE "Y" TO BackupDone
           END-IF.

       AGE-ALL-ACCOUNTS.
           MOVE 'N' TO EOF
           OPEN I-O OverdraftAgingFile
           IF ODFileStatus = "35"
               *> First run ever -- create the empty aging file
               OPEN OUTPUT OverdraftAgingFile
               CLOSE OverdraftAgingFile
               OPEN I-O OverdraftAgingFile
           END-IF
           IF ODFileStatus NOT = "00"
               DISPLAY "Unable to open overdraft aging file. Status: "
                   ODFileStatus
           ELSE
               PERFORM BACKUP-FILES
               OPEN I-O CustomerFile
               IF CustomerFileStatus NOT = "00"
                   DISPLAY "Unable to open customer file. Status: "
                       CustomerFileStatus
                   CLOSE OverdraftAgingFile
               ELSE
                   PERFORM OPEN-TRANSACTION-LOG
                   DISPLAY "======================================"
                   DISPLAY "COLLECTIONS WORKLIST AS OF "
                       CurrentRunDate
                   DISPLAY "======================================"
                   DISPLAY "Bkt   Account Name                       "
                       "Phone           Days       Amount"
                   PERFORM UNTIL EOF = 'Y'
                       READ CustomerFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM AGE-ONE-ACCOUNT
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-TRANSACTION-LOG
                   CLOSE CustomerFile
                   CLOSE OverdraftAgingFile
                   MOVE 'Y' TO AgingRanOK
               END-IF
           END-IF.

       AGE-ONE-ACCOUNT.
           *> A loan carries its principal as a negative Balance by
           *> design and is aged by the loan servicing run instead
           ADD 1 TO AccountsRead
           IF ProductCode NOT = "LON"
               MOVE CustomerID TO ODAccountID
               READ OverdraftAgingFile
                   INVALID KEY
                       MOVE 'N' TO ODRowFound
                   NOT INVALID KEY
                       MOVE 'Y' TO ODRowFound
               END-READ
               IF Balance < 0
                   PERFORM AGE-OVERDRAWN-ACCOUNT
               ELSE
                   PERFORM CHECK-FORMER-OVERDRAFT
               END-IF
           END-IF.

       AGE-OVERDRAWN-ACCOUNT.
           IF ODRowFound = "Y" AND ODStatus = "W"
               *> Charged off to zero and frozen, yet negative again
               *> -- something posted after the charge-off
               ADD 1 TO ReviewCount
               DISPLAY "*** ACCOUNT " CustomerID " OVERDRAWN AGAIN "
                   "AFTER CHARGE-OFF -- REVIEW ***"
           ELSE
               IF ODRowFound NOT = "Y" OR ODStatus = "R"
                   *> First night negative (or negative again after a
                   *> loss recovered in full): the clock starts today
                   MOVE CustomerID TO ODAccountID
                   MOVE CurrentRunDate TO ODFirstNegDate
                   MOVE "O" TO ODStatus
                   MOVE 0 TO ODChargeOffDate
                   MOVE 0 TO ODChargeOffAmt
                   MOVE 0 TO ODRecoveredAmt
                   ADD 1 TO NewlyOverdrawn
               END-IF
               MOVE ODFirstNegDate TO CountFromDate
               MOVE CurrentRunDate TO CountToDate
               PERFORM COUNT-DAYS-BETWEEN
               COMPUTE ODDaysOverdrawn = DayCount + 1
               IF ODDaysOverdrawn >= 60
                   MOVE "3" TO ODBucket
               ELSE
               IF ODDaysOverdrawn >= 30
                   MOVE "2" TO ODBucket
               ELSE
                   MOVE "1" TO ODBucket
               END-IF
               END-IF
               COMPUTE OverdrawnAmount = Balance * -1
               IF ODDaysOverdrawn > ChargeOffDays
                   PERFORM CHARGE-OFF-ACCOUNT
               ELSE
                   PERFORM SAVE-AGING-ROW
                   PERFORM LIST-OVERDRAWN-ACCOUNT
               END-IF
           END-IF.

       CHECK-FORMER-OVERDRAFT.
           *> Back to zero or better: an open overdraft is cured and
           *> its row dropped; a charged-off account stays on the
           *> worklist while any of the loss is unrecovered
           IF ODRowFound = "Y"
               IF ODStatus = "O"
                   DELETE OverdraftAgingFile
                       INVALID KEY
                           DISPLAY "Unable to drop aging row for "
                               ODAccountID ". Status: " ODFileStatus
                       NOT INVALID KEY
                           ADD 1 TO AccountsCured
                   END-DELETE
               ELSE
               IF ODStatus = "W"
                   COMPUTE RecoveryOpen =
                       ODChargeOffAmt - ODRecoveredAmt
                   ADD 1 TO RecoveryOpenCount
                   ADD RecoveryOpen TO TotalRecoveryOpen
                   MOVE "CHGD" TO BucketLabel
                   MOVE RecoveryOpen TO EditedAmount
                   PERFORM PRINT-WORKLIST-LINE
               END-IF
               END-IF
           END-IF.

       CHARGE-OFF-ACCOUNT.
           *> The account is rewritten before anything is logged: a
           *> failure leaves the overdraft aging for the rerun rather
           *> than a loss on the ledger with the balance still owed
           MOVE OverdrawnAmount TO ChargeOffAmount
           MOVE 0 TO Balance
           MOVE "F" TO AccountStatus
           REWRITE CustomerRecord
           IF CustomerFileStatus NOT = "00"
               DISPLAY "Unable to charge off " CustomerID
                   ". Status: " CustomerFileStatus
               MOVE 'Y' TO RewriteFailed
           ELSE
               MOVE NextTransactionID TO ChargeOffTransID
               MOVE CustomerID TO TransLogCustomerID
               MOVE "CHG-OFF" TO TransLogType
               MOVE ChargeOffAmount TO TransLogAmount
               MOVE 0 TO TransLogRefID
               PERFORM WRITE-TRANSACTION-LOG
               MOVE "FREEZE" TO TransLogType
               MOVE 0 TO TransLogAmount
               MOVE ChargeOffTransID TO TransLogRefID
               PERFORM WRITE-TRANSACTION-LOG
               *> The loss is written off, not forgiven -- the owner
               *> is told the account is frozen and the amount owed
               MOVE "CHG-OFF" TO NoticeType
               MOVE CustomerID TO NoticeAccountID
               MOVE ChargeOffAmount TO NoticeAmount
               MOVE ODFirstNegDate TO NoticeReference
               MOVE SPACES TO NoticeDetail
               PERFORM WRITE-NOTICE-REQUEST
               MOVE "W" TO ODStatus
               MOVE CurrentRunDate TO ODChargeOffDate
               MOVE ChargeOffAmount TO ODChargeOffAmt
               MOVE 0 TO ODRecoveredAmt
               PERFORM SAVE-AGING-ROW
               ADD 1 TO ChargedOffCount
               ADD ChargeOffAmount TO TotalChargedOff
               ADD 1 TO RecoveryOpenCount
               ADD ChargeOffAmount TO TotalRecoveryOpen
               MOVE "CHG! " TO BucketLabel
               MOVE ChargeOffAmount TO EditedAmount
               PERFORM PRINT-WORKLIST-LINE
           END-IF.

       SAVE-AGING-ROW.
           IF ODRowFound = "Y"
               REWRITE OverdraftAgingRecord
           ELSE
               WRITE OverdraftAgingRecord
           END-IF
           IF ODFileStatus NOT = "00"
               DISPLAY "*** UNABLE TO SAVE AGING ROW FOR " ODAccountID
                   " Status: " ODFileStatus " -- REVIEW ***"
               MOVE 'Y' TO RewriteFailed
           END-IF.

       LIST-OVERDRAWN-ACCOUNT.
           EVALUATE ODBucket
               WHEN "1"
                   ADD 1 TO Bucket1Count
                   MOVE "1-29 " TO BucketLabel
               WHEN "2"
                   ADD 1 TO Bucket2Count
                   MOVE "30-59" TO BucketLabel
               WHEN OTHER
                   ADD 1 TO Bucket3Count
                   MOVE "60+  " TO BucketLabel
           END-EVALUATE
           ADD OverdrawnAmount TO TotalOverdrawn
           MOVE OverdrawnAmount TO EditedAmount
           PERFORM PRINT-WORKLIST-LINE.

       PRINT-WORKLIST-LINE.
           PERFORM LOOK-UP-OWNER-MASTER
           DISPLAY BucketLabel " " CustomerID "   " OwnerNameWork " "
               OwnerPhoneWork " " ODDaysOverdrawn " " EditedAmount.

       LOOK-UP-OWNER-MASTER.
           *> Name and phone live on the customer master; an account
           *> with no master row prints blank and is worth chasing
           *> before the collector calls
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

       PRINT-AGING-TOTALS.
           DISPLAY "======================================"
           DISPLAY "OVERDRAFT AGING RUN FOR " CurrentRunDate
           DISPLAY "======================================"
           DISPLAY "Accounts Read:       " AccountsRead
           DISPLAY "Newly Overdrawn:     " NewlyOverdrawn
           DISPLAY "Cured:               " AccountsCured
           DISPLAY "--------------------------------------"
           DISPLAY "1-29 Days:           " Bucket1Count
           DISPLAY "30-59 Days:          " Bucket2Count
           DISPLAY "60+ Days:            " Bucket3Count
           MOVE TotalOverdrawn TO EditedAmount
           DISPLAY "Total Overdrawn:     " EditedAmount
           DISPLAY "--------------------------------------"
           DISPLAY "Charged Off Tonight: " ChargedOffCount
           MOVE TotalChargedOff TO EditedAmount
           DISPLAY "Amount Charged Off:  " EditedAmount
           DISPLAY "Recoveries Open:     " RecoveryOpenCount
           MOVE TotalRecoveryOpen TO EditedAmount
           DISPLAY "Unrecovered Loss:    " EditedAmount
           DISPLAY "Need Review:         " ReviewCount.

       COPY "writetranslog.cpy".

       COPY "busdatectl.cpy".

       COPY "writenotice.cpy".
