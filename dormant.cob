               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterNumber
               FILE STATUS IS MasterFileStatus.  *> Name/phone lookup
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.  *> Entries by account
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date
           SELECT NoticeRequestFile ASSIGN TO "notice_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Customer notices

       DATA DIVISION.
       FILE SECTION.
       FD CustomerMasterFile.
           COPY "custmast.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

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
       01 MasterFileStatus    PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'. *> Account's entries done
       01 OwnerNameWork       PIC X(30).  *> Name from the master
       01 OwnerPhoneWork      PIC X(15).  *> Phone from the master

       01 BackupDone          PIC X VALUE "N".      *> Backed up
       01 BackupCommand       PIC X(80).            *> Backup cmd

       *> Each indexed entry is the logged TransactionRecord image
       COPY "transrec.cpy".

       *> Date of the account's last customer-initiated entry:
       *> deposits, withdrawals, transfers and the account opening
       *> count; INTEREST and fees post to every account regardless
       *> and prove nothing about the customer
       01 LastActivityDate    PIC 9(8) VALUE 0.  *> 0 = none found

       *> Month-difference work fields
       01 CURRENT-DATE-FIELDS.
       01 BucketLabel         PIC X(4).
       01 EditedBalance       PIC -Z,ZZZ,ZZ9.99.

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
           *> Find each customer's last customer-initiated activity on
           *> the account history index, which spans the live log and
           *> every archive, mark accounts untouched for 12 months
           *> dormant, and print the aging report for the state
           *> escheatment filing.  Dormant accounts keep earning
           *> interest; a teller transaction against one forces a
           *> logged reactivation instead of posting silently.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK = "Y" AND BusDayStatus = "O"
               MOVE BusinessDate TO CurrentRunDate
               ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           END-IF
           MOVE CurrentRunDate TO CURRENT-DATE-FIELDS
           OPEN INPUT AccountHistoryFile
           IF HistFileStatus NOT = "00"
               *> Marking without the history would flag every
               *> customer as inactive -- refuse
               DISPLAY "Account history index unavailable. Status: "
                   HistFileStatus " -- run HistoryIndexRebuild."
               DISPLAY "Run refused, no accounts marked."
           ELSE
               PERFORM REVIEW-ALL-ACCOUNTS
               CLOSE AccountHistoryFile
           END-IF
           STOP RUN.

       BACKUP-CUSTOMER-FILE.
           *> Snapshot CustomerFile before the first REWRITE
           *> run can always be restored from the timestamped copy
           END-IF.

       REVIEW-ONE-ACCOUNT.
           *> Frozen and closed accounts are out of scope, and so are
           *> loans -- a borrower who stops paying is a collections
           *> matter, not an abandoned deposit; an account with no
           *> logged activity anywhere is listed for manual follow-up
           *> but never marked off an incomplete history
           ADD 1 TO AccountsReviewed
           IF AccountStatus NOT = "F" AND AccountStatus NOT = "C"
                   AND ProductCode NOT = "LON"
               PERFORM FIND-LAST-ACTIVITY-DATE
               IF LastActivityDate = 0
                   ADD 1 TO NoActivityFound
                   PERFORM LOOK-UP-OWNER-MASTER
                   DISPLAY "????  " CustomerID " " OwnerNameWork " "
                       OwnerPhoneWork " NO ACTIVITY IN ACCOUNT "
                       "HISTORY -- VERIFY INDEX"
               ELSE
                   MOVE LastActivityDate TO LastDateNum
                   COMPUTE MonthsInactive =
                       (CurrentYearPart - LastYearPart) * 12
                       + CurrentMonthPart - LastMonthPart
                           MOVE "D" TO AccountStatus
                           REWRITE CustomerRecord
                           ADD 1 TO AccountsMarked
                           PERFORM RAISE-DORMANCY-NOTICE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RAISE-DORMANCY-NOTICE.
           *> Escheatment law requires the owner be told in writing
           *> before the funds can ever be turned over
           MOVE "DORMANT" TO NoticeType
           MOVE CustomerID TO NoticeAccountID
           IF Balance > 0
               MOVE Balance TO NoticeAmount
           ELSE
               MOVE 0 TO NoticeAmount
           END-IF
           MOVE LastDateNum TO NoticeReference
           MOVE SPACES TO NoticeDetail
           PERFORM WRITE-NOTICE-REQUEST.

       FIND-LAST-ACTIVITY-DATE.
           *> Read the account's T rows in TransactionID order; only
           *> entries the customer caused push the date forward
           MOVE 0 TO LastActivityDate
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
                           MOVE HistTransImage TO TransactionRecord
                           PERFORM NOTE-CUSTOMER-ACTIVITY
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-CUSTOMER-ACTIVITY.
           EVALUATE TransType
               WHEN "OPEN"
               WHEN "DEPOSIT"
               WHEN "WITHDRAW"
               WHEN "XFER-OUT"
               WHEN "XFER-IN"
               WHEN "ACH-CR"
               WHEN "ACH-DR"
               WHEN "REACTIV"
                   IF TransDate > LastActivityDate
                       MOVE TransDate TO LastActivityDate
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       REPORT-DORMANT-ACCOUNT.
           IF MonthsInactive >= 36
               MOVE "36+ " TO BucketLabel
           DISPLAY "Aged 36+ Months:        " Bucket36Count.

       COPY "busdatectl.cpy".

       COPY "writenotice.cpy".
