       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHPosting.  *> Inbound clearing file posting

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.
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
           SELECT AchInboundFile ASSIGN TO "ach_inbound.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AchFileStatus.  *> Clearing file in
           SELECT AchReturnFile ASSIGN TO DYNAMIC ReturnFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ReturnFileStatus.  *> Returns out
           SELECT HoldsFile ASSIGN TO "account_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldsFileStatus.  *> Deposit holds
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY "custrec.cpy".

       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       FD AchInboundFile.
           COPY "achrec.cpy".

       FD AchReturnFile.
           COPY "achret.cpy".

       FD HoldsFile.
           COPY "holdrec.cpy".

       FD BusinessDateFile.
           COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'.
       01 HoldHistOpened      PIC X VALUE 'N'.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 AchFileStatus       PIC XX VALUE SPACES.
       01 ReturnFileStatus    PIC XX VALUE SPACES.
       01 HoldsFileStatus     PIC XX VALUE SPACES.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateFileName     PIC X(60) VALUE "business_date.dat".
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 EOF                 PIC X VALUE 'N'.
       01 HoldsEOF            PIC X VALUE 'N'. *> Holds scan done
       01 HoldsTotal          PIC 9(9)V99.     *> Unreleased holds
       01 AvailableBalance    PIC S9(9)V99.    *> Balance less holds

       01 CurrentRunDate      PIC 9(8).
       01 CurrentRunTime      PIC 9(8).             *> Time of day
       01 NextTransactionID   PIC 9(6) VALUE 1.
       01 BackupDone          PIC X VALUE "N".      *> Backed up
       01 BackupCommand       PIC X(80).            *> Backup cmd
       01 RetireCommand       PIC X(80).       *> Input retire cmd
       01 RetireSuffix        PIC X(5).        *> .done or .rej
       01 ReturnFileName      PIC X(60).       *> ach_returns_DATE.dat
       01 TempBalance         PIC S9(9)V99.    *> Overdraft work area
       01 ReturnReason        PIC X(3).        *> Why this item failed
       01 ReturnReasonText    PIC X(30).
       01 LargestPostable     PIC 9(8)V99 VALUE 9999999.99.

       *> First pass: the file is proved against its own control
       *> records before a single entry posts
       01 AchFileFound        PIC X VALUE 'N'. *> Inbound file there
       01 AchFileValid        PIC X VALUE 'N'. *> Every control tied
       01 AchRanOK            PIC X VALUE 'N'. *> Run completed
       01 AchRejectMsg        PIC X(60).       *> First failure found
       01 RecordsRead         PIC 9(6) VALUE 0.
       01 FileHeaderSeen      PIC X VALUE 'N'.
       01 FileControlSeen     PIC X VALUE 'N'.
       01 BatchOpen           PIC X VALUE 'N'.
       01 BatchEntryCount     PIC 9(6).        *> Entries + addenda
       01 BatchHashWork       PIC 9(12).       *> Routing sum, untrimmed
       01 BatchDebitTotal     PIC 9(10)V99.
       01 BatchCreditTotal    PIC 9(10)V99.
       01 FileBatchCount      PIC 9(6) VALUE 0.
       01 FileEntryCount      PIC 9(8) VALUE 0.
       01 FileHashWork        PIC 9(12) VALUE 0.
       01 FileDebitTotal      PIC 9(10)V99 VALUE 0.
       01 FileCreditTotal     PIC 9(10)V99 VALUE 0.
       *> Hash totals keep only the low-order ten digits
       01 HashTenDigits       PIC 9(10).
       01 EntryDirection      PIC X.           *> C, D or space = bad

       *> Second pass: batch header fields carried onto returns
       01 CurrentCompanyName  PIC X(16).
       01 CurrentCompanyID    PIC X(10).
       01 CurrentEffective    PIC X(6).

       *> Control totals
       01 EntriesRead         PIC 9(6) VALUE 0.
       01 CreditsPosted       PIC 9(6) VALUE 0.
       01 DebitsPosted        PIC 9(6) VALUE 0.
       01 PrenotesRead        PIC 9(6) VALUE 0.
       01 ItemsReturned       PIC 9(6) VALUE 0.
       01 DollarsIn           PIC 9(11)V99 VALUE 0.  *> Credits posted
       01 DollarsOut          PIC 9(11)V99 VALUE 0.  *> Debits posted
       01 DollarsReturned     PIC 9(11)V99 VALUE 0.
       01 EditedAmount        PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01 TransLogCustomerID  PIC X(5).
       01 TransLogType        PIC X(8).
       01 TransLogAmount      PIC 9(7)V99.
       01 TransLogRefID       PIC 9(6) VALUE 0.
       *> Batch runs are stamped with the system operator ID
       01 TransLogOperatorID  PIC X(4) VALUE "*SYS".

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Prove the inbound clearing file against its batch and
           *> file control records, post every good entry (ACH-CR /
           *> ACH-DR), send back what cannot post on the return file
           *> with a standard reason, and finish with control totals.
           *> A file that does not prove is rejected whole -- nothing
           *> posts.  Runs once per business date, under the shared
           *> date control.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK NOT = "Y" OR BusDayStatus NOT = "O"
               DISPLAY "No open business date -- run StartOfDay "
                   "before ACH posting."
           ELSE
           IF BDAchPost = "Y"
               DISPLAY "ACH posting already ran for business date "
                   BusinessDate " -- run refused."
           ELSE
               PERFORM INIT-TRANSACTION-ID
               PERFORM VALIDATE-ACH-FILE
               IF AchFileFound NOT = "Y"
                   *> Nothing received is a normal quiet day -- the
                   *> run still counts as complete
                   DISPLAY "No inbound ACH file found. Status: "
                       AchFileStatus
                   MOVE 'Y' TO AchRanOK
               ELSE
               IF AchFileValid NOT = "Y"
                   DISPLAY "======================================"
                   DISPLAY "ACH FILE REJECTED -- NOTHING POSTED"
                   DISPLAY "======================================"
                   DISPLAY "Record " RecordsRead ": " AchRejectMsg
                   DISPLAY "Ask the sending bank to retransmit."
                   MOVE ".rej" TO RetireSuffix
                   PERFORM RETIRE-ACH-FILE
               ELSE
                   PERFORM POST-ACH-FILE
               END-IF
               END-IF
               PERFORM PRINT-CONTROL-TOTALS
               *> A rejected file is not a completed run: the day
               *> stays open until the retransmission is posted, or
               *> a rerun with no file confirms none is coming
               IF AchRanOK = "Y"
                   PERFORM MARK-BATCH-COMPLETE
               ELSE
                   DISPLAY "Run NOT recorded as complete -- fix the "
                       "failure above and rerun."
               END-IF
           END-IF
           END-IF
           STOP RUN.

       MARK-BATCH-COMPLETE.
           MOVE "Y" TO BDAchPost
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

       BACKUP-CUSTOMER-FILE.
           *> Snapshot CustomerFile before the first REWRITE
           *> run can always be restored from the timestamped copy
           IF BackupDone NOT = "Y"
               ACCEPT CurrentRunTime FROM TIME
               STRING "cp customer_data.dat customer_data_"
                          DELIMITED BY SIZE
                      CurrentRunDate DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      CurrentRunTime DELIMITED BY SIZE
                      ".bak" DELIMITED BY SIZE
                      INTO BackupCommand
               CALL "SYSTEM" USING BackupCommand
               MOVE "Y" TO BackupDone
           END-IF.

       VALIDATE-ACH-FILE.
           *> First pass: every batch control must agree with the
           *> entries above it, and the file control with the
           *> batches, on entry count, routing hash and debit and
           *> credit dollars.  Reading stops at the first failure.
           MOVE 'N' TO EOF
           MOVE 'Y' TO AchFileValid
           OPEN INPUT AchInboundFile
           IF AchFileStatus NOT = "00"
               MOVE 'N' TO AchFileFound
           ELSE
               MOVE 'Y' TO AchFileFound
               PERFORM UNTIL EOF = 'Y'
                   READ AchInboundFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO RecordsRead
                           PERFORM CHECK-ONE-ACH-RECORD
                   END-READ
               END-PERFORM
               CLOSE AchInboundFile
               IF AchFileValid = "Y"
                   IF FileHeaderSeen NOT = "Y"
                       MOVE "File is empty -- no file header"
                           TO AchRejectMsg
                       MOVE 'N' TO AchFileValid
                   ELSE
                   IF BatchOpen = "Y"
                       MOVE "Last batch has no batch control"
                           TO AchRejectMsg
                       MOVE 'N' TO AchFileValid
                   ELSE
                   IF FileControlSeen NOT = "Y"
                       MOVE "File control record missing -- truncated?"
                           TO AchRejectMsg
                       MOVE 'N' TO AchFileValid
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       CHECK-ONE-ACH-RECORD.
           IF FileControlSeen = "Y"
               *> Only block padding may follow the file control
               IF AchRecord NOT = ALL "9"
                   MOVE "Record found after the file control"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               END-IF
           ELSE
           IF FileHeaderSeen NOT = "Y" AND AchRecordType NOT = "1"
               MOVE "File does not begin with a file header"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
               EVALUATE AchRecordType
                   WHEN "1"
                       IF FileHeaderSeen = "Y"
                           MOVE "Second file header in one file"
                               TO AchRejectMsg
                           PERFORM FAIL-ACH-FILE
                       ELSE
                           MOVE "Y" TO FileHeaderSeen
                       END-IF
                   WHEN "5"
                       PERFORM CHECK-BATCH-HEADER
                   WHEN "6"
                       PERFORM CHECK-ENTRY-DETAIL
                   WHEN "7"
                       IF BatchOpen NOT = "Y"
                           MOVE "Addenda record outside a batch"
                               TO AchRejectMsg
                           PERFORM FAIL-ACH-FILE
                       ELSE
                           ADD 1 TO BatchEntryCount
                       END-IF
                   WHEN "8"
                       PERFORM CHECK-BATCH-CONTROL
                   WHEN "9"
                       PERFORM CHECK-FILE-CONTROL
                   WHEN OTHER
                       MOVE "Unknown record type" TO AchRejectMsg
                       PERFORM FAIL-ACH-FILE
               END-EVALUATE
           END-IF
           END-IF.

       FAIL-ACH-FILE.
           MOVE 'N' TO AchFileValid
           MOVE 'Y' TO EOF.

       CHECK-BATCH-HEADER.
           IF BatchOpen = "Y"
               MOVE "Batch header before the prior batch control"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
               MOVE "Y" TO BatchOpen
               MOVE 0 TO BatchEntryCount
               MOVE 0 TO BatchHashWork
               MOVE 0 TO BatchDebitTotal
               MOVE 0 TO BatchCreditTotal
           END-IF.

       CHECK-ENTRY-DETAIL.
           PERFORM SET-ENTRY-DIRECTION
           IF BatchOpen NOT = "Y"
               MOVE "Entry detail outside a batch" TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
           IF EntryDirection = SPACE
               MOVE "Unsupported transaction code on entry"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
           IF AchRDFIRouting NOT NUMERIC OR AchAmount NOT NUMERIC
               MOVE "Routing number or amount not numeric"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
               ADD 1 TO BatchEntryCount
               ADD AchRDFIRouting TO BatchHashWork
               IF EntryDirection = "C"
                   ADD AchAmount TO BatchCreditTotal
               ELSE
                   ADD AchAmount TO BatchDebitTotal
               END-IF
           END-IF
           END-IF
           END-IF.

       SET-ENTRY-DIRECTION.
           *> Second digit of the transaction code: 2 live credit,
           *> 3 credit prenote, 7 live debit, 8 debit prenote; the
           *> first digit must be 2 (checking) or 3 (savings)
           MOVE SPACE TO EntryDirection
           IF AchTransCode(1:1) = "2" OR AchTransCode(1:1) = "3"
               EVALUATE AchTransCode(2:1)
                   WHEN "2"
                   WHEN "3"
                       MOVE "C" TO EntryDirection
                   WHEN "7"
                   WHEN "8"
                       MOVE "D" TO EntryDirection
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-BATCH-CONTROL.
           IF BatchOpen NOT = "Y"
               MOVE "Batch control with no batch header"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
           IF AchBCEntryCount NOT NUMERIC
                   OR AchBCEntryHash NOT NUMERIC
                   OR AchBCTotalDebit NOT NUMERIC
                   OR AchBCTotalCredit NOT NUMERIC
               MOVE "Batch control totals not numeric"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
               MOVE BatchHashWork TO HashTenDigits
               IF AchBCEntryCount NOT = BatchEntryCount
                   MOVE "Batch entry count does not match entries"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
               IF AchBCEntryHash NOT = HashTenDigits
                   MOVE "Batch entry hash does not match entries"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
               IF AchBCTotalDebit NOT = BatchDebitTotal
                       OR AchBCTotalCredit NOT = BatchCreditTotal
                   MOVE "Batch debit/credit totals do not match"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
                   MOVE "N" TO BatchOpen
                   ADD 1 TO FileBatchCount
                   ADD BatchEntryCount TO FileEntryCount
                   ADD BatchHashWork TO FileHashWork
                   ADD BatchDebitTotal TO FileDebitTotal
                   ADD BatchCreditTotal TO FileCreditTotal
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       CHECK-FILE-CONTROL.
           IF BatchOpen = "Y"
               MOVE "File control inside an open batch"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
           IF AchFCBatchCount NOT NUMERIC
                   OR AchFCEntryCount NOT NUMERIC
                   OR AchFCEntryHash NOT NUMERIC
                   OR AchFCTotalDebit NOT NUMERIC
                   OR AchFCTotalCredit NOT NUMERIC
               MOVE "File control totals not numeric"
                   TO AchRejectMsg
               PERFORM FAIL-ACH-FILE
           ELSE
               MOVE FileHashWork TO HashTenDigits
               IF AchFCBatchCount NOT = FileBatchCount
                   MOVE "File batch count does not match batches"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
               IF AchFCEntryCount NOT = FileEntryCount
                   MOVE "File entry count does not match batches"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
               IF AchFCEntryHash NOT = HashTenDigits
                   MOVE "File entry hash does not match batches"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
               IF AchFCTotalDebit NOT = FileDebitTotal
                       OR AchFCTotalCredit NOT = FileCreditTotal
                   MOVE "File debit/credit totals do not match"
                       TO AchRejectMsg
                   PERFORM FAIL-ACH-FILE
               ELSE
                   MOVE "Y" TO FileControlSeen
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       POST-ACH-FILE.
           *> Second pass over the proven file: post each entry
           MOVE SPACES TO ReturnFileName
           STRING "ach_returns_" DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ReturnFileName
           PERFORM BACKUP-CUSTOMER-FILE
           OPEN I-O CustomerFile
           IF CustomerFileStatus NOT = "00"
               DISPLAY "Unable to open customer file. Status: "
                   CustomerFileStatus
           ELSE
               OPEN OUTPUT AchReturnFile
               IF ReturnFileStatus NOT = "00"
                   *> Never post a file whose returns cannot be sent
                   DISPLAY "Unable to create " ReturnFileName
                       " Status: " ReturnFileStatus
                   CLOSE CustomerFile
               ELSE
                   MOVE 'N' TO EOF
                   OPEN INPUT AchInboundFile
                   PERFORM OPEN-TRANSACTION-LOG
                   PERFORM UNTIL EOF = 'Y'
                       READ AchInboundFile
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM POST-ONE-ACH-RECORD
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-TRANSACTION-LOG
                   CLOSE AchInboundFile
                   CLOSE AchReturnFile
                   CLOSE CustomerFile
                   MOVE ".done" TO RetireSuffix
                   PERFORM RETIRE-ACH-FILE
                   MOVE 'Y' TO AchRanOK
               END-IF
           END-IF.

       POST-ONE-ACH-RECORD.
           EVALUATE AchRecordType
               WHEN "5"
                   MOVE AchCompanyName TO CurrentCompanyName
                   MOVE AchCompanyID TO CurrentCompanyID
                   MOVE AchEffectiveDate TO CurrentEffective
               WHEN "6"
                   ADD 1 TO EntriesRead
                   PERFORM POST-ONE-ACH-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       POST-ONE-ACH-ENTRY.
           *> Same status and overdraft rules BatchPosting applies;
           *> a prenote only proves the account and moves no money
           PERFORM SET-ENTRY-DIRECTION
           MOVE SPACES TO ReturnReason
           IF AchDFIAccount(6:12) NOT = SPACES
               MOVE "R03" TO ReturnReason
           ELSE
               MOVE AchDFIAccount(1:5) TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       MOVE "R03" TO ReturnReason
                   NOT INVALID KEY
                       PERFORM POST-TO-CUSTOMER-RECORD
               END-READ
           END-IF
           IF ReturnReason NOT = SPACES
               PERFORM WRITE-RETURN-RECORD
           END-IF.

       POST-TO-CUSTOMER-RECORD.
           IF AccountStatus = "C"
               MOVE "R02" TO ReturnReason
           ELSE
           IF AccountStatus = "F"
               MOVE "R16" TO ReturnReason
           ELSE
           IF AccountStatus = "D" OR ProductCode = "LON"
               *> A dormant account needs a teller's logged
               *> reactivation, and a loan payment must split
               *> interest from principal at the window
               MOVE "R20" TO ReturnReason
           ELSE
           IF AchTransCode(2:1) = "3" OR AchTransCode(2:1) = "8"
               ADD 1 TO PrenotesRead
           ELSE
           IF AchAmount > LargestPostable
               MOVE "R17" TO ReturnReason
           ELSE
           IF EntryDirection = "C"
               ADD AchAmount TO Balance
               REWRITE CustomerRecord
               MOVE "ACH-CR" TO TransLogType
               PERFORM LOG-POSTED-ENTRY
               ADD 1 TO CreditsPosted
               ADD AchAmount TO DollarsIn
           ELSE
               PERFORM COMPUTE-AVAILABLE-BALANCE
               COMPUTE TempBalance = AvailableBalance - AchAmount
               IF TempBalance < (OverdraftLimit * -1)
                   MOVE "R01" TO ReturnReason
               ELSE
                   SUBTRACT AchAmount FROM Balance
                   REWRITE CustomerRecord
                   MOVE "ACH-DR" TO TransLogType
                   PERFORM LOG-POSTED-ENTRY
                   ADD 1 TO DebitsPosted
                   ADD AchAmount TO DollarsOut
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOG-POSTED-ENTRY.
           MOVE CustomerID TO TransLogCustomerID
           MOVE AchAmount TO TransLogAmount
           MOVE 0 TO TransLogRefID
           PERFORM WRITE-TRANSACTION-LOG.

       WRITE-RETURN-RECORD.
           ADD 1 TO ItemsReturned
           ADD AchAmount TO DollarsReturned
           MOVE AchTraceNumber TO RetTraceNumber
           MOVE AchTransCode TO RetTransCode
           MOVE AchDFIAccount TO RetDFIAccount
           MOVE AchAmount TO RetAmount
           MOVE AchIndividualID TO RetIndividualID
           MOVE AchIndividualName TO RetIndividualName
           MOVE CurrentCompanyName TO RetCompanyName
           MOVE CurrentCompanyID TO RetCompanyID
           MOVE CurrentEffective TO RetEffectiveDate
           MOVE ReturnReason TO RetReasonCode
           MOVE CurrentRunDate TO RetReturnDate
           WRITE AchReturnRecord
           IF ReturnFileStatus NOT = "00"
               DISPLAY "Unable to write return record. Status: "
                   ReturnFileStatus
           END-IF
           PERFORM SPELL-OUT-REASON
           MOVE AchAmount TO EditedAmount
           DISPLAY "RETURNED " AchTraceNumber " " AchDFIAccount(1:5)
               " " EditedAmount " " ReturnReason " "
               ReturnReasonText.

       SPELL-OUT-REASON.
           EVALUATE ReturnReason
               WHEN "R01"
                   MOVE "INSUFFICIENT FUNDS" TO ReturnReasonText
               WHEN "R02"
                   MOVE "ACCOUNT CLOSED" TO ReturnReasonText
               WHEN "R03"
                   MOVE "NO ACCOUNT/UNABLE TO LOCATE"
                       TO ReturnReasonText
               WHEN "R16"
                   MOVE "ACCOUNT FROZEN" TO ReturnReasonText
               WHEN "R17"
                   MOVE "AMOUNT EXCEEDS LEDGER LIMIT"
                       TO ReturnReasonText
               WHEN "R20"
                   MOVE "NON-TRANSACTION ACCOUNT" TO ReturnReasonText
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO ReturnReasonText
           END-EVALUATE.

       RETIRE-ACH-FILE.
           *> Move the processed input aside under a dated name so an
           *> accidental rerun cannot post the same entries twice --
           *> a rejected file is kept as .rej for the investigation
           ACCEPT CurrentRunTime FROM TIME
           MOVE SPACES TO RetireCommand
           STRING "mv ach_inbound.dat ach_inbound_"
                      DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  CurrentRunTime DELIMITED BY SIZE
                  RetireSuffix DELIMITED BY SPACE
                  INTO RetireCommand
           CALL "SYSTEM" USING RetireCommand
           DISPLAY "Inbound file retired as ach_inbound_"
               CurrentRunDate "_" CurrentRunTime RetireSuffix.

       PRINT-CONTROL-TOTALS.
           DISPLAY "======================================"
           DISPLAY "ACH POSTING CONTROL TOTALS"
           DISPLAY "======================================"
           DISPLAY "Records Read:     " RecordsRead
           DISPLAY "Batches Proved:   " FileBatchCount
           DISPLAY "Entries Read:     " EntriesRead
           DISPLAY "Credits Posted:   " CreditsPosted
           MOVE DollarsIn TO EditedAmount
           DISPLAY "Dollars In:       " EditedAmount
           DISPLAY "Debits Posted:    " DebitsPosted
           MOVE DollarsOut TO EditedAmount
           DISPLAY "Dollars Out:      " EditedAmount
           DISPLAY "Prenotes:         " PrenotesRead
           DISPLAY "Items Returned:   " ItemsReturned
           MOVE DollarsReturned TO EditedAmount
           DISPLAY "Dollars Returned: " EditedAmount
           IF ItemsReturned > 0
               DISPLAY "Return File:      " ReturnFileName
           END-IF.

       COPY "writetranslog.cpy".

       COPY "availbal.cpy".

       COPY "busdatectl.cpy".
