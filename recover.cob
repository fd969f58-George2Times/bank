       IDENTIFICATION DIVISION.
       PROGRAM-ID. ForwardRecovery.  *> Rebuild balances from snapshot

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID OF CustomerRecord
               FILE STATUS IS CustomerFileStatus.  *> Live, compared
           SELECT AttributeFile ASSIGN TO DYNAMIC AttributeFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID OF AttributeRecord
               FILE STATUS IS AttrFileStatus.  *> Owner/limit/product
           SELECT RebuiltFile ASSIGN TO "customer_data_rebuilt.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID OF RebuiltRecord
               FILE STATUS IS RebuiltFileStatus.  *> Recovered file
           SELECT TransactionLogFile ASSIGN TO "transaction_logs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.
           SELECT SnapshotFile ASSIGN TO "balance_forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapshotFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY "custrec.cpy".

       FD AttributeFile.
           COPY "custrec.cpy" REPLACING ==CustomerRecord== BY
               ==AttributeRecord==.

       FD RebuiltFile.
           COPY "custrec.cpy" REPLACING ==CustomerRecord== BY
               ==RebuiltRecord==.

       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 AttrFileStatus      PIC XX VALUE SPACES.
       01 RebuiltFileStatus   PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 CurrentRunDate      PIC 9(8).
       01 CurrentRunTime      PIC 9(8).
       01 SwapCommand         PIC X(100).

       *> Owner, overdraft limit, product and status are not on the
       *> snapshot; they are taken from the live file or, when that
       *> is unreadable, from the most recent timestamped backup
       01 AttributeFileName   PIC X(60) VALUE "customer_data.dat".
       01 InputFileName       PIC X(60).
       01 SnapHighID          PIC 9(6) VALUE 0. *> Last archived ID
       01 SnapshotDate        PIC 9(8) VALUE 0.
       01 RebuildOK           PIC X VALUE 'Y'. *> N = stop, no swap
       01 LiveReadable        PIC X VALUE 'N'.
       01 SwapConfirm         PIC X(3).

       *> One row per account: the snapshot balance, then every
       *> later logged entry applied on top
       01 RecoverCount        PIC 9(4) VALUE 0.
       01 RecoverIndex        PIC 9(4).
       01 RECOVER-TABLE.
           05 RECOVER-ROWS OCCURS 5000 TIMES.
               10 RTAccountID     PIC X(5).
               10 RTBalance       PIC S9(9)V99.
               10 RTOnSource      PIC X.      *> Y = attributes found
       01 TableOverflow       PIC X VALUE 'N'.
       01 RecoverKey          PIC X(5).        *> Account looked up
       01 RunningBalance      PIC S9(9)V99 VALUE 0.
       01 LargestBalance      PIC S9(9)V99 VALUE 9999999.99.

       01 SnapshotRows        PIC 9(6) VALUE 0.
       01 EntriesReplayed     PIC 9(6) VALUE 0.
       01 EntriesSkipped      PIC 9(6) VALUE 0.  *> Already in snapshot
       01 AccountsWritten     PIC 9(6) VALUE 0.
       01 NotInSnapshot       PIC 9(6) VALUE 0.  *> Kept source balance
       01 MissingAttributes   PIC 9(6) VALUE 0.  *> Cannot be written
       01 DifferencesFound    PIC 9(6) VALUE 0.
       01 LiveOnly            PIC 9(6) VALUE 0.
       01 EditedLive          PIC -ZZ,ZZZ,ZZ9.99.
       01 EditedRebuilt       PIC -ZZ,ZZZ,ZZ9.99.
       01 EditedDifference    PIC -ZZ,ZZZ,ZZ9.99.
       01 BalanceDifference   PIC S9(9)V99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Forward recovery for a damaged customer_data.dat or a
           *> bad REWRITE, without restoring to yesterday:
           *>   1. stop the teller system and the batch stream;
           *>   2. run ForwardRecovery -- it starts every account at
           *>      its balance_forward.dat SnapBalance, replays every
           *>      transaction_logs.dat entry after SnapHighTransID
           *>      under CustomerStatement's sign rules, and writes
           *>      customer_data_rebuilt.dat;
           *>   3. read the compare listing of every account whose
           *>      rebuilt balance differs from the live file;
           *>   4. answer YES only when the listing shows exactly the
           *>      damage being repaired -- the live file is kept as
           *>      customer_data_<date>_<time>_prerecover.bak and the
           *>      rebuilt file moved into its place.
           *> If the live file will not open, name the newest
           *> customer_data_*.bak as the attribute source; balances
           *> still come only from the snapshot and the log.
           ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           DISPLAY "Stop the teller system and all batch runs "
               "before recovering."
           PERFORM GET-ATTRIBUTE-SOURCE
           PERFORM LOAD-SNAPSHOT-BALANCES
           IF RebuildOK = "Y"
               PERFORM REPLAY-TRANSACTION-LOG
           END-IF
           IF RebuildOK = "Y"
               PERFORM WRITE-REBUILT-FILE
           END-IF
           IF RebuildOK = "Y"
               PERFORM COMPARE-WITH-LIVE
               PERFORM PRINT-RECOVERY-TOTALS
               PERFORM CONFIRM-AND-SWAP
           ELSE
               DISPLAY "Recovery abandoned -- live customer file "
                   "left untouched."
           END-IF
           STOP RUN.

       GET-ATTRIBUTE-SOURCE.
           DISPLAY "Account attributes from (blank = "
               "customer_data.dat, or a backup file name): "
           MOVE SPACES TO InputFileName
           ACCEPT InputFileName
           IF InputFileName NOT = SPACES
               MOVE InputFileName TO AttributeFileName
           END-IF
           DISPLAY "Attribute source: " AttributeFileName.

       LOAD-SNAPSHOT-BALANCES.
           *> No snapshot means no period has been closed yet -- every
           *> entry is still on the live log, so start from zero
           MOVE 'N' TO EOF
           OPEN INPUT SnapshotFile
           IF SnapshotFileStatus NOT = "00"
               DISPLAY "No balance-forward file -- replaying the "
                   "whole log from zero."
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ SnapshotFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM LOAD-ONE-SNAPSHOT-ROW
                   END-READ
               END-PERFORM
               CLOSE SnapshotFile
               DISPLAY "Snapshot of " SnapshotDate
                   " -- replaying entries after " SnapHighID
           END-IF.

       LOAD-ONE-SNAPSHOT-ROW.
           IF SnapRecordType = "H"
               MOVE SnapHighTransID TO SnapHighID
               MOVE SnapDate TO SnapshotDate
           ELSE
               ADD 1 TO SnapshotRows
               MOVE SnapCustomerID TO RecoverKey
               PERFORM FIND-OR-ADD-RECOVER-ROW
               IF TableOverflow = 'Y'
                   MOVE 'N' TO RebuildOK
                   MOVE 'Y' TO EOF
               ELSE
                   MOVE SnapBalance TO RTBalance(RecoverIndex)
               END-IF
           END-IF.

       REPLAY-TRANSACTION-LOG.
           MOVE 'N' TO EOF
           OPEN INPUT TransactionLogFile
           IF TransLogFileStatus NOT = "00"
               DISPLAY "No transaction log found -- balances are "
                   "the snapshot's."
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ TransactionLogFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM REPLAY-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TransactionLogFile
           END-IF.

       REPLAY-ONE-ENTRY.
           *> Entries at or below the snapshot's high ID are already
           *> inside its balances
           IF TransactionID <= SnapHighID
               ADD 1 TO EntriesSkipped
           ELSE
               MOVE TransCustomerID TO RecoverKey
               PERFORM FIND-OR-ADD-RECOVER-ROW
               IF TableOverflow = 'Y'
                   MOVE 'N' TO RebuildOK
                   MOVE 'Y' TO EOF
               ELSE
                   MOVE RTBalance(RecoverIndex) TO RunningBalance
                   PERFORM APPLY-TO-RUNNING-BALANCE
                   MOVE RunningBalance TO RTBalance(RecoverIndex)
                   ADD 1 TO EntriesReplayed
               END-IF
           END-IF.

       FIND-OR-ADD-RECOVER-ROW.
           PERFORM VARYING RecoverIndex FROM 1 BY 1
                   UNTIL RecoverIndex > RecoverCount
                      OR RTAccountID(RecoverIndex) = RecoverKey
           END-PERFORM
           IF RecoverIndex > RecoverCount
               IF RecoverCount >= 5000
                   DISPLAY "ERROR: recovery table full (5000) "
                       "-- cannot add " RecoverKey
                   MOVE 'Y' TO TableOverflow
               ELSE
                   ADD 1 TO RecoverCount
                   MOVE RecoverCount TO RecoverIndex
                   MOVE RecoverKey TO RTAccountID(RecoverIndex)
                   MOVE 0 TO RTBalance(RecoverIndex)
                   MOVE "N" TO RTOnSource(RecoverIndex)
               END-IF
           END-IF.

       WRITE-REBUILT-FILE.
           *> Every account on the attribute source is written with
           *> its rebuilt balance; an account on the source with no
           *> snapshot row and no entry keeps the source balance
           MOVE 'N' TO EOF
           OPEN INPUT AttributeFile
           IF AttrFileStatus NOT = "00"
               DISPLAY "Unable to open " AttributeFileName
                   " Status: " AttrFileStatus
               DISPLAY "Name the newest customer_data_*.bak as the "
                   "attribute source."
               MOVE 'N' TO RebuildOK
           ELSE
               OPEN OUTPUT RebuiltFile
               IF RebuiltFileStatus NOT = "00"
                   DISPLAY "Unable to create rebuilt file. Status: "
                       RebuiltFileStatus
                   MOVE 'N' TO RebuildOK
                   CLOSE AttributeFile
               ELSE
                   PERFORM UNTIL EOF = 'Y'
                       READ AttributeFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM REBUILD-ONE-ACCOUNT
                       END-READ
                   END-PERFORM
                   CLOSE RebuiltFile
                   CLOSE AttributeFile
                   PERFORM LIST-MISSING-ATTRIBUTES
               END-IF
           END-IF.

       REBUILD-ONE-ACCOUNT.
           MOVE AttributeRecord TO RebuiltRecord
           MOVE CustomerID OF AttributeRecord TO RecoverKey
           PERFORM VARYING RecoverIndex FROM 1 BY 1
                   UNTIL RecoverIndex > RecoverCount
                      OR RTAccountID(RecoverIndex) = RecoverKey
           END-PERFORM
           IF RecoverIndex > RecoverCount
               ADD 1 TO NotInSnapshot
               DISPLAY "NOT IN SNAPSHOT OR LOG: " RecoverKey
                   " -- source balance kept"
           ELSE
               MOVE "Y" TO RTOnSource(RecoverIndex)
               IF RTBalance(RecoverIndex) > LargestBalance
                       OR RTBalance(RecoverIndex)
                           < (LargestBalance * -1)
                   DISPLAY "ERROR: rebuilt balance for "
                       RecoverKey " does not fit the account "
                       "record."
                   MOVE 'N' TO RebuildOK
               ELSE
                   MOVE RTBalance(RecoverIndex)
                       TO Balance OF RebuiltRecord
               END-IF
           END-IF
           WRITE RebuiltRecord
           IF RebuiltFileStatus NOT = "00"
               DISPLAY "Unable to write rebuilt account "
                   RecoverKey " Status: " RebuiltFileStatus
               MOVE 'N' TO RebuildOK
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO AccountsWritten
           END-IF.

       LIST-MISSING-ATTRIBUTES.
           *> Accounts with a balance but no row on the attribute
           *> source (opened after the backup used) cannot be written
           PERFORM VARYING RecoverIndex FROM 1 BY 1
                   UNTIL RecoverIndex > RecoverCount
               IF RTOnSource(RecoverIndex) NOT = "Y"
                   ADD 1 TO MissingAttributes
                   MOVE RTBalance(RecoverIndex) TO EditedRebuilt
                   DISPLAY "NOT ON ATTRIBUTE SOURCE: "
                       RTAccountID(RecoverIndex) " rebuilt balance "
                       EditedRebuilt
               END-IF
           END-PERFORM.

       COMPARE-WITH-LIVE.
           *> Every account whose rebuilt balance is not the live
           *> balance, then every live account the rebuild lacks
           DISPLAY "======================================"
           DISPLAY "FORWARD RECOVERY COMPARE"
           DISPLAY "======================================"
           DISPLAY "Account     Live Balance   Rebuilt Balance"
               "        Difference"
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
               MOVE "Y" TO LiveReadable
           ELSE
               DISPLAY "Live customer file unreadable. Status: "
                   CustomerFileStatus
           END-IF
           MOVE 'N' TO EOF
           OPEN INPUT RebuiltFile
           IF RebuiltFileStatus NOT = "00"
               DISPLAY "Unable to reopen rebuilt file. Status: "
                   RebuiltFileStatus
               MOVE 'N' TO RebuildOK
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ RebuiltFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM COMPARE-ONE-ACCOUNT
                   END-READ
               END-PERFORM
               IF LiveReadable = "Y"
                   PERFORM FIND-LIVE-ONLY-ACCOUNTS
               END-IF
               CLOSE RebuiltFile
           END-IF
           IF LiveReadable = "Y"
               CLOSE CustomerFile
           END-IF
           IF DifferencesFound = 0 AND LiveOnly = 0
               DISPLAY "  No differences."
           END-IF.

       COMPARE-ONE-ACCOUNT.
           MOVE Balance OF RebuiltRecord TO EditedRebuilt
           IF LiveReadable NOT = "Y"
               ADD 1 TO DifferencesFound
               DISPLAY CustomerID OF RebuiltRecord
                   "       UNREADABLE  " EditedRebuilt
           ELSE
               MOVE CustomerID OF RebuiltRecord
                   TO CustomerID OF CustomerRecord
               READ CustomerFile
                   INVALID KEY
                       ADD 1 TO DifferencesFound
                       DISPLAY CustomerID OF RebuiltRecord
                           "   NOT ON LIVE FILE  " EditedRebuilt
                   NOT INVALID KEY
                       IF Balance OF CustomerRecord
                               NOT = Balance OF RebuiltRecord
                           ADD 1 TO DifferencesFound
                           COMPUTE BalanceDifference =
                               Balance OF RebuiltRecord
                               - Balance OF CustomerRecord
                           MOVE Balance OF CustomerRecord
                               TO EditedLive
                           MOVE BalanceDifference
                               TO EditedDifference
                           DISPLAY CustomerID OF RebuiltRecord
                               "   " EditedLive "  " EditedRebuilt
                               "  " EditedDifference
                       END-IF
               END-READ
           END-IF.

       FIND-LIVE-ONLY-ACCOUNTS.
           MOVE 'N' TO EOF
           MOVE LOW-VALUES TO CustomerID OF CustomerRecord
           START CustomerFile KEY IS >= CustomerID OF CustomerRecord
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START
           PERFORM UNTIL EOF = 'Y'
               READ CustomerFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       MOVE CustomerID OF CustomerRecord
                           TO CustomerID OF RebuiltRecord
                       READ RebuiltFile
                           INVALID KEY
                               ADD 1 TO LiveOnly
                               MOVE Balance OF CustomerRecord
                                   TO EditedLive
                               DISPLAY CustomerID OF CustomerRecord
                                   "   " EditedLive
                                   "  NOT IN REBUILD"
                       END-READ
               END-READ
           END-PERFORM.

       PRINT-RECOVERY-TOTALS.
           DISPLAY "======================================"
           DISPLAY "Snapshot Accounts:      " SnapshotRows
           DISPLAY "Entries Already Snapped:" EntriesSkipped
           DISPLAY "Entries Replayed:       " EntriesReplayed
           DISPLAY "Accounts Rebuilt:       " AccountsWritten
           DISPLAY "Not In Snapshot Or Log: " NotInSnapshot
           DISPLAY "Missing Attributes:     " MissingAttributes
           DISPLAY "Balances Different:     " DifferencesFound
           DISPLAY "Live Only:              " LiveOnly.

       CONFIRM-AND-SWAP.
           *> The rebuilt file only replaces the live one on an
           *> explicit YES, and never while accounts are missing
           IF MissingAttributes > 0 OR RebuildOK NOT = "Y"
               DISPLAY "Rebuilt file is incomplete -- swap refused. "
                   "Name a newer attribute source and rerun."
           ELSE
           IF DifferencesFound = 0 AND LiveOnly = 0
               DISPLAY "Live file agrees with the rebuild -- nothing "
                   "to swap."
           ELSE
               DISPLAY "Type YES to replace customer_data.dat with "
                   "the rebuilt file: "
               MOVE SPACES TO SwapConfirm
               ACCEPT SwapConfirm
               IF SwapConfirm = "YES"
                   PERFORM SWAP-REBUILT-FILE
               ELSE
                   DISPLAY "Swap declined -- rebuilt file left as "
                       "customer_data_rebuilt.dat for review."
               END-IF
           END-IF
           END-IF.

       SWAP-REBUILT-FILE.
           *> Keep the damaged live file under a dated name, then move
           *> the rebuilt file into its place
           ACCEPT CurrentRunTime FROM TIME
           MOVE SPACES TO SwapCommand
           STRING "mv customer_data.dat customer_data_"
                      DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  CurrentRunTime DELIMITED BY SIZE
                  "_prerecover.bak" DELIMITED BY SIZE
                  INTO SwapCommand
           CALL "SYSTEM" USING SwapCommand
           MOVE "mv customer_data_rebuilt.dat customer_data.dat"
               TO SwapCommand
           CALL "SYSTEM" USING SwapCommand
           DISPLAY "Rebuilt file is now customer_data.dat; prior "
               "file kept as customer_data_" CurrentRunDate "_"
               CurrentRunTime "_prerecover.bak".

       COPY "transign.cpy".
