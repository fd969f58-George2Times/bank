       IDENTIFICATION DIVISION.
       PROGRAM-ID. HistoryIndexRebuild.  *> Recreate history index

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LogFile ASSIGN TO DYNAMIC LogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LogFileStatus.  *> Archive, then live
           SELECT HoldsFile ASSIGN TO "account_holds.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HoldsFileStatus.
           SELECT AccountHistoryFile ASSIGN TO DYNAMIC HistFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.  *> Rebuilt, then live

       DATA DIVISION.
       FILE SECTION.
       FD LogFile.
       01 LogRecord           PIC X(46).

       FD HoldsFile.
           COPY "holdrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       WORKING-STORAGE SECTION.
       01 LogFileStatus       PIC XX VALUE SPACES.
       01 HoldsFileStatus     PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'.
       01 HoldHistOpened      PIC X VALUE 'N'.
       01 HoldHistoryID       PIC 9(6) VALUE 0.
       01 EOF                 PIC X VALUE 'N'.
       01 ERR                 PIC X VALUE 'N'.
       01 CurrentRunDate      PIC 9(8).
       01 CurrentRunTime      PIC 9(8).
       01 SwapCommand         PIC X(100).
       01 RebuildOK           PIC X VALUE 'Y'. *> N = stop, no swap

       *> The index is built under a side name and only moved over
       *> account_history.dat once complete, as ForwardRecovery does
       *> with the customer file
       01 HistFileName        PIC X(60)
               VALUE "account_history_rebuilt.dat".
       01 LogFileName         PIC X(60).

       *> Log entries are read into a working copy so the holds pass
       *> can compare against indexed entries the same way
       COPY "transrec.cpy".

       *> Archives are walked one month at a time from the earliest
       *> period asked for up to the current month
       01 FIRST-PERIOD.
           05 FirstYear       PIC 9(4).
           05 FirstMonth      PIC 9(2).
       01 FirstPeriod REDEFINES FIRST-PERIOD PIC 9(6).
       01 WALK-PERIOD.
           05 WalkYear        PIC 9(4).
           05 WalkMonth       PIC 9(2).
       01 WalkPeriod REDEFINES WALK-PERIOD PIC 9(6).
       01 LastPeriod          PIC 9(6).

       *> Hold-to-deposit matching
       01 LastTriedID         PIC 9(6).
       01 DepositFound        PIC X VALUE 'N'.
       01 CandidateFound      PIC X VALUE 'N'.
       01 IDFree              PIC X VALUE 'N'.

       01 ArchivesRead        PIC 9(4) VALUE 0.
       01 ArchivesMissing     PIC 9(4) VALUE 0.
       01 EntriesIndexed      PIC 9(7) VALUE 0.
       01 DuplicateEntries    PIC 9(6) VALUE 0.
       01 HoldsMatched        PIC 9(6) VALUE 0.
       01 HoldsUnmatched      PIC 9(6) VALUE 0.
       01 OldIndexFound       PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Recreates account_history.dat -- the per-account index
           *> over the transaction history that CustomerStatement,
           *> DormantAccountReview, the teller reversal and activity
           *> inquiry and every available-balance check read -- from
           *> the monthly archives translog_YYYYMM.dat, the live
           *> transaction_logs.dat and account_holds.dat.  Run it once
           *> before the index is first used, and again whenever a
           *> program warns that an entry or hold did not reach it.
           *> Stop the teller system and the batch stream first.  The
           *> old index is kept as account_history_<date>_<time>_
           *> prerebuild.bak.
           ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           DISPLAY "Stop the teller system and all batch runs "
               "before rebuilding the history index."
           PERFORM GET-FIRST-PERIOD
           OPEN OUTPUT AccountHistoryFile
           IF HistFileStatus NOT = "00"
               DISPLAY "Unable to create " HistFileName
                   " Status: " HistFileStatus
               MOVE 'N' TO RebuildOK
           ELSE
               MOVE "Y" TO HistoryOpen
               IF FirstPeriod NOT = 0
                   PERFORM INDEX-ARCHIVES
               END-IF
               MOVE "transaction_logs.dat" TO LogFileName
               PERFORM INDEX-ONE-LOG
               CLOSE AccountHistoryFile
               MOVE "N" TO HistoryOpen
               *> Matching holds to deposits reads the entries just
               *> written, so the index is reopened for update
               IF RebuildOK = "Y"
                   OPEN I-O AccountHistoryFile
                   IF HistFileStatus NOT = "00"
                       DISPLAY "Unable to reopen " HistFileName
                           " Status: " HistFileStatus
                       MOVE 'N' TO RebuildOK
                   ELSE
                       MOVE "Y" TO HistoryOpen
                       PERFORM INDEX-HOLDS
                       CLOSE AccountHistoryFile
                       MOVE "N" TO HistoryOpen
                   END-IF
               END-IF
           END-IF
           PERFORM PRINT-REBUILD-TOTALS
           IF RebuildOK = "Y"
               PERFORM SWAP-REBUILT-INDEX
           ELSE
               DISPLAY "Rebuild abandoned -- account_history.dat "
                   "left untouched."
           END-IF
           STOP RUN.

       GET-FIRST-PERIOD.
           *> Entries in archives before the first period asked for
           *> are left out of the index, and the statement and
           *> dormancy runs will not see them
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Enter earliest archive period (YYYYMM, "
                   "0 = live log only): "
               ACCEPT FirstPeriod
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N' AND FirstPeriod NOT = 0
                   IF FirstMonth < 1 OR FirstMonth > 12
                           OR FirstYear < 1900
                       MOVE 'Y' TO ERR
                   END-IF
               END-IF
               IF ERR = 'Y'
                   DISPLAY "Invalid period. Try again."
               END-IF
           END-PERFORM.

       INDEX-ARCHIVES.
           *> A month with no archive on disk had no close -- skipped
           *> and counted, not an error
           COMPUTE LastPeriod = CurrentRunDate / 100
           MOVE FirstPeriod TO WalkPeriod
           PERFORM UNTIL WalkPeriod > LastPeriod OR RebuildOK = "N"
               MOVE SPACES TO LogFileName
               STRING "translog_" DELIMITED BY SIZE
                      WalkPeriod DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO LogFileName
               PERFORM INDEX-ONE-LOG
               IF WalkMonth = 12
                   MOVE 1 TO WalkMonth
                   ADD 1 TO WalkYear
               ELSE
                   ADD 1 TO WalkMonth
               END-IF
           END-PERFORM.

       INDEX-ONE-LOG.
           MOVE 'N' TO EOF
           OPEN INPUT LogFile
           IF LogFileStatus NOT = "00"
               ADD 1 TO ArchivesMissing
               DISPLAY "Not on disk: " LogFileName
           ELSE
               ADD 1 TO ArchivesRead
               PERFORM UNTIL EOF = 'Y'
                   READ LogFile INTO TransactionRecord
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM INDEX-ONE-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LogFile
           END-IF.

       INDEX-ONE-ENTRY.
           *> The same ID twice means an archive and the live log
           *> overlap -- the first copy read is kept
           MOVE TransCustomerID TO HistAccountID
           MOVE "T" TO HistRowType
           MOVE TransactionID TO HistTransID
           MOVE TransactionRecord TO HistTransImage
           WRITE AccountHistoryRecord
               INVALID KEY
                   ADD 1 TO DuplicateEntries
                   DISPLAY "DUPLICATE: entry " TransactionID
                       " for " TransCustomerID " in " LogFileName
               NOT INVALID KEY
                   ADD 1 TO EntriesIndexed
           END-WRITE
           IF HistFileStatus NOT = "00" AND HistFileStatus NOT = "22"
               DISPLAY "Unable to write history index. Status: "
                   HistFileStatus
               MOVE 'N' TO RebuildOK
               MOVE 'Y' TO EOF
           END-IF.

       INDEX-HOLDS.
           *> Each hold is filed under the deposit it holds: the
           *> account's DEPOSIT entry of the same amount on the date
           *> the hold was placed that no other hold has claimed.  A
           *> hold whose deposit is not in the history read is still
           *> indexed, under an ID none of the account's entries use
           MOVE 'N' TO EOF
           OPEN INPUT HoldsFile
           IF HoldsFileStatus NOT = "00"
               DISPLAY "No holds file -- no holds indexed."
           ELSE
               PERFORM UNTIL EOF = 'Y'
                   READ HoldsFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM INDEX-ONE-HOLD
                   END-READ
               END-PERFORM
               CLOSE HoldsFile
           END-IF.

       INDEX-ONE-HOLD.
           PERFORM FIND-DEPOSIT-FOR-HOLD
           IF DepositFound = "Y"
               ADD 1 TO HoldsMatched
           ELSE
               PERFORM FIND-FREE-HOLD-ID
               ADD 1 TO HoldsUnmatched
               DISPLAY "NO DEPOSIT FOUND: hold on " HoldCustomerID
                   " $" HoldAmount " placed " HoldPlacedDate
           END-IF
           PERFORM RECORD-HOLD-IN-HISTORY.

       FIND-DEPOSIT-FOR-HOLD.
           MOVE 'N' TO DepositFound
           MOVE 'N' TO HistEOF
           MOVE 0 TO LastTriedID
           PERFORM UNTIL HistEOF = 'Y' OR DepositFound = 'Y'
               MOVE HoldCustomerID TO HistAccountID
               MOVE "T" TO HistRowType
               MOVE LastTriedID TO HistTransID
               START AccountHistoryFile KEY IS > HistKey
                   INVALID KEY
                       MOVE 'Y' TO HistEOF
               END-START
               IF HistEOF NOT = 'Y'
                   PERFORM NEXT-CANDIDATE-DEPOSIT
               END-IF
           END-PERFORM.

       NEXT-CANDIDATE-DEPOSIT.
           *> Read on to the account's next matching deposit, then
           *> see whether a hold already claims it; the next START
           *> resumes after it
           MOVE 'N' TO CandidateFound
           PERFORM UNTIL HistEOF = 'Y' OR CandidateFound = 'Y'
               READ AccountHistoryFile NEXT RECORD
                   AT END
                       MOVE 'Y' TO HistEOF
                   NOT AT END
                       IF HistAccountID NOT = HoldCustomerID
                               OR HistRowType NOT = "T"
                           MOVE 'Y' TO HistEOF
                       ELSE
                           MOVE HistTransImage TO TransactionRecord
                           IF TransType = "DEPOSIT"
                                   AND TransAmount = HoldAmount
                                   AND TransDate = HoldPlacedDate
                               MOVE 'Y' TO CandidateFound
                               MOVE TransactionID TO LastTriedID
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF CandidateFound = 'Y'
               MOVE HoldCustomerID TO HistAccountID
               MOVE "H" TO HistRowType
               MOVE LastTriedID TO HistTransID
               READ AccountHistoryFile
                   INVALID KEY
                       MOVE 'Y' TO DepositFound
                       MOVE LastTriedID TO HoldHistoryID
               END-READ
           END-IF.

       FIND-FREE-HOLD-ID.
           *> Lowest ID with neither a hold nor an entry on the
           *> account, so no later-matched hold can collide with it
           MOVE 0 TO HoldHistoryID
           MOVE 'N' TO IDFree
           PERFORM UNTIL IDFree = 'Y'
               MOVE 'Y' TO IDFree
               MOVE HoldCustomerID TO HistAccountID
               MOVE "H" TO HistRowType
               MOVE HoldHistoryID TO HistTransID
               READ AccountHistoryFile
                   NOT INVALID KEY
                       MOVE 'N' TO IDFree
               END-READ
               IF IDFree = 'Y'
                   MOVE "T" TO HistRowType
                   READ AccountHistoryFile
                       NOT INVALID KEY
                           MOVE 'N' TO IDFree
                   END-READ
               END-IF
               IF IDFree = 'N'
                   ADD 1 TO HoldHistoryID
               END-IF
           END-PERFORM.

       PRINT-REBUILD-TOTALS.
           DISPLAY "======================================"
           DISPLAY "HISTORY INDEX REBUILD " CurrentRunDate
           DISPLAY "======================================"
           DISPLAY "Logs Read:          " ArchivesRead
           DISPLAY "Logs Not On Disk:   " ArchivesMissing
           DISPLAY "Entries Indexed:    " EntriesIndexed
           DISPLAY "Duplicate Entries:  " DuplicateEntries
           DISPLAY "Holds Matched:      " HoldsMatched
           DISPLAY "Holds Unmatched:    " HoldsUnmatched.

       SWAP-REBUILT-INDEX.
           *> Keep any old index under a dated name, then move the
           *> rebuilt one into its place
           ACCEPT CurrentRunTime FROM TIME
           MOVE "account_history.dat" TO HistFileName
           OPEN INPUT AccountHistoryFile
           IF HistFileStatus = "00"
               MOVE "Y" TO OldIndexFound
               CLOSE AccountHistoryFile
           END-IF
           IF OldIndexFound = "Y"
               MOVE SPACES TO SwapCommand
               STRING "mv account_history.dat account_history_"
                          DELIMITED BY SIZE
                      CurrentRunDate DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      CurrentRunTime DELIMITED BY SIZE
                      "_prerebuild.bak" DELIMITED BY SIZE
                      INTO SwapCommand
               CALL "SYSTEM" USING SwapCommand
               DISPLAY "Prior index kept as account_history_"
                   CurrentRunDate "_" CurrentRunTime
                   "_prerebuild.bak"
           END-IF
           MOVE "mv account_history_rebuilt.dat account_history.dat"
               TO SwapCommand
           CALL "SYSTEM" USING SwapCommand
           DISPLAY "Rebuilt index is now account_history.dat.".

       COPY "holdhist.cpy".
