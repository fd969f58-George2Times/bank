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
       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'.
       01 HoldHistOpened      PIC X VALUE 'N'.
       01 HoldHistoryID       PIC 9(6) VALUE 0.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 PendingFileStatus   PIC XX VALUE SPACES.
       01 RejectFileStatus    PIC XX VALUE SPACES.
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 EOF                 PIC X VALUE 'N'.
       01 HoldsEOF            PIC X VALUE 'N'. *> Holds scan done
       01 HoldsTotal          PIC 9(9)V99.     *> Unreleased holds
               *> reactivation -- a bulk item cannot supply that
               MOVE "07" TO RejectReason
           ELSE
           IF ProductCode = "LON"
               *> A loan payment must split interest from principal
               *> at the window -- a bulk item cannot
               MOVE "08" TO RejectReason
           ELSE
           IF PendTransType = "DEPOSIT"
               ADD PendAmount TO Balance
               REWRITE CustomerRecord
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       LOG-POSTED-ITEM.
               WRITE HoldRecord
               CLOSE HoldsFile
               ADD 1 TO HoldsPlaced
               *> The deposit was the last entry logged
               COMPUTE HoldHistoryID = NextTransactionID - 1
               PERFORM RECORD-HOLD-IN-HISTORY
           END-IF.

       ADD-DAYS-TO-WORK-DATE.

       COPY "availbal.cpy".

       COPY "holdhist.cpy".

       COPY "busdatectl.cpy".
