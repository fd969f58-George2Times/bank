      *> Shared AccountHistoryFile record layout.  Include with COPY
      *> HISTREC.  account_history.dat is an index over the whole
      *> transaction history -- live log and every archive -- keyed on
      *> account ID plus TransactionID, so an account's entries are
      *> read directly instead of scanning every log from the top.
      *> WRITE-TRANSACTION-LOG adds a T row for every entry it logs;
      *> the deposit-hold paragraphs add an H row for every hold
      *> placed, under the TransactionID of the deposit it holds, and
      *> mark it R on release.  H sorts ahead of T, so an account's
      *> holds are read without touching its entries.  The
      *> HistoryIndexRebuild run recreates the file from the logs,
      *> the archives and account_holds.dat.  Alternate key
      *> HistTransID finds an entry from its TransactionID alone.
       01 AccountHistoryRecord.
           05 HistKey.
               10 HistAccountID   PIC X(5).   *> Account (customer) ID
               10 HistRowType     PIC X.      *> H = hold, T = log entry
               10 HistTransID     PIC 9(6).   *> TransactionID
           *> T row: the TransactionRecord exactly as logged
           05 HistTransImage      PIC X(46).
           *> H row: the HoldRecord as placed, with its status kept
           *> in step with account_holds.dat
           05 HistHoldImage REDEFINES HistTransImage.
               10 HistHoldCustomerID PIC X(5).
               10 HistHoldAmount     PIC 9(7)V99.
               10 HistHoldRelease    PIC 9(8).
               10 HistHoldPlaced     PIC 9(8).
               10 HistHoldStatus     PIC X.   *> A active, R released
               10 FILLER             PIC X(15).
