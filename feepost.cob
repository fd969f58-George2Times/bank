           SELECT TransactionLogFile ASSIGN TO "transaction_logs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.
           SELECT ProductFeeFile ASSIGN TO "product_fees.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ProductFeeStatus.
       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD ProductFeeFile.
           COPY "prodfee.cpy".

       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 ProductFeeStatus    PIC XX VALUE SPACES.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 RunControlStatus    PIC XX VALUE SPACES.
                   WHEN "INTEREST"
                   WHEN "XFER-IN"
                   WHEN "REV-WDL"
                   WHEN "ACH-CR"
                   WHEN "CHG-OFF"
                       ADD TransAmount TO CARunningBal(TableIndex)
                   WHEN "WITHDRAW"
                       SUBTRACT TransAmount FROM
                       ADD 1 TO CAWithdrawCount(TableIndex)
                   WHEN "XFER-OUT"
                   WHEN "REV-DEP"
                   WHEN "ACH-DR"
                       SUBTRACT TransAmount FROM
                           CARunningBal(TableIndex)
                   WHEN OTHER
