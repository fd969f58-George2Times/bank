      *> Shared CTRFilingFile record layout.  Include with COPY CTRREC.
      *> One row per customer per business date whose cash in or cash
      *> out went over the currency-transaction reporting threshold,
      *> written by the nightly CashTransactionReport.  The file
      *> accumulates across runs (extended, never overwritten) and is
      *> what compliance keys the regulatory filing from.  Cash is
      *> rolled up by customer (OwnerNumber), not by account, and the
      *> two directions are totalled separately as the filing needs.
       01 CTRFilingRecord.
           05 CTRBusinessDate PIC 9(8).     *> Business date of the cash
           05 CTROwnerNumber  PIC X(5).     *> Customer number on the master
           05 CTROwnerName    PIC X(30).    *> Name from the master
           05 CTROwnerPhone   PIC X(15).    *> Phone from the master
           05 CTRCashIn       PIC 9(9)V99.  *> Net cash deposited
           05 CTRCashOut      PIC 9(9)V99.  *> Net cash withdrawn
           05 CTRItemCount    PIC 9(4).     *> Cash entries behind it
           05 CTRRunDate      PIC 9(8).     *> Date the run wrote it
