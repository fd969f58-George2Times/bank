      *> Shared AchReturnFile record layout.  Include with COPY ACHRET.
      *> One row per inbound clearing entry ACHPosting could not post,
      *> written to ach_returns_YYYYMMDD.dat for the business date and
      *> sent back to the originating bank.  Return reasons:
      *>   R01 insufficient funds     R03 no account / unable to locate
      *>   R02 account closed         R16 account frozen
      *>   R17 amount beyond what the account ledger can carry
      *>   R20 non-transaction account (loan, or dormant until a
      *>       teller reactivates it)
       01 AchReturnRecord.
           05 RetTraceNumber    PIC X(15).    *> Original trace number
           05 RetTransCode      PIC X(2).     *> As received
           05 RetDFIAccount     PIC X(17).    *> As received
           05 RetAmount         PIC 9(8)V99.  *> As received
           05 RetIndividualID   PIC X(15).
           05 RetIndividualName PIC X(22).
           05 RetCompanyName    PIC X(16).    *> From the batch header
           05 RetCompanyID      PIC X(10).
           05 RetEffectiveDate  PIC X(6).     *> YYMMDD as received
           05 RetReasonCode     PIC X(3).     *> R01, R02 ...
           05 RetReturnDate     PIC 9(8).     *> Business date returned
