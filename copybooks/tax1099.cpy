      *> Shared TaxExtractFile record layout.  Include with COPY TAX1099.
      *> One row per customer whose interest paid in the tax year
      *> reaches the reporting threshold, written by InterestTaxReport
      *> to interest_1099_YYYY.dat for the filing service.  Interest
      *> is rolled up across every account the customer holds through
      *> OwnerNumber; a rerun for the same year replaces the file.
       01 Tax1099Record.
           05 TaxYear         PIC 9(4).    *> Calendar year reported
           05 TaxOwnerNumber  PIC X(5).    *> Customer number
           05 TaxTIN          PIC X(9).    *> SSN/EIN, spaces = missing
           05 TaxTINOnFile    PIC X.       *> Y = TIN held, N = missing
           05 TaxName         PIC X(30).   *> Recipient name
           05 TaxInterestPaid PIC 9(9)V99. *> Box 1 interest income
           05 TaxAccountCount PIC 9(3).    *> Accounts rolled up
           05 TaxRunDate      PIC 9(8).    *> Date the extract was cut
