           05 OldProductCode     PIC X(3).
           05 OldAccountStatus   PIC X.

      *> The master as it stood when the split was made: this
      *> utility's place in the conversion chain is ahead of
      *> MasterTINConvert, which takes this layout to the one with
      *> the taxpayer ID, so the record is kept inline here rather
      *> than copied from the since-changed custmast.cpy
       FD CustomerMasterFile.
       01 CustomerMasterRecord.
           05 MasterNumber    PIC X(5).
           05 MasterName      PIC X(30).
           05 MasterPhone     PIC X(15).
           05 MasterStatus    PIC X.

       FD NewCustomerFile.
           COPY "custrec.cpy".
