      *> the customer holds.  Accounts on customer_data.dat link back
      *> through OwnerNumber, so a phone change is keyed once and a
      *> name search finds one person, not one stranger per account.
      *> The taxpayer ID is held here for year-end interest reporting;
      *> it is only ever displayed masked to the last four digits.
      *> The mailing address is where customer notices are sent;
      *> a customer with no first address line gets no letter and
      *> is held on the notice register until a branch keys one.
       01 CustomerMasterRecord.
           05 MasterNumber    PIC X(5).   *> Customer number (key)
           05 MasterName      PIC X(30).  *> Customer name
           05 MasterPhone     PIC X(15).  *> Customer phone number
           05 MasterStatus    PIC X.      *> A = active, C = closed
           05 MasterTIN       PIC X(9).   *> SSN/EIN digits, spaces =
                                          *> none on file
           05 MasterAddress.
               10 MasterAddrLine1 PIC X(30). *> Street, spaces = none
               10 MasterAddrLine2 PIC X(30). *> Apt / PO box, optional
               10 MasterCity      PIC X(20).
               10 MasterState     PIC X(2).
               10 MasterZip       PIC X(10). *> ZIP or ZIP+4
