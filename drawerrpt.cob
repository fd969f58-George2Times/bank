       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 DrawerFileStatus    PIC XX VALUE SPACES.
       01 OperatorFileStatus  PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
