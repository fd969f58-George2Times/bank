       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 ArchiveFileStatus   PIC XX VALUE SPACES.
               MOVE "mv balance_forward.new balance_forward.dat"
                   TO RenameCommand
               CALL "SYSTEM" USING RenameCommand
               *> The live snapshot is replaced every close; a dated
               *> copy is kept for month-over-month reporting
               MOVE SPACES TO RenameCommand
               STRING "cp balance_forward.dat balance_forward_"
                          DELIMITED BY SIZE
                      ClosePeriod DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO RenameCommand
               CALL "SYSTEM" USING RenameCommand
               DISPLAY "Period " ClosePeriod " closed."
               DISPLAY "Entries Archived:     " ItemsArchived
               DISPLAY "Customers Snapshot:   " CustomersSnapshot
               DISPLAY "Archive File:         " ArchiveFileName
               DISPLAY "Snapshot Copy:        balance_forward_"
                   ClosePeriod ".dat"
           ELSE
               DISPLAY "Close abandoned -- live log left untouched."
               DISPLAY "Remove any partial " ArchiveFileName
