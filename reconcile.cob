       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
                   "date " BusinessDate " -- run refused."
           ELSE
           IF BDBatchPost NOT = "Y" OR BDStandOrd NOT = "Y"
                   OR BDAchPost NOT = "Y"
               DISPLAY "Batch posting, the standing order run and "
                   "ACH posting must complete before the "
                   "reconciliation -- run refused."
           ELSE
               PERFORM LOAD-SNAPSHOT-BALANCES
               PERFORM BUILD-TRANSACTION-TOTALS
                   WHEN "INTEREST"
                   WHEN "XFER-IN"
                   WHEN "REV-WDL"
                   WHEN "LOAN-PRN"
                   WHEN "ACH-CR"
                   WHEN "CHG-OFF"
                       ADD TransAmount TO CTNetAmount(TableIndex)
                   WHEN "WITHDRAW"
                   WHEN "XFER-OUT"
                   WHEN "FEE-MNT"
                   WHEN "FEE-ACT"
                   WHEN "REV-DEP"
                   WHEN "LOAN-ORG"
                   WHEN "ACH-DR"
                       SUBTRACT TransAmount FROM
                           CTNetAmount(TableIndex)
                   WHEN "FREEZE"
                   WHEN "CLOSE"
                   WHEN "REACTIV"
                   WHEN "OVERRIDE"
                   WHEN "LOAN-ACR"
                   WHEN "LOAN-INT"
                   WHEN "RECOVERY"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unrecognized TransType on log: "
