       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'.
       01 BusDateWriteOK      PIC X VALUE 'N'.
       01 BusDateImage        PIC X(19).
       01 ERR                 PIC X VALUE 'N'.

       01 CurrentRunDate      PIC 9(8).
               MOVE "N" TO BDGLExtract
               MOVE "N" TO BDRecon
               MOVE "N" TO BDTellerRpt
               MOVE "N" TO BDCashRpt
               MOVE "N" TO BDLoanRun
               MOVE "N" TO BDAchPost
               MOVE "N" TO BDODAging
               PERFORM WRITE-BUSINESS-DATE
               IF BusDateWriteOK = "Y"
                   DISPLAY "Business date " InputBusinessDate
