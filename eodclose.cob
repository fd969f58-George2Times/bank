       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'.
       01 BusDateWriteOK      PIC X VALUE 'N'.
       01 BusDateImage        PIC X(19).

       01 AllBatchesDone      PIC X VALUE 'Y'.

               DISPLAY "  TellerActivityReport has not run for "
                   BusinessDate "."
               MOVE 'N' TO AllBatchesDone
           END-IF
           IF BDCashRpt NOT = "Y"
               DISPLAY "  CashTransactionReport has not run for "
                   BusinessDate "."
               MOVE 'N' TO AllBatchesDone
           END-IF
           IF BDLoanRun NOT = "Y"
               DISPLAY "  LoanServicingRun has not run for "
                   BusinessDate "."
               MOVE 'N' TO AllBatchesDone
           END-IF
           IF BDAchPost NOT = "Y"
               DISPLAY "  ACHPosting has not run for "
                   BusinessDate "."
               MOVE 'N' TO AllBatchesDone
           END-IF
           IF BDODAging NOT = "Y"
               DISPLAY "  OverdraftAgingRun has not run for "
                   BusinessDate "."
               MOVE 'N' TO AllBatchesDone
           END-IF.

       COPY "busdatectl.cpy".
