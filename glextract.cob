       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 GLMapFileStatus     PIC XX VALUE SPACES.
                   BusinessDate " -- run refused."
           ELSE
           IF BDBatchPost NOT = "Y" OR BDStandOrd NOT = "Y"
                   OR BDAchPost NOT = "Y"
               *> The extract ahead of the posting runs is exactly
               *> how last month's totals went out short
               DISPLAY "Batch posting, the standing order run and "
                   "ACH posting must complete before the extract -- "
                   "run refused."
           ELSE
           IF BDLoanRun NOT = "Y"
               *> The nightly loan accrual posts to the GL too
               DISPLAY "The loan servicing run must complete before "
                   "the extract -- run refused."
           ELSE
           IF BDODAging NOT = "Y"
               *> Tonight's charge-offs are a loss on the ledger
               DISPLAY "The overdraft aging run must complete before "
                   "the extract -- run refused."
           ELSE
               *> Under date control the extract always covers the
               *> open business date -- a keyed date could ship the
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           STOP RUN.

       MARK-BATCH-COMPLETE.
