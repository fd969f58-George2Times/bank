      *> Shared StreamControlFile record layout.  Include with COPY
      *> STREAMCTL.  Single record, rewritten by the NightlyBatchStream
      *> before and after every step.  It names the business date the
      *> stream is working, the date it will open next and the step
      *> it is on, so a stream that stopped on a failed step -- or
      *> died mid-step -- is picked up at that step on the rerun
      *> instead of from the top.
       01 StreamControlRecord.
           05 StreamBusDate   PIC 9(8).   *> Business date being run
           05 StreamNextDate  PIC 9(8).   *> Date StartOfDay will open
           05 StreamMonthEnd  PIC X.      *> Y = last business day of
                                          *> the month, month-end steps
                                          *> run in their place
           05 StreamStatus    PIC X.      *> I = in progress, C = done,
                                          *> F = stopped on a failed step
           05 StreamStepNo    PIC 9(2).   *> Step running or failed
           05 StreamRunDate   PIC 9(8).   *> Calendar date of update
           05 StreamRunTime   PIC 9(6).   *> Time of update HHMMSS
