      *> Shared JobLogFile record layout.  Include with COPY JOBLOG.
      *> One line per step the NightlyBatchStream ran or passed over,
      *> plus a line where the stream starts and where it ends, on
      *> job_log_YYYYMMDD.dat for the business date run.  A rerun
      *> appends to the same file, so the morning shift has the whole
      *> night's history in one place.  Written as a readable listing.
       01 JobLogRecord.
           05 JobBusDate      PIC 9(8).   *> Business date run
           05 FILLER          PIC X.
           05 JobStepNo       PIC 9(2).   *> Step, 00 = the stream
           05 FILLER          PIC X.
           05 JobProgram      PIC X(24).  *> Program the step runs
           05 FILLER          PIC X.
           05 JobStartDate    PIC 9(8).   *> Calendar date started
           05 FILLER          PIC X.
           05 JobStartTime    PIC 9(6).   *> HHMMSS started
           05 FILLER          PIC X.
           05 JobEndDate      PIC 9(8).   *> Calendar date ended
           05 FILLER          PIC X.
           05 JobEndTime      PIC 9(6).   *> HHMMSS ended
           05 FILLER          PIC X.
           05 JobOutcome      PIC X(8).   *> COMPLETE, FAILED, SKIPPED,
                                          *> STARTED, RESUMED, STOPPED
           05 FILLER          PIC X.
           05 JobDetail       PIC X(50).  *> Reason or note
