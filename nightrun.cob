       IDENTIFICATION DIVISION.
       PROGRAM-ID. NightlyBatchStream.  *> Run the night in order

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date
           SELECT StreamControlFile ASSIGN TO DYNAMIC StreamCtlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StreamCtlStatus.  *> Work, then live
           SELECT JobLogFile ASSIGN TO DYNAMIC JobLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JobLogStatus.  *> job_log_YYYYMMDD.dat
           SELECT RunControlFile ASSIGN TO DYNAMIC RunCtlFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RunControlStatus.  *> Fee/interest runs
           SELECT SnapshotFile ASSIGN TO DYNAMIC SnapshotFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapshotFileStatus.  *> Month-end copy

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY "busdate.cpy".

       FD StreamControlFile.
           COPY "streamctl.cpy".

       FD JobLogFile.
           COPY "joblog.cpy".

       FD RunControlFile.
           COPY "runctl.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       WORKING-STORAGE SECTION.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateFileName     PIC X(60) VALUE "business_date.dat".
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 StreamCtlStatus     PIC XX VALUE SPACES.
       01 JobLogStatus        PIC XX VALUE SPACES.
       01 RunControlStatus    PIC XX VALUE SPACES.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 ERR                 PIC X VALUE 'N'.

       *> The stream control is built as stream_control.new and only
       *> moved over stream_control.dat once safely written, so a
       *> failed write never loses the step a rerun must start from
       01 StreamCtlFileName   PIC X(60) VALUE "stream_control.dat".
       01 StreamCtlRenameCmd  PIC X(80).
       01 StreamImage         PIC X(34).       *> Record work copy
       01 StreamCtlFound      PIC X VALUE 'N'. *> Prior record read
       01 StreamCtlWriteOK    PIC X VALUE 'N'. *> Control write worked
       01 JobLogFileName      PIC X(60).
       01 RunCtlFileName      PIC X(60).
       01 SnapshotFileName    PIC X(60).

       01 CurrentRunDate      PIC 9(8).
       01 CurrentRunTime      PIC 9(8).        *> HHMMSScc
       01 StreamPeriod        PIC 9(6).        *> Month of the run
       01 ResumeStream        PIC X VALUE 'N'. *> Restart a stopped run
       01 StreamFailed        PIC X VALUE 'N'. *> A step failed
       01 StreamConfirm       PIC X.
       01 StartStep           PIC 9(2) VALUE 1.
       01 FailedStep          PIC 9(2) VALUE 0.
       01 StepsRun            PIC 9(2) VALUE 0.
       01 StepsSkipped        PIC 9(2) VALUE 0.
       *> Date sanity-check work fields
       01 VALIDATE-DATE-FIELDS.
           05 ValidYear       PIC 9(4).
           05 ValidMonth      PIC 9(2).
           05 ValidDay        PIC 9(2).
       01 ValidateDateNum REDEFINES VALIDATE-DATE-FIELDS PIC 9(8).
       01 DateValid           PIC X.
       01 InputNextDate       PIC 9(8).

       *> The night in running order.  Each row names the program,
       *> the executable the step runs, the check that proves it
       *> finished, whether it belongs only to the last business day
       *> of the month, and what the step is fed on its console:
       *> N = nothing, D = the next business date, P = the month
       *> being closed, Z = a zero (take the business date).
       *> Fees and interest post before the GL extract and the
       *> reconciliation so both see them; the period close comes
       *> after every program that reads the live log and before
       *> EndOfDay, while the business date is still the month's
       *> last.
       01 STREAM-STEP-VALUES.
           05 FILLER PIC X(24) VALUE "BatchPosting".
           05 FILLER PIC X(12) VALUE "batchpost".
           05 FILLER PIC X(6)  VALUE "BPSTNN".
           05 FILLER PIC X(24) VALUE "StandingOrderRun".
           05 FILLER PIC X(12) VALUE "standord".
           05 FILLER PIC X(6)  VALUE "SORDNN".
           05 FILLER PIC X(24) VALUE "ACHPosting".
           05 FILLER PIC X(12) VALUE "achpost".
           05 FILLER PIC X(6)  VALUE "ACHPNN".
           05 FILLER PIC X(24) VALUE "HoldRelease".
           05 FILLER PIC X(12) VALUE "holdrel".
           05 FILLER PIC X(6)  VALUE "HOLDNN".
           05 FILLER PIC X(24) VALUE "LoanServicingRun".
           05 FILLER PIC X(12) VALUE "loanserv".
           05 FILLER PIC X(6)  VALUE "LOANNN".
           05 FILLER PIC X(24) VALUE "OverdraftAgingRun".
           05 FILLER PIC X(12) VALUE "odaging".
           05 FILLER PIC X(6)  VALUE "ODAGNN".
           05 FILLER PIC X(24) VALUE "FeeAssessment".
           05 FILLER PIC X(12) VALUE "feepost".
           05 FILLER PIC X(6)  VALUE "FEESYN".
           05 FILLER PIC X(24) VALUE "InterestPosting".
           05 FILLER PIC X(12) VALUE "interest".
           05 FILLER PIC X(6)  VALUE "INTRYN".
           05 FILLER PIC X(24) VALUE "GLDailyExtract".
           05 FILLER PIC X(12) VALUE "glextract".
           05 FILLER PIC X(6)  VALUE "GLEXNN".
           05 FILLER PIC X(24) VALUE "ReconciliationReport".
           05 FILLER PIC X(12) VALUE "reconcile".
           05 FILLER PIC X(6)  VALUE "RECNNN".
           05 FILLER PIC X(24) VALUE "TellerActivityReport".
           05 FILLER PIC X(12) VALUE "tellerrpt".
           05 FILLER PIC X(6)  VALUE "TLRPNN".
           05 FILLER PIC X(24) VALUE "CashTransactionReport".
           05 FILLER PIC X(12) VALUE "ctrrpt".
           05 FILLER PIC X(6)  VALUE "CTRPNN".
           05 FILLER PIC X(24) VALUE "DrawerSettlementReport".
           05 FILLER PIC X(12) VALUE "drawerrpt".
           05 FILLER PIC X(6)  VALUE "DRWRNZ".
           05 FILLER PIC X(24) VALUE "MonthEndClose".
           05 FILLER PIC X(12) VALUE "monthend".
           05 FILLER PIC X(6)  VALUE "MENDYP".
           05 FILLER PIC X(24) VALUE "EndOfDay".
           05 FILLER PIC X(12) VALUE "eodclose".
           05 FILLER PIC X(6)  VALUE "EOD NN".
           05 FILLER PIC X(24) VALUE "StartOfDay".
           05 FILLER PIC X(12) VALUE "sodopen".
           05 FILLER PIC X(6)  VALUE "SOD ND".
       01 STREAM-STEP-TABLE REDEFINES STREAM-STEP-VALUES.
           05 STREAM-STEPS OCCURS 16 TIMES.
               10 StepProgram     PIC X(24).
               10 StepCommand     PIC X(12).
               10 StepCode        PIC X(4).
               10 StepMonthEnd    PIC X.
               10 StepFeed        PIC X.
       01 StepCount           PIC 9(2) VALUE 16.
       01 StepIndex           PIC 9(2).

       *> The step in hand
       01 StepDone            PIC X.           *> Completion on file
       01 StepOutcome         PIC X(8).
       01 StepDetail          PIC X(50).
       01 StepStartDate       PIC 9(8).
       01 StepStartTime       PIC 9(8).
       01 StepExitStatus      PIC S9(9).       *> Shell exit status
       01 StepCommandLine     PIC X(80).
       01 LogStepNo           PIC 9(2).        *> 00 = the stream
       01 LogProgram          PIC X(24).

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Run the whole night in order -- the posting runs, the
           *> month-end runs on the last business day of the month,
           *> the extract and reports, EndOfDay, then StartOfDay for
           *> the next date -- logging each step's start, end and
           *> outcome to job_log_YYYYMMDD.dat.  The stream stops at
           *> the first failed step; rerun it once the cause is fixed
           *> and it picks up at that step.  A step whose completion
           *> is already on file (run by hand, or finished before a
           *> crash) is logged SKIPPED and never run twice.
           ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           PERFORM READ-BUSINESS-DATE
           PERFORM READ-STREAM-CONTROL
           IF ResumeStream = 'Y'
               DISPLAY "Resuming the stream for business date "
                   StreamBusDate " at step " StartStep " -- "
                   StepProgram(StartStep)
           ELSE
           IF BusinessDateOK NOT = "Y" OR BusDayStatus NOT = "O"
               DISPLAY "No open business date -- run StartOfDay "
                   "before the nightly stream."
               STOP RUN
           ELSE
               PERFORM START-NEW-STREAM
               IF StreamConfirm NOT = "Y"
                   DISPLAY "Stream not started."
                   STOP RUN
               END-IF
           END-IF
           END-IF
           MOVE StreamBusDate(1:6) TO StreamPeriod
           MOVE SPACES TO JobLogFileName
           STRING "job_log_" DELIMITED BY SIZE
                  StreamBusDate DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO JobLogFileName
           PERFORM LOG-STREAM-START
           PERFORM RUN-STREAM-STEP
               VARYING StepIndex FROM StartStep BY 1
               UNTIL StepIndex > StepCount OR StreamFailed = 'Y'
           PERFORM FINISH-STREAM
           STOP RUN.

       READ-STREAM-CONTROL.
           *> A stream left stopped or in progress for the business
           *> date still on file is resumed at its step; one for an
           *> earlier date was finished by hand and is ignored
           MOVE 'N' TO ResumeStream
           MOVE 'N' TO StreamCtlFound
           MOVE "stream_control.dat" TO StreamCtlFileName
           OPEN INPUT StreamControlFile
           IF StreamCtlStatus = "00"
               READ StreamControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE StreamControlRecord TO StreamImage
                       MOVE 'Y' TO StreamCtlFound
               END-READ
               CLOSE StreamControlFile
           END-IF
           IF StreamCtlFound = "Y"
               MOVE StreamImage TO StreamControlRecord
               IF BusinessDateOK = "Y"
                       AND StreamBusDate = BusinessDate
                       AND StreamStatus NOT = "C"
                   MOVE 'Y' TO ResumeStream
                   MOVE StreamStepNo TO StartStep
                   IF StartStep < 1 OR StartStep > StepCount
                       MOVE 1 TO StartStep
                   END-IF
               END-IF
           END-IF.

       START-NEW-STREAM.
           *> The next business date decides the month end: when it
           *> falls in a new month tonight is the month's last
           *> business day
           DISPLAY "Business date " BusinessDate " is open."
           PERFORM GET-NEXT-BUSINESS-DATE
           MOVE BusinessDate TO StreamBusDate
           MOVE InputNextDate TO StreamNextDate
           IF StreamNextDate(1:6) NOT = StreamBusDate(1:6)
               MOVE "Y" TO StreamMonthEnd
               DISPLAY "Last business day of " StreamBusDate(1:6)
                   " -- FeeAssessment, InterestPosting and "
                   "MonthEndClose will run."
           ELSE
               MOVE "N" TO StreamMonthEnd
           END-IF
           MOVE 1 TO StartStep
           MOVE SPACE TO StreamConfirm
           PERFORM UNTIL StreamConfirm = "Y" OR StreamConfirm = "N"
               DISPLAY "Run the stream for " StreamBusDate
                   ", opening " StreamNextDate " next (Y/N)? "
               ACCEPT StreamConfirm
               IF StreamConfirm = "y"
                   MOVE "Y" TO StreamConfirm
               END-IF
               IF StreamConfirm = "n"
                   MOVE "N" TO StreamConfirm
               END-IF
           END-PERFORM.

       GET-NEXT-BUSINESS-DATE.
           *> Reprompt until a plausible date after the open one
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Enter next business date YYYYMMDD: "
               ACCEPT InputNextDate
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                       DISPLAY "Invalid date. Try again."
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N'
                   MOVE InputNextDate TO ValidateDateNum
                   PERFORM VALIDATE-BUSINESS-DATE
                   IF DateValid NOT = 'Y'
                       MOVE 'Y' TO ERR
                       DISPLAY "Invalid date. Try again."
                   ELSE
                       IF InputNextDate <= BusinessDate
                           MOVE 'Y' TO ERR
                           DISPLAY "Next business date must be after "
                               BusinessDate ". Try again."
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       VALIDATE-BUSINESS-DATE.
           MOVE 'Y' TO DateValid
           IF ValidYear < 1900
                   OR ValidMonth < 1 OR ValidMonth > 12
                   OR ValidDay < 1 OR ValidDay > 31
               MOVE 'N' TO DateValid
           END-IF.

       LOG-STREAM-START.
           MOVE 0 TO LogStepNo
           ACCEPT CurrentRunTime FROM TIME
           MOVE CurrentRunDate TO StepStartDate
           MOVE CurrentRunTime TO StepStartTime
           IF ResumeStream = 'Y'
               MOVE "RESUMED" TO StepOutcome
           ELSE
               MOVE "STARTED" TO StepOutcome
           END-IF
           MOVE SPACES TO StepDetail
           IF StreamMonthEnd = "Y"
               STRING "Next date " DELIMITED BY SIZE
                      StreamNextDate DELIMITED BY SIZE
                      ", month-end night" DELIMITED BY SIZE
                      INTO StepDetail
           ELSE
               STRING "Next date " DELIMITED BY SIZE
                      StreamNextDate DELIMITED BY SIZE
                      INTO StepDetail
           END-IF
           MOVE "NightlyBatchStream" TO LogProgram
           PERFORM WRITE-JOB-LOG-LINE.

       RUN-STREAM-STEP.
           *> Month-end steps are passed over on any other night
           IF StepMonthEnd(StepIndex) = "Y" AND StreamMonthEnd NOT = "Y"
               CONTINUE
           ELSE
               MOVE StepIndex TO StreamStepNo
               MOVE "I" TO StreamStatus
               PERFORM WRITE-STREAM-CONTROL
               ACCEPT StepStartDate FROM DATE YYYYMMDD
               ACCEPT StepStartTime FROM TIME
               MOVE SPACES TO StepDetail
               PERFORM CHECK-STEP-DONE
               IF StepDone = "Y"
                   MOVE "SKIPPED" TO StepOutcome
                   MOVE "Completion already on file" TO StepDetail
                   ADD 1 TO StepsSkipped
               ELSE
                   PERFORM EXECUTE-STREAM-STEP
               END-IF
               MOVE StepIndex TO LogStepNo
               MOVE StepProgram(StepIndex) TO LogProgram
               PERFORM WRITE-JOB-LOG-LINE
               DISPLAY "Step " StepIndex " " StepProgram(StepIndex)
                   " " StepOutcome " " StepDetail
               IF StepOutcome = "FAILED"
                   MOVE 'Y' TO StreamFailed
                   MOVE StepIndex TO FailedStep
               END-IF
           END-IF.

       EXECUTE-STREAM-STEP.
           *> A step has failed when it ends abnormally, or when it
           *> ends normally but its completion is not on file -- the
           *> batches refuse or abandon a run without abending
           PERFORM BUILD-STEP-COMMAND
           DISPLAY "======================================"
           DISPLAY "Step " StepIndex ": " StepProgram(StepIndex)
           DISPLAY "======================================"
           CALL "SYSTEM" USING StepCommandLine
           MOVE RETURN-CODE TO StepExitStatus
           MOVE 0 TO RETURN-CODE
           ADD 1 TO StepsRun
           IF StepExitStatus NOT = 0
               MOVE "FAILED" TO StepOutcome
               MOVE "Ended abnormally" TO StepDetail
           ELSE
               IF StepCode(StepIndex) = "DRWR"
                   MOVE "COMPLETE" TO StepOutcome
               ELSE
                   PERFORM CHECK-STEP-DONE
                   IF StepDone = "Y"
                       MOVE "COMPLETE" TO StepOutcome
                   ELSE
                       MOVE "FAILED" TO StepOutcome
                       MOVE "Completion not recorded -- see output"
                           TO StepDetail
                   END-IF
               END-IF
           END-IF.

       BUILD-STEP-COMMAND.
           MOVE SPACES TO StepCommandLine
           EVALUATE StepFeed(StepIndex)
               WHEN "D"
                   STRING "echo " DELIMITED BY SIZE
                          StreamNextDate DELIMITED BY SIZE
                          " | ./" DELIMITED BY SIZE
                          StepCommand(StepIndex) DELIMITED BY SPACE
                          INTO StepCommandLine
               WHEN "P"
                   STRING "echo " DELIMITED BY SIZE
                          StreamPeriod DELIMITED BY SIZE
                          " | ./" DELIMITED BY SIZE
                          StepCommand(StepIndex) DELIMITED BY SPACE
                          INTO StepCommandLine
               WHEN "Z"
                   STRING "echo 0 | ./" DELIMITED BY SIZE
                          StepCommand(StepIndex) DELIMITED BY SPACE
                          INTO StepCommandLine
               WHEN OTHER
                   STRING "./" DELIMITED BY SIZE
                          StepCommand(StepIndex) DELIMITED BY SPACE
                          INTO StepCommandLine
           END-EVALUATE.

       CHECK-STEP-DONE.
           *> The nightly batches flip their own flag on the business
           *> date; once the date has moved on to the next one every
           *> step of the night is behind it.  The drawer report has
           *> no completion record and is simply run again.
           MOVE 'N' TO StepDone
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK = "Y" AND BusinessDate = StreamNextDate
               MOVE 'Y' TO StepDone
           ELSE
           IF BusinessDateOK = "Y" AND BusinessDate = StreamBusDate
               EVALUATE StepCode(StepIndex)
                   WHEN "BPST"
                       MOVE BDBatchPost TO StepDone
                   WHEN "SORD"
                       MOVE BDStandOrd TO StepDone
                   WHEN "ACHP"
                       MOVE BDAchPost TO StepDone
                   WHEN "HOLD"
                       MOVE BDHoldRel TO StepDone
                   WHEN "LOAN"
                       MOVE BDLoanRun TO StepDone
                   WHEN "ODAG"
                       MOVE BDODAging TO StepDone
                   WHEN "GLEX"
                       MOVE BDGLExtract TO StepDone
                   WHEN "RECN"
                       MOVE BDRecon TO StepDone
                   WHEN "TLRP"
                       MOVE BDTellerRpt TO StepDone
                   WHEN "CTRP"
                       MOVE BDCashRpt TO StepDone
                   WHEN "FEES"
                       MOVE "fee_runctl.dat" TO RunCtlFileName
                       PERFORM CHECK-PERIOD-RUN
                   WHEN "INTR"
                       MOVE "interest_runctl.dat" TO RunCtlFileName
                       PERFORM CHECK-PERIOD-RUN
                   WHEN "MEND"
                       PERFORM CHECK-PERIOD-CLOSED
                   WHEN "EOD "
                       IF BusDayStatus = "C"
                           MOVE 'Y' TO StepDone
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           END-IF
           IF StepDone NOT = "Y"
               MOVE 'N' TO StepDone
           END-IF.

       CHECK-PERIOD-RUN.
           *> FeeAssessment and InterestPosting mark the period C on
           *> their own run control once the whole file is done
           OPEN INPUT RunControlFile
           IF RunControlStatus = "00"
               READ RunControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RunPeriod = StreamPeriod AND RunStatus = "C"
                           MOVE 'Y' TO StepDone
                       END-IF
               END-READ
               CLOSE RunControlFile
           END-IF.

       CHECK-PERIOD-CLOSED.
           *> MonthEndClose's dated snapshot copy is the last thing it
           *> writes, so it is only on disk after a finished close
           MOVE SPACES TO SnapshotFileName
           STRING "balance_forward_" DELIMITED BY SIZE
                  StreamPeriod DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO SnapshotFileName
           OPEN INPUT SnapshotFile
           IF SnapshotFileStatus = "00"
               CLOSE SnapshotFile
               MOVE 'Y' TO StepDone
           END-IF.

       FINISH-STREAM.
           IF StreamFailed = 'Y'
               MOVE "F" TO StreamStatus
               MOVE FailedStep TO StreamStepNo
           ELSE
               MOVE "C" TO StreamStatus
               MOVE StepCount TO StreamStepNo
           END-IF
           PERFORM WRITE-STREAM-CONTROL
           MOVE 0 TO LogStepNo
           MOVE "NightlyBatchStream" TO LogProgram
           ACCEPT StepStartDate FROM DATE YYYYMMDD
           ACCEPT StepStartTime FROM TIME
           MOVE SPACES TO StepDetail
           IF StreamFailed = 'Y'
               MOVE "STOPPED" TO StepOutcome
               STRING "Stopped at step " DELIMITED BY SIZE
                      FailedStep DELIMITED BY SIZE
                      " -- fix and rerun the stream" DELIMITED BY SIZE
                      INTO StepDetail
           ELSE
               MOVE "COMPLETE" TO StepOutcome
               MOVE "All steps complete" TO StepDetail
           END-IF
           PERFORM WRITE-JOB-LOG-LINE
           DISPLAY "======================================"
           DISPLAY "NIGHTLY STREAM FOR BUSINESS DATE " StreamBusDate
           DISPLAY "======================================"
           DISPLAY "Steps Run:        " StepsRun
           DISPLAY "Steps Skipped:    " StepsSkipped
           IF StreamFailed = 'Y'
               DISPLAY "STREAM STOPPED at step " FailedStep " -- "
                   StepProgram(FailedStep)
               DISPLAY "Fix the failure, then rerun the stream; it "
                   "resumes at that step."
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "Stream complete -- business date "
                   StreamNextDate " is open."
           END-IF
           DISPLAY "Job Log:          " JobLogFileName.

       WRITE-JOB-LOG-LINE.
           *> EXTEND doesn't create a missing file -- fall back to
           *> OUTPUT for the night's first line
           OPEN EXTEND JobLogFile
           IF JobLogStatus = "35"
               OPEN OUTPUT JobLogFile
           END-IF
           IF JobLogStatus NOT = "00"
               DISPLAY "Unable to open job log. Status: " JobLogStatus
           ELSE
               MOVE SPACES TO JobLogRecord
               MOVE StreamBusDate TO JobBusDate
               MOVE LogStepNo TO JobStepNo
               MOVE LogProgram TO JobProgram
               MOVE StepStartDate TO JobStartDate
               MOVE StepStartTime(1:6) TO JobStartTime
               ACCEPT CurrentRunDate FROM DATE YYYYMMDD
               ACCEPT CurrentRunTime FROM TIME
               MOVE CurrentRunDate TO JobEndDate
               MOVE CurrentRunTime(1:6) TO JobEndTime
               MOVE StepOutcome TO JobOutcome
               MOVE StepDetail TO JobDetail
               WRITE JobLogRecord
               IF JobLogStatus NOT = "00"
                   DISPLAY "Unable to write job log. Status: "
                       JobLogStatus
               END-IF
               CLOSE JobLogFile
           END-IF.

       WRITE-STREAM-CONTROL.
           *> Single-record file, replaced at each call
           MOVE 'N' TO StreamCtlWriteOK
           ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           ACCEPT CurrentRunTime FROM TIME
           MOVE CurrentRunDate TO StreamRunDate
           MOVE CurrentRunTime(1:6) TO StreamRunTime
           MOVE StreamControlRecord TO StreamImage
           MOVE "stream_control.new" TO StreamCtlFileName
           OPEN OUTPUT StreamControlFile
           IF StreamCtlStatus NOT = "00"
               DISPLAY "Unable to write stream control file. Status: "
                   StreamCtlStatus
           ELSE
               MOVE StreamImage TO StreamControlRecord
               WRITE StreamControlRecord
               IF StreamCtlStatus = "00"
                   MOVE 'Y' TO StreamCtlWriteOK
               END-IF
               CLOSE StreamControlFile
               IF StreamCtlWriteOK = "Y"
                   MOVE "mv stream_control.new stream_control.dat"
                       TO StreamCtlRenameCmd
                   CALL "SYSTEM" USING StreamCtlRenameCmd
               END-IF
           END-IF
           MOVE StreamImage TO StreamControlRecord
           MOVE "stream_control.dat" TO StreamCtlFileName.

       COPY "busdatectl.cpy".
