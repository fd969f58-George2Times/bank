       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashTransactionReport.  *> Nightly CTR + structuring

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.  *> Account -> owner
           SELECT CustomerMasterFile ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterNumber
               FILE STATUS IS MasterFileStatus.  *> Name/phone lookup
           SELECT TransactionLogFile ASSIGN TO DYNAMIC ScanLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.  *> Archive or live
           SELECT CTRFilingFile ASSIGN TO "ctr_filing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTRFileStatus.  *> Accumulates
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY "custrec.cpy".

       FD CustomerMasterFile.
           COPY "custmast.cpy".

       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD CTRFilingFile.
           COPY "ctrrec.cpy".

       FD BusinessDateFile.
           COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateFileName     PIC X(60) VALUE "business_date.dat".
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 MasterFileStatus    PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 CTRFileStatus       PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 CustomerFileOpen    PIC X VALUE 'N'. *> Owner lookups live
       01 MasterFileOpen      PIC X VALUE 'N'. *> Name lookups live

       01 CurrentRunDate      PIC 9(8).

       *> Reporting rules.  Cash in and cash out are totalled apart,
       *> per customer per business date; either side over the
       *> threshold is a filing.  A day where either side lands in
       *> the near-threshold band counts toward structuring, and a
       *> customer with that many such days inside the rolling
       *> window of business days is listed for review.
       01 CTRThreshold        PIC 9(7)V99 VALUE 10000.00.
       01 NearThresholdFloor  PIC 9(7)V99 VALUE 8000.00.
       01 WindowDays          PIC 9(2) VALUE 5.
       01 NearDaysToFlag      PIC 9(2) VALUE 2.

       *> The window reaches back into last month, and into this
       *> month's archive if the period was closed before the run,
       *> so both archives are read ahead of the live log; an archive
       *> not on disk is simply skipped
       01 ScanLogName         PIC X(60) VALUE "transaction_logs.dat".
       01 ScanPass            PIC X.           *> D = dates, I = items
       01 ScanFileIndex       PIC 9.
       01 SCAN-FILE-TABLE.
           05 ScanFileNames OCCURS 3 TIMES PIC X(60).
       01 PRIOR-PERIOD-FIELDS.
           05 PriorYear       PIC 9(4).
           05 PriorMonth      PIC 9(2).
       01 PriorPeriod REDEFINES PRIOR-PERIOD-FIELDS PIC 9(6).

       *> The most recent business dates seen on the logs, up to and
       *> including tonight's -- a business date is any date an
       *> entry was posted to, so weekends and holidays drop out
       01 WindowDateCount     PIC 9(2) VALUE 0.
       01 WindowIndex         PIC 9(2).
       01 WindowLowIndex      PIC 9(2).
       01 WINDOW-DATE-TABLE.
           05 WindowDates OCCURS 10 TIMES PIC 9(8).
       01 WindowStartDate     PIC 9(8).

       *> One row per customer with cash inside the window
       01 OwnerCount          PIC 9(4) VALUE 0.
       01 OwnerIndex          PIC 9(4).
       01 OWNER-TABLE.
           05 OWNER-ROWS OCCURS 1000 TIMES.
               10 OTOwnerNumber   PIC X(5).
               10 OTOwnerName     PIC X(30).
               10 OTOwnerPhone    PIC X(15).
               10 OTNearDays      PIC 9(2).
       *> One row per customer per business date in the window
       01 DayTotalCount       PIC 9(4) VALUE 0.
       01 DayTotalIndex       PIC 9(4).
       01 DAY-TOTAL-TABLE.
           05 DAY-TOTAL-ROWS OCCURS 3000 TIMES.
               10 DTOwnerIndex    PIC 9(4).
               10 DTDate          PIC 9(8).
               10 DTCashIn        PIC S9(9)V99.
               10 DTCashOut       PIC S9(9)V99.
               10 DTItemCount     PIC 9(4).
       *> Every cash entry in the window, for the item listings
       01 ItemCount           PIC 9(5) VALUE 0.
       01 ItemIndex           PIC 9(5).
       01 ITEM-TABLE.
           05 ITEM-ROWS OCCURS 5000 TIMES.
               10 ITOwnerIndex    PIC 9(4).
               10 ITDate          PIC 9(8).
               10 ITTransID       PIC 9(6).
               10 ITAccountID     PIC X(5).
               10 ITType          PIC X(8).
               10 ITAmount        PIC 9(7)V99.
               10 ITOperatorID    PIC X(4).
       01 TableOverflow       PIC X VALUE 'N'. *> Any table too small

       01 ItemOwnerNumber     PIC X(5).        *> Owner of this entry
       01 ItemOwnerName       PIC X(30).
       01 ItemOwnerPhone      PIC X(15).
       01 CashInAmount        PIC S9(9)V99.    *> Entry's cash-in effect
       01 CashOutAmount       PIC S9(9)V99.    *> Entry's cash-out effect
       01 ListDateFrom        PIC 9(8).        *> Item listing range
       01 FilingWriteOK       PIC X VALUE 'Y'. *> Every filing landed

       01 CashItemsRead       PIC 9(6) VALUE 0.
       01 CustomersTonight    PIC 9(6) VALUE 0.
       01 FilingsWritten      PIC 9(6) VALUE 0.
       01 StructuringAlerts   PIC 9(6) VALUE 0.
       01 EditedAmount        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 EditedCashIn        PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 EditedCashOut       PIC -Z,ZZZ,ZZZ,ZZ9.99.
       01 EditedItemAmount    PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Total every customer's cash for the business date --
           *> teller-keyed and branch/night-drop entries alike --
           *> write a filing row for each one over the threshold,
           *> then look back over the rolling window for customers
           *> keeping cash just under it day after day.  Runs once per
           *> business date under the shared date control, after the
           *> posting runs and before the period close.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK NOT = "Y" OR BusDayStatus NOT = "O"
               DISPLAY "No open business date -- run StartOfDay "
                   "before the cash transaction report."
           ELSE
           IF BDCashRpt = "Y"
               DISPLAY "Cash transaction report already ran for "
                   "business date " BusinessDate " -- run refused."
           ELSE
               MOVE BusinessDate TO CurrentRunDate
               PERFORM BUILD-SCAN-FILE-LIST
               PERFORM FIND-BUSINESS-DAY-WINDOW
               PERFORM OPEN-LOOKUP-FILES
               PERFORM COLLECT-CASH-ITEMS
               PERFORM CLOSE-LOOKUP-FILES
               IF TableOverflow = 'Y'
                   *> A filing decided from a partial total could
                   *> miss a reportable customer -- refuse outright
                   DISPLAY "Cash tables overflowed -- run refused, "
                       "no filings written."
                   DISPLAY "Run NOT recorded as complete."
               ELSE
                   PERFORM PRINT-REPORT-HEADING
                   PERFORM WRITE-CTR-FILINGS
                   PERFORM REPORT-STRUCTURING
                   PERFORM PRINT-CONTROL-TOTALS
                   IF FilingWriteOK = "Y"
                       PERFORM MARK-BATCH-COMPLETE
                   ELSE
                       DISPLAY "Run NOT recorded as complete -- fix "
                           "the filing file and rerun."
                   END-IF
               END-IF
           END-IF
           END-IF
           STOP RUN.

       MARK-BATCH-COMPLETE.
           MOVE "Y" TO BDCashRpt
           PERFORM WRITE-BUSINESS-DATE
           IF BusDateWriteOK NOT = "Y"
               DISPLAY "WARNING: completion not recorded on the "
                   "business-date control -- EndOfDay will not see "
                   "this run."
           END-IF.

       BUILD-SCAN-FILE-LIST.
           *> Last month's archive, this month's archive, live log
           MOVE CurrentRunDate(1:4) TO PriorYear
           MOVE CurrentRunDate(5:2) TO PriorMonth
           IF PriorMonth = 1
               MOVE 12 TO PriorMonth
               SUBTRACT 1 FROM PriorYear
           ELSE
               SUBTRACT 1 FROM PriorMonth
           END-IF
           MOVE SPACES TO SCAN-FILE-TABLE
           STRING "translog_" DELIMITED BY SIZE
                  PriorPeriod DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ScanFileNames(1)
           STRING "translog_" DELIMITED BY SIZE
                  CurrentRunDate(1:6) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ScanFileNames(2)
           MOVE "transaction_logs.dat" TO ScanFileNames(3).

       FIND-BUSINESS-DAY-WINDOW.
           *> First pass: keep the latest business dates on or before
           *> tonight; the oldest of them opens the window
           MOVE 0 TO WindowDateCount
           MOVE "D" TO ScanPass
           PERFORM SCAN-ALL-LOG-FILES
           MOVE CurrentRunDate TO WindowStartDate
           PERFORM VARYING WindowIndex FROM 1 BY 1
                   UNTIL WindowIndex > WindowDateCount
               IF WindowDates(WindowIndex) < WindowStartDate
                   MOVE WindowDates(WindowIndex) TO WindowStartDate
               END-IF
           END-PERFORM.

       SCAN-ALL-LOG-FILES.
           PERFORM VARYING ScanFileIndex FROM 1 BY 1
                   UNTIL ScanFileIndex > 3
               MOVE ScanFileNames(ScanFileIndex) TO ScanLogName
               PERFORM SCAN-ONE-LOG-FILE
           END-PERFORM.

       SCAN-ONE-LOG-FILE.
           MOVE 'N' TO EOF
           OPEN INPUT TransactionLogFile
           IF TransLogFileStatus = "00"
               PERFORM UNTIL EOF = 'Y'
                   READ TransactionLogFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF ScanPass = "D"
                               PERFORM NOTE-BUSINESS-DATE
                           ELSE
                               PERFORM NOTE-CASH-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TransactionLogFile
           ELSE
               IF ScanLogName = "transaction_logs.dat"
                   DISPLAY "Unable to open " ScanLogName
                       " Status: " TransLogFileStatus
               END-IF
           END-IF.

       NOTE-BUSINESS-DATE.
           *> Hold the WindowDays latest distinct dates: a new date
           *> fills an empty slot, or replaces the oldest one held if
           *> it is later
           IF TransDate <= CurrentRunDate
               PERFORM VARYING WindowIndex FROM 1 BY 1
                       UNTIL WindowIndex > WindowDateCount
                          OR WindowDates(WindowIndex) = TransDate
               END-PERFORM
               IF WindowIndex > WindowDateCount
                   IF WindowDateCount < WindowDays
                       ADD 1 TO WindowDateCount
                       MOVE TransDate TO WindowDates(WindowDateCount)
                   ELSE
                       MOVE 1 TO WindowLowIndex
                       PERFORM VARYING WindowIndex FROM 2 BY 1
                               UNTIL WindowIndex > WindowDateCount
                           IF WindowDates(WindowIndex)
                                   < WindowDates(WindowLowIndex)
                               MOVE WindowIndex TO WindowLowIndex
                           END-IF
                       END-PERFORM
                       IF TransDate > WindowDates(WindowLowIndex)
                           MOVE TransDate
                               TO WindowDates(WindowLowIndex)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OPEN-LOOKUP-FILES.
           MOVE 'N' TO CustomerFileOpen
           MOVE 'N' TO MasterFileOpen
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
               MOVE 'Y' TO CustomerFileOpen
           ELSE
               DISPLAY "WARNING: customer file unavailable -- cash "
                   "is rolled up by account, not by customer."
           END-IF
           OPEN INPUT CustomerMasterFile
           IF MasterFileStatus = "00"
               MOVE 'Y' TO MasterFileOpen
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF CustomerFileOpen = "Y"
               CLOSE CustomerFile
           END-IF
           IF MasterFileOpen = "Y"
               CLOSE CustomerMasterFile
           END-IF.

       COLLECT-CASH-ITEMS.
           *> Second pass: every cash entry inside the window
           MOVE "I" TO ScanPass
           PERFORM SCAN-ALL-LOG-FILES.

       NOTE-CASH-ITEM.
           *> Cash at the window or through the branch/night-drop
           *> batch, and loan payments and charge-off recoveries
           *> taken in cash at the window; a same-day reversal backs
           *> its original out of the same side.  Transfers, interest
           *> and fees are not cash and never count.
           MOVE 0 TO CashInAmount
           MOVE 0 TO CashOutAmount
           EVALUATE TransType
               WHEN "DEPOSIT"
               WHEN "LOAN-INT"
               WHEN "LOAN-PRN"
               WHEN "RECOVERY"
                   MOVE TransAmount TO CashInAmount
               WHEN "REV-DEP"
                   COMPUTE CashInAmount = TransAmount * -1
               WHEN "WITHDRAW"
                   MOVE TransAmount TO CashOutAmount
               WHEN "REV-WDL"
                   COMPUTE CashOutAmount = TransAmount * -1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF (CashInAmount NOT = 0 OR CashOutAmount NOT = 0)
                   AND TransDate >= WindowStartDate
                   AND TransDate <= CurrentRunDate
                   AND TableOverflow NOT = 'Y'
               ADD 1 TO CashItemsRead
               PERFORM LOOK-UP-ITEM-OWNER
               PERFORM FIND-OR-ADD-OWNER-ROW
               IF TableOverflow NOT = 'Y'
                   PERFORM FIND-OR-ADD-DAY-TOTAL
               END-IF
               IF TableOverflow NOT = 'Y'
                   ADD CashInAmount TO DTCashIn(DayTotalIndex)
                   ADD CashOutAmount TO DTCashOut(DayTotalIndex)
                   ADD 1 TO DTItemCount(DayTotalIndex)
                   PERFORM ADD-ITEM-ROW
               END-IF
           END-IF.

       LOOK-UP-ITEM-OWNER.
           *> Roll the account up to its customer number; an account
           *> no longer on file is reported under its own ID so the
           *> cash is never dropped
           MOVE TransCustomerID TO ItemOwnerNumber
           MOVE "*** ACCOUNT NOT ON FILE ***" TO ItemOwnerName
           MOVE SPACES TO ItemOwnerPhone
           IF CustomerFileOpen = "Y"
               MOVE TransCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OwnerNumber NOT = SPACES
                           MOVE OwnerNumber TO ItemOwnerNumber
                       END-IF
                       MOVE SPACES TO ItemOwnerName
                       PERFORM LOOK-UP-OWNER-MASTER
               END-READ
           END-IF.

       LOOK-UP-OWNER-MASTER.
           *> An owner with no master row prints blank and is worth
           *> chasing before the filing goes out
           IF MasterFileOpen = "Y"
               MOVE ItemOwnerNumber TO MasterNumber
               READ CustomerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MasterName TO ItemOwnerName
                       MOVE MasterPhone TO ItemOwnerPhone
               END-READ
           END-IF.

       FIND-OR-ADD-OWNER-ROW.
           PERFORM VARYING OwnerIndex FROM 1 BY 1
                   UNTIL OwnerIndex > OwnerCount
                      OR OTOwnerNumber(OwnerIndex) = ItemOwnerNumber
           END-PERFORM
           IF OwnerIndex > OwnerCount
               IF OwnerCount >= 1000
                   DISPLAY "ERROR: customer table full (1000) "
                       "-- cannot add " ItemOwnerNumber
                   MOVE 'Y' TO TableOverflow
               ELSE
                   ADD 1 TO OwnerCount
                   MOVE OwnerCount TO OwnerIndex
                   MOVE ItemOwnerNumber TO OTOwnerNumber(OwnerIndex)
                   MOVE ItemOwnerName TO OTOwnerName(OwnerIndex)
                   MOVE ItemOwnerPhone TO OTOwnerPhone(OwnerIndex)
                   MOVE 0 TO OTNearDays(OwnerIndex)
               END-IF
           END-IF.

       FIND-OR-ADD-DAY-TOTAL.
           PERFORM VARYING DayTotalIndex FROM 1 BY 1
                   UNTIL DayTotalIndex > DayTotalCount
                      OR (DTOwnerIndex(DayTotalIndex) = OwnerIndex
                          AND DTDate(DayTotalIndex) = TransDate)
           END-PERFORM
           IF DayTotalIndex > DayTotalCount
               IF DayTotalCount >= 3000
                   DISPLAY "ERROR: daily cash table full (3000) "
                       "-- cannot add " ItemOwnerNumber " "
                       TransDate
                   MOVE 'Y' TO TableOverflow
               ELSE
                   ADD 1 TO DayTotalCount
                   MOVE DayTotalCount TO DayTotalIndex
                   MOVE OwnerIndex TO DTOwnerIndex(DayTotalIndex)
                   MOVE TransDate TO DTDate(DayTotalIndex)
                   MOVE 0 TO DTCashIn(DayTotalIndex)
                   MOVE 0 TO DTCashOut(DayTotalIndex)
                   MOVE 0 TO DTItemCount(DayTotalIndex)
               END-IF
           END-IF.

       ADD-ITEM-ROW.
           IF ItemCount >= 5000
               DISPLAY "ERROR: cash item table full (5000) -- "
                   "cannot add entry " TransactionID
               MOVE 'Y' TO TableOverflow
           ELSE
               ADD 1 TO ItemCount
               MOVE OwnerIndex TO ITOwnerIndex(ItemCount)
               MOVE TransDate TO ITDate(ItemCount)
               MOVE TransactionID TO ITTransID(ItemCount)
               MOVE TransCustomerID TO ITAccountID(ItemCount)
               MOVE TransType TO ITType(ItemCount)
               MOVE TransAmount TO ITAmount(ItemCount)
               MOVE TransOperatorID TO ITOperatorID(ItemCount)
           END-IF.

       PRINT-REPORT-HEADING.
           DISPLAY "======================================"
           DISPLAY "CURRENCY TRANSACTION REPORT " CurrentRunDate
           DISPLAY "======================================"
           MOVE CTRThreshold TO EditedItemAmount
           DISPLAY "Reporting threshold:  $" EditedItemAmount
               " cash in or out per customer per day"
           DISPLAY "Structuring window:   " WindowStartDate
               " to " CurrentRunDate " (" WindowDateCount
               " business days)".

       WRITE-CTR-FILINGS.
           *> Tonight's rows only; each customer over the threshold
           *> on either side gets one filing row and an exception
           *> listing of the items and the tellers who keyed them
           DISPLAY " "
           DISPLAY "CTR FILINGS -- CASH OVER THRESHOLD TODAY"
           DISPLAY "--------------------------------------"
           OPEN EXTEND CTRFilingFile
           IF CTRFileStatus = "35"
               OPEN OUTPUT CTRFilingFile
           END-IF
           IF CTRFileStatus NOT = "00"
               DISPLAY "Unable to open CTR filing file. Status: "
                   CTRFileStatus
               MOVE 'N' TO FilingWriteOK
           ELSE
               PERFORM VARYING DayTotalIndex FROM 1 BY 1
                       UNTIL DayTotalIndex > DayTotalCount
                   IF DTDate(DayTotalIndex) = CurrentRunDate
                       ADD 1 TO CustomersTonight
                       IF DTCashIn(DayTotalIndex) > CTRThreshold
                           OR DTCashOut(DayTotalIndex) > CTRThreshold
                           PERFORM WRITE-ONE-FILING
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CTRFilingFile
           END-IF
           IF FilingsWritten = 0
               DISPLAY "  No customer over the threshold today."
           END-IF.

       WRITE-ONE-FILING.
           MOVE DTOwnerIndex(DayTotalIndex) TO OwnerIndex
           MOVE CurrentRunDate TO CTRBusinessDate
           MOVE OTOwnerNumber(OwnerIndex) TO CTROwnerNumber
           MOVE OTOwnerName(OwnerIndex) TO CTROwnerName
           MOVE OTOwnerPhone(OwnerIndex) TO CTROwnerPhone
           MOVE 0 TO CTRCashIn
           MOVE 0 TO CTRCashOut
           IF DTCashIn(DayTotalIndex) > 0
               MOVE DTCashIn(DayTotalIndex) TO CTRCashIn
           END-IF
           IF DTCashOut(DayTotalIndex) > 0
               MOVE DTCashOut(DayTotalIndex) TO CTRCashOut
           END-IF
           MOVE DTItemCount(DayTotalIndex) TO CTRItemCount
           MOVE CurrentRunDate TO CTRRunDate
           WRITE CTRFilingRecord
           IF CTRFileStatus NOT = "00"
               DISPLAY "Unable to write CTR filing for "
                   CTROwnerNumber ". Status: " CTRFileStatus
               MOVE 'N' TO FilingWriteOK
           ELSE
               ADD 1 TO FilingsWritten
           END-IF
           MOVE DTCashIn(DayTotalIndex) TO EditedCashIn
           MOVE DTCashOut(DayTotalIndex) TO EditedCashOut
           DISPLAY "CUSTOMER " OTOwnerNumber(OwnerIndex) " "
               OTOwnerName(OwnerIndex) " " OTOwnerPhone(OwnerIndex)
           DISPLAY "  Cash In:  " EditedCashIn
               "   Cash Out: " EditedCashOut
           MOVE CurrentRunDate TO ListDateFrom
           PERFORM LIST-OWNER-ITEMS.

       REPORT-STRUCTURING.
           *> Count each customer's near-threshold days in the window,
           *> then list everyone at or over the flag count with every
           *> cash item in the window behind it
           PERFORM VARYING DayTotalIndex FROM 1 BY 1
                   UNTIL DayTotalIndex > DayTotalCount
               IF (DTCashIn(DayTotalIndex) >= NearThresholdFloor
                       AND DTCashIn(DayTotalIndex) <= CTRThreshold)
                   OR (DTCashOut(DayTotalIndex) >= NearThresholdFloor
                       AND DTCashOut(DayTotalIndex) <= CTRThreshold)
                   MOVE DTOwnerIndex(DayTotalIndex) TO OwnerIndex
                   ADD 1 TO OTNearDays(OwnerIndex)
               END-IF
           END-PERFORM
           DISPLAY " "
           DISPLAY "POSSIBLE STRUCTURING -- NEAR-THRESHOLD CASH ON "
               NearDaysToFlag "+ DAYS IN WINDOW"
           DISPLAY "--------------------------------------"
           PERFORM VARYING OwnerIndex FROM 1 BY 1
                   UNTIL OwnerIndex > OwnerCount
               IF OTNearDays(OwnerIndex) >= NearDaysToFlag
                   ADD 1 TO StructuringAlerts
                   DISPLAY "CUSTOMER " OTOwnerNumber(OwnerIndex) " "
                       OTOwnerName(OwnerIndex) " "
                       OTOwnerPhone(OwnerIndex)
                   DISPLAY "  Near-threshold days: "
                       OTNearDays(OwnerIndex)
                   MOVE WindowStartDate TO ListDateFrom
                   PERFORM LIST-OWNER-ITEMS
               END-IF
           END-PERFORM
           IF StructuringAlerts = 0
               DISPLAY "  No customer flagged."
           END-IF.

       LIST-OWNER-ITEMS.
           *> Items for OwnerIndex dated ListDateFrom through tonight
           DISPLAY "    DATE     TRANS# ACCT  TYPE     "
               "      AMOUNT TELLER"
           PERFORM VARYING ItemIndex FROM 1 BY 1
                   UNTIL ItemIndex > ItemCount
               IF ITOwnerIndex(ItemIndex) = OwnerIndex
                       AND ITDate(ItemIndex) >= ListDateFrom
                   MOVE ITAmount(ItemIndex) TO EditedItemAmount
                   DISPLAY "    " ITDate(ItemIndex) " "
                       ITTransID(ItemIndex) " "
                       ITAccountID(ItemIndex) " "
                       ITType(ItemIndex) " "
                       EditedItemAmount " "
                       ITOperatorID(ItemIndex)
               END-IF
           END-PERFORM.

       PRINT-CONTROL-TOTALS.
           DISPLAY "======================================"
           DISPLAY "CASH TRANSACTION REPORT CONTROL TOTALS"
           DISPLAY "======================================"
           DISPLAY "Cash Items In Window:   " CashItemsRead
           DISPLAY "Customers With Cash:    " CustomersTonight
           DISPLAY "CTR Filings Written:    " FilingsWritten
           DISPLAY "Structuring Alerts:     " StructuringAlerts.

       COPY "busdatectl.cpy".
