       IDENTIFICATION DIVISION.
       PROGRAM-ID. InterestTaxReport.  *> Year-end 1099-INT reporting

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
               FILE STATUS IS MasterFileStatus.  *> Name/TIN lookup
           SELECT TransactionLogFile ASSIGN TO DYNAMIC ScanLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.  *> Archive or live
           SELECT TaxExtractFile ASSIGN TO DYNAMIC ExtractFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ExtractFileStatus.  *> Filing extract
           SELECT NoticePrintFile ASSIGN TO DYNAMIC NoticeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Customer notices

       DATA DIVISION.
       FILE SECTION.
       FD CustomerFile.
           COPY "custrec.cpy".

       FD CustomerMasterFile.
           COPY "custmast.cpy".

       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD TaxExtractFile.
           COPY "tax1099.cpy".

       FD NoticePrintFile.
       01 NoticeLine          PIC X(80).

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 MasterFileStatus    PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 ExtractFileStatus   PIC XX VALUE SPACES.
       01 NoticeFileStatus    PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 ERR                 PIC X VALUE 'N'.
       01 CustomerFileOpen    PIC X VALUE 'N'. *> Owner lookups live
       01 MasterFileOpen      PIC X VALUE 'N'. *> Name lookups live

       01 CurrentRunDate      PIC 9(8).
       01 TaxYearInput        PIC 9(4) VALUE 0.
       *> Interest paid of at least this much for the year needs a
       *> form; anything less is totalled but not reported
       01 ReportingThreshold  PIC 9(7)V99 VALUE 10.00.

       *> The year's twelve archives are read in month order, then
       *> the live log for anything posted since the last close;
       *> only entries dated inside the tax year count, so a log
       *> read twice or a straddling live log cannot double a figure
       01 ScanLogName         PIC X(60) VALUE "transaction_logs.dat".
       01 ExtractFileName     PIC X(60).       *> interest_1099_YYYY.dat
       01 NoticeFileName      PIC X(60).       *> interest_1099_YYYY.prt
       01 ScanMonth           PIC 9(2).
       01 LogFilesRead        PIC 9(2) VALUE 0.
       01 ArchivesMissing     PIC 9(2) VALUE 0.
       01 TRANS-DATE-FIELDS.
           05 TransYearPart   PIC 9(4).
           05 FILLER          PIC 9(4).
       01 TransDateNum REDEFINES TRANS-DATE-FIELDS PIC 9(8).

       *> One row per account that was paid interest in the year
       01 AccountCount        PIC 9(4) VALUE 0.
       01 AccountIndex        PIC 9(4).
       01 ACCOUNT-TABLE.
           05 ACCOUNT-ROWS OCCURS 5000 TIMES.
               10 ATAccountID     PIC X(5).
               10 ATProductCode   PIC X(3).
               10 ATOwnerIndex    PIC 9(4).
               10 ATInterest      PIC 9(9)V99.
       *> One row per customer, the accounts rolled up by OwnerNumber
       01 OwnerCount          PIC 9(4) VALUE 0.
       01 OwnerIndex          PIC 9(4).
       01 OWNER-TABLE.
           05 OWNER-ROWS OCCURS 3000 TIMES.
               10 OTOwnerNumber   PIC X(5).
               10 OTOwnerName     PIC X(30).
               10 OTOwnerPhone    PIC X(15).
               10 OTOwnerTIN      PIC X(9).
               10 OTInterest      PIC 9(9)V99.
               10 OTAccountCount  PIC 9(3).
       01 TableOverflow       PIC X VALUE 'N'. *> Any table too small

       01 ItemOwnerNumber     PIC X(5).        *> Owner of this entry
       01 ItemOwnerName       PIC X(30).
       01 ItemOwnerPhone      PIC X(15).
       01 ItemOwnerTIN        PIC X(9).
       01 ItemProductCode     PIC X(3).
       01 TINMaskWork         PIC X(40).       *> TIN shown last 4 only
       01 OutputsOK           PIC X VALUE 'N'. *> Both files opened

       01 InterestEntries     PIC 9(6) VALUE 0.
       01 TotalInterest       PIC 9(11)V99 VALUE 0.
       01 ReportedInterest    PIC 9(11)V99 VALUE 0.
       01 FormsWritten        PIC 9(6) VALUE 0.
       01 BelowThreshold      PIC 9(6) VALUE 0.
       01 MissingTINCount     PIC 9(6) VALUE 0.
       01 WriteErrors         PIC 9(6) VALUE 0.
       01 EditedAmount        PIC ZZZ,ZZZ,ZZ9.99.
       01 EditedTotal         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Total every INTEREST entry posted in the tax year per
           *> customer, across all the accounts they hold, then write
           *> the filing extract and a printed notice for each
           *> customer at or over the reporting threshold and list
           *> those still without a taxpayer ID.  Figures come from
           *> the log itself, so they tie to what InterestPosting
           *> actually paid.  A year-end run, repeatable: each run
           *> replaces that year's extract and notice files.
           ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           PERFORM GET-TAX-YEAR
           PERFORM OPEN-LOOKUP-FILES
           PERFORM VARYING ScanMonth FROM 1 BY 1
                   UNTIL ScanMonth > 12
               MOVE SPACES TO ScanLogName
               STRING "translog_" DELIMITED BY SIZE
                      TaxYearInput DELIMITED BY SIZE
                      ScanMonth DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO ScanLogName
               PERFORM SCAN-ONE-LOG-FILE
           END-PERFORM
           MOVE "transaction_logs.dat" TO ScanLogName
           PERFORM SCAN-ONE-LOG-FILE
           PERFORM CLOSE-LOOKUP-FILES
           IF TableOverflow = 'Y'
               *> A partial table would under-report somebody's
               *> interest to the IRS -- nothing goes out
               DISPLAY "Interest tables overflowed -- no extract or "
                   "notices written."
           ELSE
               PERFORM WRITE-TAX-OUTPUTS
               IF OutputsOK = "Y"
                   PERFORM LIST-MISSING-TINS
                   PERFORM PRINT-CONTROL-TOTALS
               END-IF
           END-IF
           STOP RUN.

       GET-TAX-YEAR.
           MOVE 'Y' TO ERR
           PERFORM UNTIL ERR = 'N'
               DISPLAY "Enter tax year to report (YYYY): "
               ACCEPT TaxYearInput
                   ON EXCEPTION
                       MOVE 'Y' TO ERR
                   NOT ON EXCEPTION
                       MOVE 'N' TO ERR
               END-ACCEPT
               IF ERR = 'N'
                       AND (TaxYearInput < 1900
                            OR TaxYearInput > CurrentRunDate(1:4))
                   MOVE 'Y' TO ERR
               END-IF
               IF ERR = 'Y'
                   DISPLAY "Invalid year. Try again."
               END-IF
           END-PERFORM
           MOVE SPACES TO ExtractFileName
           STRING "interest_1099_" DELIMITED BY SIZE
                  TaxYearInput DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO ExtractFileName
           MOVE SPACES TO NoticeFileName
           STRING "interest_1099_" DELIMITED BY SIZE
                  TaxYearInput DELIMITED BY SIZE
                  ".prt" DELIMITED BY SIZE
                  INTO NoticeFileName.

       OPEN-LOOKUP-FILES.
           OPEN INPUT CustomerFile
           IF CustomerFileStatus = "00"
               MOVE "Y" TO CustomerFileOpen
           ELSE
               DISPLAY "Unable to open customer file. Status: "
                   CustomerFileStatus " -- interest reported by "
                   "account ID."
           END-IF
           OPEN INPUT CustomerMasterFile
           IF MasterFileStatus = "00"
               MOVE "Y" TO MasterFileOpen
           ELSE
               DISPLAY "Unable to open customer master. Status: "
                   MasterFileStatus " -- names and TINs blank."
           END-IF.

       CLOSE-LOOKUP-FILES.
           IF CustomerFileOpen = "Y"
               CLOSE CustomerFile
           END-IF
           IF MasterFileOpen = "Y"
               CLOSE CustomerMasterFile
           END-IF.

       SCAN-ONE-LOG-FILE.
           *> A month not yet closed (or never archived) is simply
           *> not on disk; it is flagged so a missing archive is
           *> noticed before the forms go out
           MOVE 'N' TO EOF
           OPEN INPUT TransactionLogFile
           IF TransLogFileStatus = "00"
               ADD 1 TO LogFilesRead
               PERFORM UNTIL EOF = 'Y' OR TableOverflow = 'Y'
                   READ TransactionLogFile
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM NOTE-INTEREST-ENTRY
                   END-READ
               END-PERFORM
               CLOSE TransactionLogFile
           ELSE
               IF ScanLogName NOT = "transaction_logs.dat"
                   ADD 1 TO ArchivesMissing
               END-IF
               DISPLAY "Log " ScanLogName " not available (status "
                   TransLogFileStatus ") -- skipped."
           END-IF.

       NOTE-INTEREST-ENTRY.
           MOVE TransDate TO TransDateNum
           IF TransType = "INTEREST"
                   AND TransYearPart = TaxYearInput
               ADD 1 TO InterestEntries
               ADD TransAmount TO TotalInterest
               PERFORM FIND-OR-ADD-ACCOUNT-ROW
               IF TableOverflow NOT = 'Y'
                   ADD TransAmount TO ATInterest(AccountIndex)
                   MOVE ATOwnerIndex(AccountIndex) TO OwnerIndex
                   ADD TransAmount TO OTInterest(OwnerIndex)
               END-IF
           END-IF.

       FIND-OR-ADD-ACCOUNT-ROW.
           PERFORM VARYING AccountIndex FROM 1 BY 1
                   UNTIL AccountIndex > AccountCount
                      OR ATAccountID(AccountIndex) = TransCustomerID
           END-PERFORM
           IF AccountIndex > AccountCount
               IF AccountCount >= 5000
                   DISPLAY "ERROR: account table full (5000) "
                       "-- cannot add " TransCustomerID
                   MOVE 'Y' TO TableOverflow
               ELSE
                   PERFORM LOOK-UP-ACCOUNT-OWNER
                   PERFORM FIND-OR-ADD-OWNER-ROW
                   IF TableOverflow NOT = 'Y'
                       ADD 1 TO AccountCount
                       MOVE AccountCount TO AccountIndex
                       MOVE TransCustomerID
                           TO ATAccountID(AccountIndex)
                       MOVE ItemProductCode
                           TO ATProductCode(AccountIndex)
                       MOVE OwnerIndex TO ATOwnerIndex(AccountIndex)
                       MOVE 0 TO ATInterest(AccountIndex)
                       ADD 1 TO OTAccountCount(OwnerIndex)
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-ACCOUNT-OWNER.
           *> Roll the account up to its customer number; an account
           *> no longer on file is reported under its own ID so the
           *> interest is never dropped
           MOVE TransCustomerID TO ItemOwnerNumber
           MOVE "*** ACCOUNT NOT ON FILE ***" TO ItemOwnerName
           MOVE SPACES TO ItemOwnerPhone
           MOVE SPACES TO ItemOwnerTIN
           MOVE SPACES TO ItemProductCode
           IF CustomerFileOpen = "Y"
               MOVE TransCustomerID TO CustomerID
               READ CustomerFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OwnerNumber NOT = SPACES
                           MOVE OwnerNumber TO ItemOwnerNumber
                       END-IF
                       MOVE ProductCode TO ItemProductCode
                       MOVE SPACES TO ItemOwnerName
                       PERFORM LOOK-UP-OWNER-MASTER
               END-READ
           END-IF.

       LOOK-UP-OWNER-MASTER.
           *> An owner with no master row prints blank and shows on
           *> the missing-TIN list
           IF MasterFileOpen = "Y"
               MOVE ItemOwnerNumber TO MasterNumber
               READ CustomerMasterFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MasterName TO ItemOwnerName
                       MOVE MasterPhone TO ItemOwnerPhone
                       MOVE MasterTIN TO ItemOwnerTIN
               END-READ
           END-IF.

       FIND-OR-ADD-OWNER-ROW.
           PERFORM VARYING OwnerIndex FROM 1 BY 1
                   UNTIL OwnerIndex > OwnerCount
                      OR OTOwnerNumber(OwnerIndex) = ItemOwnerNumber
           END-PERFORM
           IF OwnerIndex > OwnerCount
               IF OwnerCount >= 3000
                   DISPLAY "ERROR: customer table full (3000) "
                       "-- cannot add " ItemOwnerNumber
                   MOVE 'Y' TO TableOverflow
               ELSE
                   ADD 1 TO OwnerCount
                   MOVE OwnerCount TO OwnerIndex
                   MOVE ItemOwnerNumber TO OTOwnerNumber(OwnerIndex)
                   MOVE ItemOwnerName TO OTOwnerName(OwnerIndex)
                   MOVE ItemOwnerPhone TO OTOwnerPhone(OwnerIndex)
                   MOVE ItemOwnerTIN TO OTOwnerTIN(OwnerIndex)
                   MOVE 0 TO OTInterest(OwnerIndex)
                   MOVE 0 TO OTAccountCount(OwnerIndex)
               END-IF
           END-IF.

       WRITE-TAX-OUTPUTS.
           *> Both files or neither: an extract without the matching
           *> notices (or the reverse) is not sent anywhere
           MOVE 'N' TO OutputsOK
           OPEN OUTPUT TaxExtractFile
           IF ExtractFileStatus NOT = "00"
               DISPLAY "Unable to create " ExtractFileName
                   " Status: " ExtractFileStatus
           ELSE
               OPEN OUTPUT NoticePrintFile
               IF NoticeFileStatus NOT = "00"
                   DISPLAY "Unable to create " NoticeFileName
                       " Status: " NoticeFileStatus
                   CLOSE TaxExtractFile
               ELSE
                   MOVE 'Y' TO OutputsOK
                   PERFORM VARYING OwnerIndex FROM 1 BY 1
                           UNTIL OwnerIndex > OwnerCount
                       IF OTInterest(OwnerIndex) >= ReportingThreshold
                           PERFORM WRITE-ONE-EXTRACT-ROW
                           PERFORM PRINT-ONE-NOTICE
                       ELSE
                           ADD 1 TO BelowThreshold
                       END-IF
                   END-PERFORM
                   CLOSE NoticePrintFile
                   CLOSE TaxExtractFile
               END-IF
           END-IF.

       WRITE-ONE-EXTRACT-ROW.
           MOVE TaxYearInput TO TaxYear
           MOVE OTOwnerNumber(OwnerIndex) TO TaxOwnerNumber
           MOVE OTOwnerTIN(OwnerIndex) TO TaxTIN
           IF OTOwnerTIN(OwnerIndex) = SPACES
               MOVE "N" TO TaxTINOnFile
               ADD 1 TO MissingTINCount
           ELSE
               MOVE "Y" TO TaxTINOnFile
           END-IF
           MOVE OTOwnerName(OwnerIndex) TO TaxName
           MOVE OTInterest(OwnerIndex) TO TaxInterestPaid
           MOVE OTAccountCount(OwnerIndex) TO TaxAccountCount
           MOVE CurrentRunDate TO TaxRunDate
           WRITE Tax1099Record
           IF ExtractFileStatus NOT = "00"
               DISPLAY "Unable to write extract row for "
                   TaxOwnerNumber ". Status: " ExtractFileStatus
               ADD 1 TO WriteErrors
           ELSE
               ADD 1 TO FormsWritten
               ADD OTInterest(OwnerIndex) TO ReportedInterest
           END-IF.

       PRINT-ONE-NOTICE.
           *> One page per customer, ready for the mailroom
           MOVE SPACES TO NoticeLine
           STRING "FORM 1099-INT     INTEREST INCOME     TAX YEAR "
                      DELIMITED BY SIZE
                  TaxYearInput DELIMITED BY SIZE
                  INTO NoticeLine
           WRITE NoticeLine AFTER ADVANCING PAGE
           MOVE ALL "=" TO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO NoticeLine
           STRING "RECIPIENT:        " DELIMITED BY SIZE
                  OTOwnerName(OwnerIndex) DELIMITED BY SIZE
                  INTO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 2 LINES
           MOVE SPACES TO NoticeLine
           STRING "CUSTOMER NUMBER:  " DELIMITED BY SIZE
                  OTOwnerNumber(OwnerIndex) DELIMITED BY SIZE
                  INTO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 1 LINE
           IF OTOwnerTIN(OwnerIndex) = SPACES
               MOVE "NOT ON FILE -- PLEASE CONTACT YOUR BRANCH"
                   TO TINMaskWork
           ELSE
               MOVE SPACES TO TINMaskWork
               STRING "***-**-" DELIMITED BY SIZE
                      OTOwnerTIN(OwnerIndex)(6:4) DELIMITED BY SIZE
                      INTO TINMaskWork
           END-IF
           MOVE SPACES TO NoticeLine
           STRING "RECIPIENT TIN:    " DELIMITED BY SIZE
                  TINMaskWork DELIMITED BY SIZE
                  INTO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 1 LINE
           MOVE OTInterest(OwnerIndex) TO EditedAmount
           MOVE SPACES TO NoticeLine
           STRING "BOX 1  INTEREST INCOME:  $" DELIMITED BY SIZE
                  EditedAmount DELIMITED BY SIZE
                  INTO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 2 LINES
           MOVE "ACCOUNTS INCLUDED" TO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 2 LINES
           PERFORM VARYING AccountIndex FROM 1 BY 1
                   UNTIL AccountIndex > AccountCount
               IF ATOwnerIndex(AccountIndex) = OwnerIndex
                   MOVE ATInterest(AccountIndex) TO EditedAmount
                   MOVE SPACES TO NoticeLine
                   STRING "  ACCOUNT " DELIMITED BY SIZE
                          ATAccountID(AccountIndex) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          ATProductCode(AccountIndex)
                              DELIMITED BY SIZE
                          "  $" DELIMITED BY SIZE
                          EditedAmount DELIMITED BY SIZE
                          INTO NoticeLine
                   WRITE NoticeLine AFTER ADVANCING 1 LINE
               END-IF
           END-PERFORM
           MOVE "This is important tax information and is being "
               TO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 2 LINES
           MOVE "furnished to the Internal Revenue Service.  Keep it "
               TO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 1 LINE
           MOVE "with your tax records." TO NoticeLine
           WRITE NoticeLine AFTER ADVANCING 1 LINE.

       LIST-MISSING-TINS.
           *> Reportable customers the branches still owe a TIN for;
           *> these go out flagged for backup-withholding follow-up
           DISPLAY "======================================"
           DISPLAY "REPORTABLE CUSTOMERS WITH NO TIN ON FILE"
           DISPLAY "======================================"
           PERFORM VARYING OwnerIndex FROM 1 BY 1
                   UNTIL OwnerIndex > OwnerCount
               IF OTInterest(OwnerIndex) >= ReportingThreshold
                       AND OTOwnerTIN(OwnerIndex) = SPACES
                   MOVE OTInterest(OwnerIndex) TO EditedAmount
                   DISPLAY OTOwnerNumber(OwnerIndex) " "
                       OTOwnerName(OwnerIndex) " "
                       OTOwnerPhone(OwnerIndex) " " EditedAmount
               END-IF
           END-PERFORM
           IF MissingTINCount = 0
               DISPLAY "  None -- every reportable customer has a TIN."
           END-IF.

       PRINT-CONTROL-TOTALS.
           DISPLAY "======================================"
           DISPLAY "1099-INT RUN FOR TAX YEAR " TaxYearInput
           DISPLAY "======================================"
           DISPLAY "Log Files Read:         " LogFilesRead
           DISPLAY "Archives Not On Disk:   " ArchivesMissing
           DISPLAY "Interest Entries:       " InterestEntries
           MOVE TotalInterest TO EditedTotal
           DISPLAY "Total Interest Paid:    " EditedTotal
           DISPLAY "Customers Paid Interest:" OwnerCount
           DISPLAY "Forms Written:          " FormsWritten
           MOVE ReportedInterest TO EditedTotal
           DISPLAY "Interest Reported:      " EditedTotal
           DISPLAY "Below Threshold:        " BelowThreshold
           DISPLAY "Missing TIN:            " MissingTINCount
           DISPLAY "Write Errors:           " WriteErrors
           DISPLAY "Extract File:           " ExtractFileName
           DISPLAY "Notice File:            " NoticeFileName.
