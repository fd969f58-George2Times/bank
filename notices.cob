       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerNoticeRun.  *> Customer letters + register

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NoticeRequestFile ASSIGN TO DYNAMIC NoticeFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Work, then live
           SELECT HeldRequestFile ASSIGN TO "notice_requests.new"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HeldFileStatus.  *> Carried forward
           SELECT CustomerFile ASSIGN TO "customer_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CustomerID
               FILE STATUS IS CustomerFileStatus.  *> Account -> owner
           SELECT CustomerMasterFile ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterNumber
               FILE STATUS IS MasterFileStatus.  *> Name and address
           SELECT LetterFile ASSIGN TO DYNAMIC LetterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LetterFileStatus.  *> Print-ready letters
           SELECT RegisterFile ASSIGN TO DYNAMIC RegisterFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RegisterFileStatus.  *> Mailroom register
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date

       DATA DIVISION.
       FILE SECTION.
       FD NoticeRequestFile.
           COPY "noticerec.cpy".

      *> A held request is copied forward byte for byte
       FD HeldRequestFile.
       01 HeldRequestLine     PIC X(72).

       FD CustomerFile.
           COPY "custrec.cpy".

       FD CustomerMasterFile.
           COPY "custmast.cpy".

       FD LetterFile.
       01 LetterLine          PIC X(80).

       FD RegisterFile.
       01 RegisterLine        PIC X(100).

       FD BusinessDateFile.
           COPY "busdate.cpy".

       WORKING-STORAGE SECTION.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateFileName     PIC X(60) VALUE "business_date.dat".
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 NoticeFileStatus    PIC XX VALUE SPACES.
       01 HeldFileStatus      PIC XX VALUE SPACES.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 MasterFileStatus    PIC XX VALUE SPACES.
       01 LetterFileStatus    PIC XX VALUE SPACES.
       01 RegisterFileStatus  PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.

       01 CurrentRunDate      PIC 9(8).
       01 CurrentRunTime      PIC 9(8).             *> Time of day
       01 LetterFileName      PIC X(60).       *> notices_YYYYMMDD.prt
       01 RegisterFileName    PIC X(60).       *> notice_register_...
       01 SwapCommand         PIC X(80).
       01 FilesOpenOK         PIC X VALUE 'N'. *> Every file opened
       01 HeldWriteFailed     PIC X VALUE 'N'. *> A held row was lost

       *> The pending requests are renamed to notice_requests.wrk
       *> before they are read, so a request raised while the run is
       *> going lands on a fresh notice_requests.dat and waits for the
       *> next run; held requests are appended to that file at the
       *> end, never copied over it
       01 NoticeFileName      PIC X(60) VALUE "notice_requests.dat".
       01 HeldEOF             PIC X VALUE 'N'.
       01 MergeOK             PIC X VALUE 'Y'. *> Held rows all added
       01 HeldMerged          PIC 9(6) VALUE 0.

       *> Where the current request's letter goes
       01 AddressStatus       PIC X.           *> F=found N=no account
                                               *> M=no master A=no addr
       01 Disposition         PIC X(24).       *> Register column
       01 CityLineWork        PIC X(40).       *> City, ST ZIP
       01 NoticeTitle         PIC X(40).
       01 EditedAmount        PIC Z,ZZZ,ZZ9.99.

       *> Run totals
       01 RequestsRead        PIC 9(6) VALUE 0.
       01 LettersPrinted      PIC 9(6) VALUE 0.
       01 HeldNoAddress       PIC 9(6) VALUE 0.
       01 HeldNoMaster        PIC 9(6) VALUE 0.
       01 NoSuchAccount       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Turn the pending notice requests raised by the batch
           *> runs and the teller system into one letter per request
           *> for the owner's mailing address, and list every request
           *> on the notice register for the mailroom.  A request
           *> whose customer has no address (or no master row) is
           *> listed as held and carried forward to the next run; one
           *> for an account that does not exist is listed and
           *> dropped.  The processed request file is kept under a
           *> dated name.  Letters and register are dated by the
           *> business date and a second run the same day appends.
           *> Requests left as notice_requests.wrk by a run that did
           *> not finish are processed before any new ones are taken.
           PERFORM READ-BUSINESS-DATE
           IF BusinessDateOK = "Y" AND BusDayStatus = "O"
               MOVE BusinessDate TO CurrentRunDate
           ELSE
               ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO LetterFileName
           STRING "notices_" DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  ".prt" DELIMITED BY SIZE
                  INTO LetterFileName
           MOVE SPACES TO RegisterFileName
           STRING "notice_register_" DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  ".prt" DELIMITED BY SIZE
                  INTO RegisterFileName
           PERFORM MERGE-HELD-REQUESTS
           IF MergeOK NOT = "Y"
               DISPLAY "Run abandoned -- held requests from an "
                   "earlier run are still in notice_requests.new."
               STOP RUN
           END-IF
           PERFORM CLAIM-REQUEST-FILE
           OPEN INPUT NoticeRequestFile
           IF NoticeFileStatus = "35"
               DISPLAY "No notice requests pending -- nothing to "
                   "print."
           ELSE
           IF NoticeFileStatus NOT = "00"
               DISPLAY "Unable to open notice request file. Status: "
                   NoticeFileStatus
           ELSE
               PERFORM OPEN-NOTICE-FILES
               IF FilesOpenOK = "Y"
                   PERFORM PRINT-REGISTER-HEADING
                   PERFORM UNTIL EOF = 'Y'
                       READ NoticeRequestFile
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM PROCESS-ONE-REQUEST
                       END-READ
                   END-PERFORM
                   PERFORM CLOSE-NOTICE-FILES
                   IF HeldWriteFailed = "Y"
                       *> The work file is processed again next run
                       *> and holds its requests afresh -- the partial
                       *> held file must not be merged as well
                       MOVE "rm -f notice_requests.new" TO SwapCommand
                       CALL "SYSTEM" USING SwapCommand
                       DISPLAY "Held requests could not all be "
                           "carried forward -- requests left in "
                           "notice_requests.wrk; letters printed this "
                           "run will print again."
                   ELSE
                       PERFORM RETIRE-REQUEST-FILE
                   END-IF
                   PERFORM PRINT-NOTICE-TOTALS
               ELSE
                   CLOSE NoticeRequestFile
                   DISPLAY "Run abandoned -- requests left in "
                       "notice_requests.wrk for the next run."
               END-IF
           END-IF
           END-IF
           STOP RUN.

       CLAIM-REQUEST-FILE.
           *> A work file already on disk is an earlier run's claim
           *> that never finished -- process it and leave the live
           *> file alone; otherwise take the live file as the work
           *> file.  No live file leaves its name in place, and the
           *> open reports nothing pending.
           MOVE "notice_requests.wrk" TO NoticeFileName
           OPEN INPUT NoticeRequestFile
           IF NoticeFileStatus = "00"
               CLOSE NoticeRequestFile
               DISPLAY "Processing requests left by an earlier run "
                   "in notice_requests.wrk."
           ELSE
               MOVE "notice_requests.dat" TO NoticeFileName
               OPEN INPUT NoticeRequestFile
               IF NoticeFileStatus = "00"
                   CLOSE NoticeRequestFile
                   MOVE "mv notice_requests.dat notice_requests.wrk"
                       TO SwapCommand
                   CALL "SYSTEM" USING SwapCommand
                   MOVE "notice_requests.wrk" TO NoticeFileName
               END-IF
           END-IF.

       OPEN-NOTICE-FILES.
           MOVE 'N' TO FilesOpenOK
           OPEN INPUT CustomerFile
           IF CustomerFileStatus NOT = "00"
               DISPLAY "Unable to open customer file. Status: "
                   CustomerFileStatus
           ELSE
               OPEN INPUT CustomerMasterFile
               IF MasterFileStatus NOT = "00"
                   DISPLAY "Unable to open customer master. Status: "
                       MasterFileStatus
                   CLOSE CustomerFile
               ELSE
                   OPEN EXTEND LetterFile
                   IF LetterFileStatus = "35"
                       OPEN OUTPUT LetterFile
                   END-IF
                   OPEN EXTEND RegisterFile
                   IF RegisterFileStatus = "35"
                       OPEN OUTPUT RegisterFile
                   END-IF
                   OPEN OUTPUT HeldRequestFile
                   IF LetterFileStatus NOT = "00"
                           OR RegisterFileStatus NOT = "00"
                           OR HeldFileStatus NOT = "00"
                       DISPLAY "Unable to open the letter, register "
                           "or held-request file. Status: "
                           LetterFileStatus " " RegisterFileStatus
                           " " HeldFileStatus
                       CLOSE LetterFile
                       CLOSE RegisterFile
                       CLOSE HeldRequestFile
                       CLOSE CustomerMasterFile
                       CLOSE CustomerFile
                   ELSE
                       MOVE 'Y' TO FilesOpenOK
                   END-IF
               END-IF
           END-IF.

       CLOSE-NOTICE-FILES.
           CLOSE NoticeRequestFile
           CLOSE HeldRequestFile
           CLOSE LetterFile
           CLOSE RegisterFile
           CLOSE CustomerMasterFile
           CLOSE CustomerFile.

       PROCESS-ONE-REQUEST.
           ADD 1 TO RequestsRead
           PERFORM LOOK-UP-NOTICE-ADDRESS
           EVALUATE AddressStatus
               WHEN "F"
                   PERFORM PRINT-ONE-LETTER
                   ADD 1 TO LettersPrinted
                   MOVE "PRINTED" TO Disposition
               WHEN "N"
                   ADD 1 TO NoSuchAccount
                   MOVE "NOT SENT - NO ACCOUNT" TO Disposition
               WHEN "M"
                   PERFORM CARRY-REQUEST-FORWARD
                   ADD 1 TO HeldNoMaster
                   MOVE "HELD - NO MASTER ROW" TO Disposition
               WHEN OTHER
                   PERFORM CARRY-REQUEST-FORWARD
                   ADD 1 TO HeldNoAddress
                   MOVE "HELD - NO ADDRESS" TO Disposition
           END-EVALUATE
           PERFORM PRINT-REGISTER-LINE.

       LOOK-UP-NOTICE-ADDRESS.
           MOVE SPACES TO CustomerMasterRecord
           MOVE NtcAccountID TO CustomerID
           READ CustomerFile
               INVALID KEY
                   MOVE "N" TO AddressStatus
               NOT INVALID KEY
                   MOVE OwnerNumber TO MasterNumber
                   READ CustomerMasterFile
                       INVALID KEY
                           MOVE SPACES TO CustomerMasterRecord
                           MOVE OwnerNumber TO MasterNumber
                           MOVE "M" TO AddressStatus
                       NOT INVALID KEY
                           IF MasterAddrLine1 = SPACES
                               MOVE "A" TO AddressStatus
                           ELSE
                               MOVE "F" TO AddressStatus
                           END-IF
                   END-READ
           END-READ.

       CARRY-REQUEST-FORWARD.
           *> Kept for the next run, once a branch keys the address
           MOVE NoticeRequestRecord TO HeldRequestLine
           WRITE HeldRequestLine
           IF HeldFileStatus NOT = "00"
               DISPLAY "Unable to carry forward " NtcType
                   " notice for " NtcAccountID ". Status: "
                   HeldFileStatus
               MOVE 'Y' TO HeldWriteFailed
           END-IF.

       PRINT-REGISTER-HEADING.
           MOVE SPACES TO RegisterLine
           STRING "NOTICE REGISTER     RUN DATE " DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  INTO RegisterLine
           WRITE RegisterLine
           MOVE SPACES TO RegisterLine
           MOVE "RAISED" TO RegisterLine(1:6)
           MOVE "TYPE" TO RegisterLine(10:4)
           MOVE "ACCOUNT" TO RegisterLine(19:7)
           MOVE "CUST" TO RegisterLine(27:4)
           MOVE "NAME" TO RegisterLine(33:4)
           MOVE "DISPOSITION" TO RegisterLine(64:11)
           WRITE RegisterLine
           MOVE ALL "-" TO RegisterLine
           WRITE RegisterLine.

       PRINT-REGISTER-LINE.
           MOVE SPACES TO RegisterLine
           STRING NtcRequestDate DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NtcType DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  NtcAccountID DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  MasterNumber DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MasterName DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  Disposition DELIMITED BY SIZE
                  INTO RegisterLine
           WRITE RegisterLine
           IF RegisterFileStatus NOT = "00"
               DISPLAY "Unable to write register line for "
                   NtcAccountID ". Status: " RegisterFileStatus
           END-IF.

       PRINT-ONE-LETTER.
           *> One page per notice, addressed for a window envelope
           MOVE SPACES TO LetterLine
           STRING "CUSTOMER NOTICE" DELIMITED BY SIZE
                  "                                    DATE: "
                      DELIMITED BY SIZE
                  NtcRequestDate DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING PAGE
           MOVE ALL "=" TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE MasterName TO LetterLine
           WRITE LetterLine AFTER ADVANCING 3 LINES
           MOVE MasterAddrLine1 TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           IF MasterAddrLine2 NOT = SPACES
               MOVE MasterAddrLine2 TO LetterLine
               WRITE LetterLine AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO CityLineWork
           STRING MasterCity DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  MasterState DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  MasterZip DELIMITED BY SIZE
                  INTO CityLineWork
           MOVE CityLineWork TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           PERFORM SET-NOTICE-TITLE
           MOVE SPACES TO LetterLine
           STRING "RE: ACCOUNT " DELIMITED BY SIZE
                  NtcAccountID DELIMITED BY SIZE
                  " -- " DELIMITED BY SIZE
                  NoticeTitle DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 3 LINES
           MOVE "Dear Customer," TO LetterLine
           WRITE LetterLine AFTER ADVANCING 2 LINES
           MOVE SPACES TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE NtcAmount TO EditedAmount
           EVALUATE NtcType
               WHEN "SO-FAIL"
                   PERFORM PRINT-ORDER-FAILED-BODY
               WHEN "DORMANT"
                   PERFORM PRINT-DORMANT-BODY
               WHEN "RETURNED"
                   PERFORM PRINT-RETURNED-BODY
               WHEN "FREEZE"
                   PERFORM PRINT-FREEZE-BODY
               WHEN "CLOSE"
                   PERFORM PRINT-CLOSE-BODY
               WHEN "CHG-OFF"
                   PERFORM PRINT-CHARGE-OFF-BODY
               WHEN OTHER
                   MOVE "Please contact your branch about this account."
                       TO LetterLine
                   WRITE LetterLine AFTER ADVANCING 1 LINE
                   PERFORM PRINT-REASON-LINE
           END-EVALUATE
           MOVE "If you have any questions, please contact your "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 2 LINES
           MOVE "branch." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "Customer Service" TO LetterLine
           WRITE LetterLine AFTER ADVANCING 3 LINES
           IF LetterFileStatus NOT = "00"
               DISPLAY "Unable to write letter for " NtcAccountID
                   ". Status: " LetterFileStatus
           END-IF.

       SET-NOTICE-TITLE.
           EVALUATE NtcType
               WHEN "SO-FAIL"
                   MOVE "STANDING ORDER NOT MADE" TO NoticeTitle
               WHEN "DORMANT"
                   MOVE "NOTICE OF DORMANT ACCOUNT" TO NoticeTitle
               WHEN "RETURNED"
                   MOVE "ITEM RETURNED UNPOSTED" TO NoticeTitle
               WHEN "FREEZE"
                   MOVE "ACCOUNT FROZEN" TO NoticeTitle
               WHEN "CLOSE"
                   MOVE "ACCOUNT CLOSED" TO NoticeTitle
               WHEN "CHG-OFF"
                   MOVE "OVERDRAWN BALANCE CHARGED OFF" TO NoticeTitle
               WHEN OTHER
                   MOVE "ACCOUNT NOTICE" TO NoticeTitle
           END-EVALUATE.

       PRINT-REASON-LINE.
           IF NtcDetail NOT = SPACES
               MOVE SPACES TO LetterLine
               STRING "Reason: " DELIMITED BY SIZE
                      NtcDetail DELIMITED BY SIZE
                      INTO LetterLine
               WRITE LetterLine AFTER ADVANCING 2 LINES
           END-IF.

       PRINT-ORDER-FAILED-BODY.
           MOVE SPACES TO LetterLine
           STRING "Your standing order number " DELIMITED BY SIZE
                  NtcReference DELIMITED BY SPACE
                  " for $" DELIMITED BY SIZE
                  EditedAmount DELIMITED BY SIZE
                  " from this account" DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO LetterLine
           STRING "could not be made on " DELIMITED BY SIZE
                  NtcRequestDate DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           PERFORM PRINT-REASON-LINE
           MOVE "Please make other arrangements for this payment, and"
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 2 LINES
           MOVE "let your branch know if the order should be changed "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "or cancelled." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE.

       PRINT-DORMANT-BODY.
           MOVE SPACES TO LetterLine
           STRING "There has been no customer activity on this "
                      DELIMITED BY SIZE
                  "account since " DELIMITED BY SIZE
                  NtcReference DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO LetterLine
           STRING "and it has been classed as dormant.  Its balance "
                      DELIMITED BY SIZE
                  "of $" DELIMITED BY SIZE
                  EditedAmount DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "remains yours, but under state unclaimed property "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "law the funds in an account left dormant must "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "eventually be turned over to the state." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "To keep the account active, visit any branch or "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 2 LINES
           MOVE "contact us." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE.

       PRINT-RETURNED-BODY.
           MOVE SPACES TO LetterLine
           STRING "A " DELIMITED BY SIZE
                  NtcReference DELIMITED BY SPACE
                  " item for $" DELIMITED BY SIZE
                  EditedAmount DELIMITED BY SIZE
                  " sent for this account could not" DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "be posted and has been returned to your branch."
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           PERFORM PRINT-REASON-LINE
           MOVE "Please contact your branch to arrange for the item."
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 2 LINES.

       PRINT-FREEZE-BODY.
           MOVE SPACES TO LetterLine
           STRING "This account was frozen on " DELIMITED BY SIZE
                  NtcRequestDate DELIMITED BY SIZE
                  ".  No withdrawals, transfers or" DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "payments may be made from it until the freeze is "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "lifted." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           PERFORM PRINT-REASON-LINE.

       PRINT-CLOSE-BODY.
           MOVE SPACES TO LetterLine
           STRING "This account was closed on " DELIMITED BY SIZE
                  NtcRequestDate DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           PERFORM PRINT-REASON-LINE
           MOVE "Thank you for banking with us." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 2 LINES.

       PRINT-CHARGE-OFF-BODY.
           MOVE SPACES TO LetterLine
           STRING "This account has been overdrawn since "
                      DELIMITED BY SIZE
                  NtcReference DELIMITED BY SIZE
                  ".  The overdrawn" DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE SPACES TO LetterLine
           STRING "balance of $" DELIMITED BY SIZE
                  EditedAmount DELIMITED BY SIZE
                  " has been charged off and the account"
                      DELIMITED BY SIZE
                  INTO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "frozen.  The amount is still owed.  Please contact "
               TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE
           MOVE "your branch to arrange repayment." TO LetterLine
           WRITE LetterLine AFTER ADVANCING 1 LINE.

       RETIRE-REQUEST-FILE.
           *> Keep what was processed under a dated name so a rerun
           *> cannot print the same letters twice, then add the held
           *> requests to the live file for the next run
           ACCEPT CurrentRunTime FROM TIME
           MOVE SPACES TO SwapCommand
           STRING "mv notice_requests.wrk notice_requests_"
                      DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  CurrentRunTime DELIMITED BY SIZE
                  ".done" DELIMITED BY SIZE
                  INTO SwapCommand
           CALL "SYSTEM" USING SwapCommand
           PERFORM MERGE-HELD-REQUESTS
           IF MergeOK NOT = "Y"
               DISPLAY "Held requests left in notice_requests.new -- "
                   "the next run adds them before it starts."
           END-IF.

       MERGE-HELD-REQUESTS.
           *> Append the held requests to notice_requests.dat behind
           *> whatever was raised meanwhile -- EXTEND, falling back to
           *> OUTPUT when nothing has been -- then remove the held
           *> file.  Also run at start-up for a held file an earlier
           *> run could not add.
           MOVE 'Y' TO MergeOK
           MOVE 0 TO HeldMerged
           MOVE 'N' TO HeldEOF
           OPEN INPUT HeldRequestFile
           IF HeldFileStatus = "00"
               MOVE "notice_requests.dat" TO NoticeFileName
               OPEN EXTEND NoticeRequestFile
               IF NoticeFileStatus = "35"
                   OPEN OUTPUT NoticeRequestFile
               END-IF
               IF NoticeFileStatus NOT = "00"
                   DISPLAY "Unable to open notice request file. "
                       "Status: " NoticeFileStatus
                   MOVE 'N' TO MergeOK
               ELSE
                   PERFORM UNTIL HeldEOF = 'Y'
                       READ HeldRequestFile
                           AT END
                               MOVE 'Y' TO HeldEOF
                           NOT AT END
                               PERFORM MERGE-ONE-HELD-REQUEST
                       END-READ
                   END-PERFORM
                   CLOSE NoticeRequestFile
               END-IF
               CLOSE HeldRequestFile
               IF MergeOK = "Y"
                   MOVE "rm -f notice_requests.new" TO SwapCommand
                   CALL "SYSTEM" USING SwapCommand
               END-IF
           END-IF.

       MERGE-ONE-HELD-REQUEST.
           MOVE HeldRequestLine TO NoticeRequestRecord
           WRITE NoticeRequestRecord
           IF NoticeFileStatus NOT = "00"
               DISPLAY "Unable to add held " NtcType " notice for "
                   NtcAccountID ". Status: " NoticeFileStatus
                   " -- check notice_requests.dat for rows already "
                   "added before the next run."
               MOVE 'N' TO MergeOK
               MOVE 'Y' TO HeldEOF
           ELSE
               ADD 1 TO HeldMerged
           END-IF.

       PRINT-NOTICE-TOTALS.
           DISPLAY "======================================"
           DISPLAY "CUSTOMER NOTICE RUN FOR " CurrentRunDate
           DISPLAY "======================================"
           DISPLAY "Requests Read:       " RequestsRead
           DISPLAY "Letters Printed:     " LettersPrinted
           DISPLAY "Held - No Address:   " HeldNoAddress
           DISPLAY "Held - No Master:    " HeldNoMaster
           DISPLAY "Not Sent - No Acct:  " NoSuchAccount
           DISPLAY "Held Carried Fwd:    " HeldMerged
           DISPLAY "Letter File:         " LetterFileName
           DISPLAY "Register File:       " RegisterFileName.

       COPY "busdatectl.cpy".
