           SELECT TransactionLogFile ASSIGN TO "transaction_logs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TransLogFileStatus.
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.
           SELECT SnapshotFile ASSIGN TO "balance_forward.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SnapshotFileStatus.
           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date
           SELECT NoticeRequestFile ASSIGN TO "notice_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Customer notices

       DATA DIVISION.
       FILE SECTION.
       FD TransactionLogFile.
           COPY "transrec.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       FD SnapshotFile.
           COPY "snaprec.cpy".

       FD BusinessDateFile.
           COPY "busdate.cpy".

       FD NoticeRequestFile.
           COPY "noticerec.cpy".

       WORKING-STORAGE SECTION.
       01 CustomerFileStatus  PIC XX VALUE SPACES.
       01 TransLogFileStatus  PIC XX VALUE SPACES.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'.
       01 HoldHistOpened      PIC X VALUE 'N'.
       01 SnapshotFileStatus  PIC XX VALUE SPACES.
       01 StandingFileStatus  PIC XX VALUE SPACES.
       01 HoldsFileStatus     PIC XX VALUE SPACES.
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 EOF                 PIC X VALUE 'N'.
       01 HoldsEOF            PIC X VALUE 'N'. *> Holds scan done
       01 HoldsTotal          PIC 9(9)V99.     *> Unreleased holds
       01 XferOutTransID      PIC 9(6).
       01 XferInTransID       PIC 9(6).

       *> Customer notices raised by this run
       01 NoticeFileStatus    PIC XX VALUE SPACES.
       01 NoticeWriteOK       PIC X VALUE 'N'. *> Row on file
       01 NoticeType          PIC X(8).
       01 NoticeAccountID     PIC X(5).
       01 NoticeAmount        PIC 9(7)V99.
       01 NoticeReference     PIC X(8).
       01 NoticeDetail        PIC X(30).
       01 NoticeOperatorID    PIC X(4) VALUE "*SYS".

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Execute every active order due today with the same
                   DISPLAY "ORDER FAILED  " SOrderID " "
                       SOSourceID " -> " SODestID " $" SOAmount
                   DISPLAY "   Reason: " FailReason
                   *> The payer hears it from us, not the payee
                   MOVE "SO-FAIL" TO NoticeType
                   MOVE SOSourceID TO NoticeAccountID
                   MOVE SOAmount TO NoticeAmount
                   MOVE SOrderID TO NoticeReference
                   MOVE FailReason TO NoticeDetail
                   PERFORM WRITE-NOTICE-REQUEST
               END-IF
           END-IF.

                           OR AccountStatus = "D"
                       MOVE "SOURCE ACCOUNT NOT ACTIVE"
                           TO FailReason
                   ELSE
                   IF ProductCode = "LON"
                       MOVE "SOURCE IS A LOAN ACCOUNT" TO FailReason
                   ELSE
                       PERFORM COMPUTE-AVAILABLE-BALANCE
                       COMPUTE TempBalance =
                           MOVE 'Y' TO DebitDone
                       END-IF
                   END-IF
                   END-IF
           END-READ
           IF DebitDone = "Y"
               MOVE SODestID TO CustomerID
                               OR AccountStatus = "D"
                           MOVE "DESTINATION NOT ACTIVE"
                               TO FailReason
                       ELSE
                       IF ProductCode = "LON"
                           MOVE "DESTINATION IS A LOAN ACCOUNT"
                               TO FailReason
                       ELSE
                           ADD SOAmount TO Balance
                           REWRITE CustomerRecord
                           MOVE 'Y' TO CreditDone
                       END-IF
                       END-IF
               END-READ
               IF CreditDone NOT = "Y"
                   *> Credit leg failed -- reverse the debit
       COPY "availbal.cpy".

       COPY "busdatectl.cpy".

       COPY "writenotice.cpy".
