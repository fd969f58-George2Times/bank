           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date
           SELECT NoticeRequestFile ASSIGN TO "notice_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NoticeFileStatus.  *> Customer notices

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY "busdate.cpy".

       FD NoticeRequestFile.
           COPY "noticerec.cpy".

       WORKING-STORAGE SECTION.
       01 RejectFileStatus    PIC XX VALUE SPACES.
       01 PendingFileStatus   PIC XX VALUE SPACES.
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 EOF                 PIC X VALUE 'N'.
       01 ERR                 PIC X VALUE 'N'.

       *> branch transmitted and is still owed an answer on
       01 RejectFileName      PIC X(60) VALUE "pending_rejects.dat".
       01 RejRenameCommand    PIC X(80).
       01 RejRewriteOK        PIC X VALUE 'N'. *> Dispositions saved
       01 REJECT-TABLE.
           05 REJECT-ROWS OCCURS 200 TIMES.
               10 RJTRecord     PIC X(47).
               10 RJTReturnedNow PIC X.    *> Y = marked B this run

       01 OutstandingCount    PIC 9(3) VALUE 0.
       01 InputRejectNumber   PIC 9(3).    *> Row the operator picked
       01 AnyChangeMade       PIC X VALUE 'N'.
       01 RequeueOK           PIC X.       *> Pending append worked
       01 ReasonText          PIC X(22).   *> Spelled-out reason
       01 NoticesRaised       PIC 9(3) VALUE 0.

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
                   PERFORM WORK-REJECTS-LOOP
                   IF AnyChangeMade = "Y"
                       PERFORM REWRITE-REJECT-FILE
                       IF RejRewriteOK = "Y"
                           PERFORM RAISE-RETURN-NOTICES
                       END-IF
                   END-IF
                   DISPLAY "======================================"
                   DISPLAY "Items Requeued:  " ItemsRequeued
                   DISPLAY "Items Returned:  " ItemsReturned
                   DISPLAY "Notices Raised:  " NoticesRaised
               END-IF
           END-IF
           END-IF
                               ADD 1 TO RejCount
                               MOVE RejectRecord
                                   TO RJTRecord(RejCount)
                               MOVE "N" TO RJTReturnedNow(RejCount)
                           END-IF
                   END-READ
               END-PERFORM
                   MOVE "AMOUNT NOT NUMERIC" TO ReasonText
               WHEN "07"
                   MOVE "ACCOUNT DORMANT" TO ReasonText
               WHEN "08"
                   MOVE "LOAN ACCOUNT" TO ReasonText
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO ReasonText
           END-EVALUATE.
                       MOVE InputOperatorID TO RejRepairOper
                       MOVE RejectRecord
                           TO RJTRecord(InputRejectNumber)
                       MOVE "Y" TO RJTReturnedNow(InputRejectNumber)
                       ADD 1 TO ItemsReturned
                       MOVE 'Y' TO AnyChangeMade
                       DISPLAY "Item marked returned to branch."
                   MOVE "mv pending_rejects.new pending_rejects.dat"
                       TO RejRenameCommand
                   CALL "SYSTEM" USING RejRenameCommand
                   MOVE 'Y' TO RejRewriteOK
               END-IF
               MOVE "pending_rejects.dat" TO RejectFileName
           END-IF.

       RAISE-RETURN-NOTICES.
           *> Only once the B dispositions are safely on disk: an
           *> item whose disposition was lost stays outstanding and
           *> would be returned, and noticed, a second time
           MOVE InputOperatorID TO NoticeOperatorID
           PERFORM VARYING RejIndex FROM 1 BY 1
                   UNTIL RejIndex > RejCount
               IF RJTReturnedNow(RejIndex) = "Y"
                   MOVE RJTRecord(RejIndex) TO RejectRecord
                   PERFORM SPELL-OUT-REASON
                   MOVE "RETURNED" TO NoticeType
                   MOVE RejCustomerID TO NoticeAccountID
                   MOVE RejAmount TO NoticeAmount
                   MOVE RejTransType TO NoticeReference
                   MOVE ReasonText TO NoticeDetail
                   PERFORM WRITE-NOTICE-REQUEST
                   IF NoticeWriteOK = "Y"
                       ADD 1 TO NoticesRaised
                   END-IF
               END-IF
           END-PERFORM.

       COPY "busdatectl.cpy".

       COPY "writenotice.cpy".
