      *> Shared deposit-hold history paragraphs.  Include at the end
      *> of PROCEDURE DIVISION with COPY "holdhist.cpy".  Every path
      *> that places or releases a hold on account_holds.dat also
      *> keeps the hold's H row on the account history index in step,
      *> since COMPUTE-AVAILABLE-BALANCE and the teller activity
      *> inquiry read the holds from there.  Callers PERFORM
      *> RECORD-HOLD-IN-HISTORY with the HoldRecord just written and
      *> HoldHistoryID set to the TransactionID of the deposit it
      *> holds, and RELEASE-HOLD-IN-HISTORY with the HoldRecord as it
      *> stood before release.  The index is used as-is when the
      *> caller already has it open, otherwise opened and closed
      *> around the update.  Programs including this copybook declare
      *> AccountHistoryFile (histrec.cpy) and the working fields
      *> HistFileStatus / HistoryOpen / HistEOF / HoldHistOpened /
      *> HoldHistoryID.
       RECORD-HOLD-IN-HISTORY.
           PERFORM OPEN-HOLD-HISTORY
           IF HistoryOpen = "Y"
               MOVE HoldCustomerID TO HistAccountID
               MOVE "H" TO HistRowType
               MOVE HoldHistoryID TO HistTransID
               MOVE SPACES TO HistHoldImage
               MOVE HoldCustomerID TO HistHoldCustomerID
               MOVE HoldAmount TO HistHoldAmount
               MOVE HoldReleaseDate TO HistHoldRelease
               MOVE HoldPlacedDate TO HistHoldPlaced
               MOVE HoldStatus TO HistHoldStatus
               WRITE AccountHistoryRecord
                   INVALID KEY
                       DISPLAY "WARNING: hold on " HoldCustomerID
                           " not added to the account history index."
                           " Status: " HistFileStatus
                           " -- run HistoryIndexRebuild."
               END-WRITE
           ELSE
               DISPLAY "WARNING: hold on " HoldCustomerID
                   " not added to the account history index"
                   " -- run HistoryIndexRebuild."
           END-IF
           PERFORM CLOSE-HOLD-HISTORY.

       RELEASE-HOLD-IN-HISTORY.
           *> Holds carry no ID of their own on account_holds.dat --
           *> the first active H row for the account with the same
           *> amount and dates is the one; identical holds are
           *> interchangeable
           PERFORM OPEN-HOLD-HISTORY
           IF HistoryOpen = "Y"
               MOVE HoldCustomerID TO HistAccountID
               MOVE "H" TO HistRowType
               MOVE 0 TO HistTransID
               MOVE 'N' TO HistEOF
               START AccountHistoryFile KEY IS >= HistKey
                   INVALID KEY
                       MOVE 'Y' TO HistEOF
               END-START
               PERFORM UNTIL HistEOF = 'Y'
                   READ AccountHistoryFile NEXT RECORD
                       AT END
                           MOVE 'Y' TO HistEOF
                       NOT AT END
                           IF HistAccountID NOT = HoldCustomerID
                                   OR HistRowType NOT = "H"
                               MOVE 'Y' TO HistEOF
                           ELSE
                               PERFORM CHECK-HOLD-ROW-FOR-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               DISPLAY "WARNING: release of hold on " HoldCustomerID
                   " not recorded on the account history index"
                   " -- run HistoryIndexRebuild."
           END-IF
           PERFORM CLOSE-HOLD-HISTORY.

       CHECK-HOLD-ROW-FOR-RELEASE.
           IF HistHoldStatus = "A"
                   AND HistHoldAmount = HoldAmount
                   AND HistHoldRelease = HoldReleaseDate
                   AND HistHoldPlaced = HoldPlacedDate
               MOVE "R" TO HistHoldStatus
               REWRITE AccountHistoryRecord
                   INVALID KEY
                       DISPLAY "WARNING: release of hold on "
                           HoldCustomerID " not recorded on the "
                           "account history index. Status: "
                           HistFileStatus
               END-REWRITE
               MOVE 'Y' TO HistEOF
           END-IF.

       OPEN-HOLD-HISTORY.
           MOVE 'N' TO HoldHistOpened
           IF HistoryOpen NOT = "Y"
               OPEN I-O AccountHistoryFile
               IF HistFileStatus = "00"
                   MOVE "Y" TO HistoryOpen
                   MOVE "Y" TO HoldHistOpened
               END-IF
           END-IF.

       CLOSE-HOLD-HISTORY.
           IF HoldHistOpened = "Y"
               CLOSE AccountHistoryFile
               MOVE "N" TO HistoryOpen
               MOVE 'N' TO HoldHistOpened
           END-IF.
