      *> path that moves money out of an account must test
      *> AvailableBalance, never the raw Balance, so a customer cannot
      *> draw against a check that has not cleared.  Programs including
      *> this copybook declare HoldsFile (account_holds.dat) and
      *> AccountHistoryFile (histrec.cpy) and the working fields
      *> HoldsFileStatus / HoldsEOF / HoldsTotal / AvailableBalance /
      *> HistFileStatus / HistoryOpen / HistEOF / HoldHistOpened.
      *> The account's holds are read by key from its H rows on the
      *> account history index; when the index cannot be opened the
      *> whole holds file is scanned instead.  A missing holds file
      *> means no hold has ever been placed -- the full Balance is
      *> available.
       COMPUTE-AVAILABLE-BALANCE.
           MOVE 0 TO HoldsTotal
           MOVE 'N' TO HoldHistOpened
           IF HistoryOpen NOT = "Y"
               OPEN INPUT AccountHistoryFile
               IF HistFileStatus = "00"
                   MOVE "Y" TO HistoryOpen
                   MOVE "Y" TO HoldHistOpened
               END-IF
           END-IF
           IF HistoryOpen = "Y"
               PERFORM SUM-HOLDS-FROM-HISTORY
           ELSE
               PERFORM SUM-HOLDS-FROM-FILE
           END-IF
           IF HoldHistOpened = "Y"
               CLOSE AccountHistoryFile
               MOVE "N" TO HistoryOpen
               MOVE 'N' TO HoldHistOpened
           END-IF
           COMPUTE AvailableBalance = Balance - HoldsTotal.

       SUM-HOLDS-FROM-HISTORY.
           MOVE CustomerID TO HistAccountID
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
                       IF HistAccountID NOT = CustomerID
                               OR HistRowType NOT = "H"
                           MOVE 'Y' TO HistEOF
                       ELSE
                           IF HistHoldStatus = "A"
                               ADD HistHoldAmount TO HoldsTotal
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SUM-HOLDS-FROM-FILE.
           MOVE 'N' TO HoldsEOF
           OPEN INPUT HoldsFile
           IF HoldsFileStatus = "00"
                   END-READ
               END-PERFORM
               CLOSE HoldsFile
           END-IF.
