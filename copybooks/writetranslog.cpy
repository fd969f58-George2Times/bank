      *> first), then PERFORM CLOSE-TRANSACTION-LOG once when done.
      *> CurrentRunDate/NextTransactionID/TransLogOperatorID are kept
      *> in WORKING-STORAGE; TransLogOperatorID holds the signed-on
      *> teller, or *SYS in batch programs.  Every entry is also
      *> added to the account history index, so programs including
      *> this copybook declare AccountHistoryFile (histrec.cpy) and
      *> the working fields HistFileStatus / HistoryOpen.
       OPEN-TRANSACTION-LOG.
           *> EXTEND doesn't create a missing file -- fall back to
           *> OUTPUT the first time this system ever logs anything
           IF TransLogFileStatus NOT = "00"
               DISPLAY "Unable to open transaction log. Status: "
                   TransLogFileStatus
           END-IF
           PERFORM OPEN-HISTORY-INDEX.

       OPEN-HISTORY-INDEX.
           *> The log is the book of record; the index only speeds up
           *> reading it.  A missing index is never started empty
           *> here -- that would pass for a complete history -- it
           *> is built by HistoryIndexRebuild, and posting carries on
           *> without it meanwhile
           IF HistoryOpen NOT = "Y"
               OPEN I-O AccountHistoryFile
               IF HistFileStatus = "00"
                   MOVE "Y" TO HistoryOpen
               ELSE
                   DISPLAY "WARNING: account history index not "
                       "available. Status: " HistFileStatus
                       " -- run HistoryIndexRebuild."
               END-IF
           END-IF.

       WRITE-TRANSACTION-LOG.
                   DISPLAY "Unable to write transaction log entry. "
                       "Status: " TransLogFileStatus
               ELSE
                   PERFORM WRITE-HISTORY-ENTRY
                   ADD 1 TO NextTransactionID
               END-IF
           END-IF.

       WRITE-HISTORY-ENTRY.
           IF HistoryOpen = "Y"
               MOVE TransCustomerID TO HistAccountID
               MOVE "T" TO HistRowType
               MOVE TransactionID TO HistTransID
               MOVE TransactionRecord TO HistTransImage
               WRITE AccountHistoryRecord
                   INVALID KEY
                       DISPLAY "WARNING: entry " TransactionID
                           " not added to the account history index."
                           " Status: " HistFileStatus
                           " -- run HistoryIndexRebuild."
               END-WRITE
           END-IF.

       CLOSE-TRANSACTION-LOG.
           CLOSE TransactionLogFile
           IF HistoryOpen = "Y"
               CLOSE AccountHistoryFile
               MOVE "N" TO HistoryOpen
           END-IF.
