           SELECT BusinessDateFile ASSIGN TO DYNAMIC BusDateFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BusDateStatus.  *> Business date
           SELECT AccountHistoryFile ASSIGN TO "account_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HistKey
               ALTERNATE RECORD KEY IS HistTransID WITH DUPLICATES
               FILE STATUS IS HistFileStatus.

       DATA DIVISION.
       FILE SECTION.
       FD BusinessDateFile.
           COPY "busdate.cpy".

       FD AccountHistoryFile.
           COPY "histrec.cpy".

       WORKING-STORAGE SECTION.
       01 HoldsFileStatus     PIC XX VALUE SPACES.
       01 BusDateStatus       PIC XX VALUE SPACES.
       01 BusDateRenameCmd    PIC X(80).
       01 BusinessDateOK      PIC X VALUE 'N'. *> Control record read
       01 BusDateWriteOK      PIC X VALUE 'N'. *> Control write worked
       01 BusDateImage        PIC X(19).       *> Record work copy
       01 EOF                 PIC X VALUE 'N'.
       01 HistFileStatus      PIC XX VALUE SPACES.
       01 HistoryOpen         PIC X VALUE 'N'.
       01 HistEOF             PIC X VALUE 'N'.
       01 HoldHistOpened      PIC X VALUE 'N'.
       01 HoldHistoryID       PIC 9(6) VALUE 0.

       01 CurrentRunDate      PIC 9(8).

       01 HOLD-TABLE.
           05 HOLD-ROWS OCCURS 500 TIMES.
               10 HTRecord      PIC X(31).
               10 HTReleasedNow PIC X.       *> Y = released this run

       01 HoldsReleased       PIC 9(4) VALUE 0.
       01 HoldsStillActive    PIC 9(4) VALUE 0.
                   *> marking the run done would refuse the very
                   *> rerun the failure message asks for
                   IF HoldsRewriteOK = "Y"
                       PERFORM RECORD-RELEASES-IN-HISTORY
                       DISPLAY "======================================"
                       DISPLAY "HOLD RELEASE RUN FOR " CurrentRunDate
                       DISPLAY "Holds Released:     " HoldsReleased
                               ADD 1 TO HoldCount
                               MOVE HoldRecord
                                   TO HTRecord(HoldCount)
                               MOVE "N" TO HTReleasedNow(HoldCount)
                           END-IF
                   END-READ
               END-PERFORM
                   IF HoldReleaseDate <= CurrentRunDate
                       MOVE "R" TO HoldStatus
                       MOVE HoldRecord TO HTRecord(HoldIndex)
                       MOVE "Y" TO HTReleasedNow(HoldIndex)
                       ADD 1 TO HoldsReleased
                       DISPLAY "Released " HoldCustomerID " $"
                           HoldAmount " held since " HoldPlacedDate
           END-IF
           MOVE "account_holds.dat" TO HoldsFileName.

       RECORD-RELEASES-IN-HISTORY.
           *> Mark the same holds released on the account history
           *> index, opening it once for the whole run rather than
           *> once per hold
           IF HoldsReleased > 0
               OPEN I-O AccountHistoryFile
               IF HistFileStatus NOT = "00"
                   DISPLAY "WARNING: account history index not "
                       "available. Status: " HistFileStatus
                       " -- run HistoryIndexRebuild."
               ELSE
                   MOVE "Y" TO HistoryOpen
                   PERFORM VARYING HoldIndex FROM 1 BY 1
                           UNTIL HoldIndex > HoldCount
                       IF HTReleasedNow(HoldIndex) = "Y"
                           MOVE HTRecord(HoldIndex) TO HoldRecord
                           PERFORM RELEASE-HOLD-IN-HISTORY
                       END-IF
                   END-PERFORM
                   CLOSE AccountHistoryFile
                   MOVE "N" TO HistoryOpen
               END-IF
           END-IF.

       COPY "holdhist.cpy".

       COPY "busdatectl.cpy".
