       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterTINConvert.  *> One-time master TIN conversion

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldMasterFile ASSIGN TO "customer_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OldMasterNumber
               FILE STATUS IS OldFileStatus.
           SELECT CustomerMasterFile ASSIGN TO "customer_master_new.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MasterNumber
               FILE STATUS IS NewFileStatus.

       DATA DIVISION.
       FILE SECTION.
      *> The customer master as it stood before the taxpayer ID was
      *> added -- this FD must keep the old layout so the existing
      *> file opens cleanly
       FD OldMasterFile.
       01 OldMasterRecord.
           05 OldMasterNumber    PIC X(5).
           05 OldMasterName      PIC X(30).
           05 OldMasterPhone     PIC X(15).
           05 OldMasterStatus    PIC X.

      *> The master as this utility leaves it: its place in the
      *> conversion chain is ahead of MasterAddressConvert, which
      *> takes this layout to the one with the mailing address, so
      *> the record is kept inline here rather than copied from the
      *> since-changed custmast.cpy
       FD CustomerMasterFile.
       01 CustomerMasterRecord.
           05 MasterNumber    PIC X(5).
           05 MasterName      PIC X(30).
           05 MasterPhone     PIC X(15).
           05 MasterStatus    PIC X.
           05 MasterTIN       PIC X(9).

       WORKING-STORAGE SECTION.
       01 OldFileStatus       PIC XX VALUE SPACES.
       01 NewFileStatus       PIC XX VALUE SPACES.
       01 EOF                 PIC X VALUE 'N'.
       01 RecordsConverted    PIC 9(6) VALUE 0.
       01 ConvertAbort        PIC X VALUE 'N'.
       01 CurrentRunDate      PIC 9(8).
       01 SwapCommand         PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PARA.
           *> Run once when taking this release: copies every
           *> customer master row to the widened layout with
           *> MasterTIN spaces (none on file -- the branches collect
           *> it through Customer Maintenance), keeps the old master
           *> as a dated .bak, and puts the converted file in its
           *> place.  An already-converted master opens with status
           *> 39 here and the run stops without touching anything.
           ACCEPT CurrentRunDate FROM DATE YYYYMMDD
           PERFORM CONVERT-ALL-MASTERS
           IF ConvertAbort NOT = 'Y'
               PERFORM SWAP-FILES-INTO-PLACE
               DISPLAY "Conversion complete."
               DISPLAY "Masters Converted: " RecordsConverted
           ELSE
               DISPLAY "Conversion abandoned -- customer master "
                   "left untouched."
               DISPLAY "Remove any partial customer_master_new.dat "
                   "before rerunning."
           END-IF
           STOP RUN.

       CONVERT-ALL-MASTERS.
           MOVE 'N' TO EOF
           OPEN INPUT OldMasterFile
           IF OldFileStatus = "39"
               DISPLAY "Customer master is not in the old layout -- "
                   "already converted?"
               MOVE 'Y' TO ConvertAbort
           ELSE
           IF OldFileStatus NOT = "00"
               DISPLAY "Unable to open customer master. Status: "
                   OldFileStatus
               MOVE 'Y' TO ConvertAbort
           ELSE
               OPEN OUTPUT CustomerMasterFile
               IF NewFileStatus NOT = "00"
                   DISPLAY "Unable to create converted master. "
                       "Status: " NewFileStatus
                   MOVE 'Y' TO ConvertAbort
                   CLOSE OldMasterFile
               ELSE
                   PERFORM UNTIL EOF = 'Y'
                       READ OldMasterFile NEXT RECORD
                           AT END
                               MOVE 'Y' TO EOF
                           NOT AT END
                               PERFORM CONVERT-ONE-MASTER
                       END-READ
                   END-PERFORM
                   CLOSE CustomerMasterFile
                   CLOSE OldMasterFile
               END-IF
           END-IF
           END-IF.

       CONVERT-ONE-MASTER.
           MOVE OldMasterNumber TO MasterNumber
           MOVE OldMasterName TO MasterName
           MOVE OldMasterPhone TO MasterPhone
           MOVE OldMasterStatus TO MasterStatus
           MOVE SPACES TO MasterTIN
           WRITE CustomerMasterRecord
           IF NewFileStatus NOT = "00"
               DISPLAY "Unable to write converted master for "
                   OldMasterNumber " Status: " NewFileStatus
               MOVE 'Y' TO ConvertAbort
               MOVE 'Y' TO EOF
           ELSE
               ADD 1 TO RecordsConverted
           END-IF.

       SWAP-FILES-INTO-PLACE.
           *> Keep the old master as a dated backup, then move the
           *> converted file into its place
           MOVE SPACES TO SwapCommand
           STRING "mv customer_master.dat customer_master_"
                      DELIMITED BY SIZE
                  CurrentRunDate DELIMITED BY SIZE
                  "_pretin.bak" DELIMITED BY SIZE
                  INTO SwapCommand
           CALL "SYSTEM" USING SwapCommand
           MOVE "mv customer_master_new.dat customer_master.dat"
               TO SwapCommand
           CALL "SYSTEM" USING SwapCommand.
