      *> Shared notice-request paragraph.  Include at the end of
      *> PROCEDURE DIVISION with COPY "writenotice.cpy".  Callers
      *> declare NoticeRequestFile (noticerec.cpy) with FILE STATUS
      *> NoticeFileStatus, set NoticeType/NoticeAccountID/
      *> NoticeAmount/NoticeReference/NoticeDetail, then PERFORM
      *> WRITE-NOTICE-REQUEST once per notice.  CurrentRunDate and
      *> NoticeOperatorID are kept in WORKING-STORAGE.  The file is
      *> opened and closed around each row: notices are few, and a
      *> row written is on disk even if the caller fails later.
      *> NoticeWriteOK is set to Y only once the row is written, so
      *> a caller confirming the notice tests it first.
       WRITE-NOTICE-REQUEST.
           MOVE 'N' TO NoticeWriteOK
           *> EXTEND doesn't create a missing file -- fall back to
           *> OUTPUT the first time a notice is ever raised
           OPEN EXTEND NoticeRequestFile
           IF NoticeFileStatus = "35"
               OPEN OUTPUT NoticeRequestFile
           END-IF
           IF NoticeFileStatus NOT = "00"
               DISPLAY "Unable to open notice request file. Status: "
                   NoticeFileStatus " -- " NoticeType " notice for "
                   NoticeAccountID " NOT raised."
           ELSE
               MOVE CurrentRunDate TO NtcRequestDate
               MOVE NoticeType TO NtcType
               MOVE NoticeAccountID TO NtcAccountID
               MOVE NoticeAmount TO NtcAmount
               MOVE NoticeReference TO NtcReference
               MOVE NoticeDetail TO NtcDetail
               MOVE NoticeOperatorID TO NtcOperatorID
               WRITE NoticeRequestRecord
               IF NoticeFileStatus NOT = "00"
                   DISPLAY "Unable to write notice request. Status: "
                       NoticeFileStatus " -- " NoticeType
                       " notice for " NoticeAccountID " NOT raised."
               ELSE
                   MOVE 'Y' TO NoticeWriteOK
               END-IF
               CLOSE NoticeRequestFile
           END-IF.
