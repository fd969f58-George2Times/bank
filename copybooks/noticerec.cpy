      *> Shared NoticeRequestFile record layout.  Include with
      *> COPY NOTICEREC.  One row per event the customer must be told
      *> about in writing, appended to notice_requests.dat by the run
      *> or teller function that caused it (WRITE-NOTICE-REQUEST in
      *> writenotice.cpy).  CustomerNoticeRun turns each row into a
      *> letter to the owner's mailing address and lists it on the
      *> notice register; a row whose customer has no address on file
      *> is held on the file for the next run.  Notice types:
      *>   SO-FAIL  standing order could not be made (NtcReference =
      *>            order number, NtcDetail = the failure reason)
      *>   DORMANT  account classed dormant ahead of escheatment
      *>            (NtcReference = last activity date YYYYMMDD)
      *>   RETURNED batch item returned to the branch (NtcReference =
      *>            trans type, NtcDetail = the reject reason)
      *>   FREEZE   account frozen by a supervisor (NtcDetail = the
      *>   CLOSE    account closed                  reason keyed)
      *>   CHG-OFF  overdrawn balance charged off and account frozen
      *>            (NtcReference = first date overdrawn YYYYMMDD)
       01 NoticeRequestRecord.
           05 NtcRequestDate  PIC 9(8).    *> Business date raised
           05 NtcType         PIC X(8).    *> SO-FAIL/DORMANT/...
           05 NtcAccountID    PIC X(5).    *> Account concerned
           05 NtcAmount       PIC 9(7)V99. *> Amount concerned, 0=none
           05 NtcReference    PIC X(8).    *> Order no. / item type
           05 NtcDetail       PIC X(30).   *> Reason, as the run saw it
           05 NtcOperatorID   PIC X(4).    *> Teller, or *SYS for batch
