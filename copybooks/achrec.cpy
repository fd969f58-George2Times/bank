      *> Shared AchInboundFile record layout.  Include with COPY ACHREC.
      *> One 94-character record of the inbound clearing file as the
      *> originating bank transmits it: a 1 file header, then for each
      *> batch a 5 batch header, its 6 entry details (each optionally
      *> followed by 7 addenda) and an 8 batch control, then one 9
      *> file control.  Records of all nines after the file control
      *> only pad the last block.  The record type in column 1 says
      *> which of the views below applies.
       01 AchRecord.
           05 AchRecordType      PIC X.       *> 1 5 6 7 8 9
      *> 1 = file header
           05 AchFileHeader.
               10 AchPriorityCode    PIC X(2).
               10 AchImmediateDest   PIC X(10).   *> Our routing
               10 AchImmediateOrigin PIC X(10).   *> Sending bank
               10 AchFileCreateDate  PIC X(6).    *> YYMMDD
               10 AchFileCreateTime  PIC X(4).    *> HHMM
               10 AchFileIDModifier  PIC X.
               10 AchRecordSize      PIC X(3).    *> 094
               10 AchBlockingFactor  PIC X(2).    *> 10
               10 AchFormatCode      PIC X.
               10 AchDestName        PIC X(23).
               10 AchOriginName      PIC X(23).
               10 AchReferenceCode   PIC X(8).
      *> 5 = batch header, one per originating company
           05 AchBatchHeader REDEFINES AchFileHeader.
               10 AchBHServiceClass  PIC X(3).    *> 200/220/225
               10 AchCompanyName     PIC X(16).
               10 AchCompanyDiscData PIC X(20).
               10 AchCompanyID       PIC X(10).
               10 AchSECCode         PIC X(3).    *> PPD, CCD ...
               10 AchEntryDesc       PIC X(10).   *> e.g. PAYROLL
               10 AchDescriptiveDate PIC X(6).
               10 AchEffectiveDate   PIC X(6).    *> YYMMDD
               10 AchSettlementDate  PIC X(3).
               10 AchOriginatorStat  PIC X.
               10 AchBHOriginDFI     PIC X(8).
               10 AchBHBatchNumber   PIC 9(7).
      *> 6 = entry detail, one item to post
           05 AchEntryDetail REDEFINES AchFileHeader.
               10 AchTransCode       PIC X(2).    *> 22/27 checking
                                                  *> 32/37 savings,
                                                  *> 23 28 33 38
                                                  *> zero prenotes
               10 AchRDFIRouting     PIC 9(8).    *> Hashed
               10 AchCheckDigit      PIC X.
               10 AchDFIAccount      PIC X(17).   *> Our account ID,
                                                  *> left-justified
               10 AchAmount          PIC 9(8)V99.
               10 AchIndividualID    PIC X(15).
               10 AchIndividualName  PIC X(22).
               10 AchDiscData        PIC X(2).
               10 AchAddendaInd      PIC X.
               10 AchTraceNumber     PIC X(15).
      *> 7 = addenda, counted but not posted
           05 AchAddenda REDEFINES AchFileHeader.
               10 AchAddendaType     PIC X(2).
               10 AchPaymentInfo     PIC X(80).
               10 AchAddendaSeq      PIC X(4).
               10 AchAddendaEntrySeq PIC X(7).
      *> 8 = batch control, proves the batch just ended
           05 AchBatchControl REDEFINES AchFileHeader.
               10 AchBCServiceClass  PIC X(3).
               10 AchBCEntryCount    PIC 9(6).    *> Entries + addenda
               10 AchBCEntryHash     PIC 9(10).   *> Sum of routings
               10 AchBCTotalDebit    PIC 9(10)V99.
               10 AchBCTotalCredit   PIC 9(10)V99.
               10 AchBCCompanyID     PIC X(10).
               10 AchBCAuthCode      PIC X(19).
               10 FILLER             PIC X(6).
               10 AchBCOriginDFI     PIC X(8).
               10 AchBCBatchNumber   PIC 9(7).
      *> 9 = file control, proves the whole file
           05 AchFileControl REDEFINES AchFileHeader.
               10 AchFCBatchCount    PIC 9(6).
               10 AchFCBlockCount    PIC 9(6).
               10 AchFCEntryCount    PIC 9(8).    *> Entries + addenda
               10 AchFCEntryHash     PIC 9(10).
               10 AchFCTotalDebit    PIC 9(10)V99.
               10 AchFCTotalCredit   PIC 9(10)V99.
               10 FILLER             PIC X(39).
