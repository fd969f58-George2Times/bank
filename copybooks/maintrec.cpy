           05 MaintTime          PIC 9(8).   *> Change time HHMMSSCC
           05 MaintOperatorID    PIC X(4).   *> Teller who made it
           05 MaintImageType     PIC X.      *> B = before, A = after
           05 MaintCustomerImage PIC X(160). *> Edited record bytes
