      *> Shared OverdraftAgingFile record layout.  Include with COPY ODREC.
      *> One row per deposit account that has gone overdrawn, keyed by
      *> the same account ID on od_aging.dat.  The nightly
      *> OverdraftAgingRun writes the row the first night the Balance
      *> is negative, ages it every night after and deletes it once
      *> the account is back to zero or better.  An account still
      *> overdrawn at the charge-off policy day count is charged off:
      *> the row stays on file as W so the teller Charge-Off Recovery
      *> option can take money against the loss, and turns R once the
      *> loss is recovered in full.
       01 OverdraftAgingRecord.
           05 ODAccountID      PIC X(5).    *> Account ID (record key)
           05 ODFirstNegDate   PIC 9(8).    *> First night overdrawn
           05 ODDaysOverdrawn  PIC 9(4).    *> Days overdrawn, day 1 =
                                            *> the first night
           05 ODBucket         PIC X.       *> 1=1-29 2=30-59 3=60+ days
           05 ODStatus         PIC X.       *> O=overdrawn W=written off
                                            *> R=loss recovered in full
           05 ODChargeOffDate  PIC 9(8).    *> Date charged off, 0=not
           05 ODChargeOffAmt   PIC 9(7)V99. *> Loss charged off
           05 ODRecoveredAmt   PIC 9(7)V99. *> Recovered against it
