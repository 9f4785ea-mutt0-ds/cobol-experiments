      *> PERIODREC.cpy - one fiscal month on the accounting period
      *> master (AcctPeriods.dat), keyed YYYYMM (fiscal months are
      *> calendar months, as in GlBalance.dat). Maintained by
      *> 120_period_master.cob; every program that posts money asks
      *> PERIODCHK whether the posting date's month is still open
      *> before it writes anything. A month never set up is open -
      *> the master only has to carry the months someone has shut.
       02 PdPeriod      PIC 9(6).
       02 PdStatusFlag  PIC X VALUE "O".
           88 PdOpen      VALUE "O".
      *> reported: no more postings, a supervisor can reopen it
           88 PdClosed    VALUE "C".
      *> final (audited/filed): same refusal, kept apart so a reopen
      *> of a locked month stands out in the period log
           88 PdLocked    VALUE "L".
       02 PdChangedDate PIC 9(8).
       02 PdChangedBy   PIC X(8).
