      *> PRDLOGREC.cpy - one status change on the accounting period
      *> master, appended to PeriodLog.dat by 120_period_master.cob:
      *> which month, from what to what, who and when, and for a
      *> reopen the supervisor who authorized it and the reason given
       02 PlPeriod      PIC 9(6).
       02 PlOldStatus   PIC X.
       02 PlNewStatus   PIC X.
       02 PlDate        PIC 9(8).
       02 PlTime        PIC 9(8).
       02 PlOperatorID  PIC X(8).
       02 PlReason      PIC X(30).
