      *> GLBALREC.cpy - one general-ledger account's activity for one
      *> fiscal month (GlBalance.dat), keyed account + period (YYYYMM,
      *> fiscal months are calendar months). Built up by
      *> 117_gl_post.cob from each balanced GLExtract.<date>.dat (and
      *> the month-end GLAccrual file) as it is posted; a line lands
      *> in the period of its own GlEntryDate, so the RV reversal of a
      *> month-end accrual lands in the following month. Balances are
      *> never stored: the trial balance sums the periods it needs
       02 GbKey.
           03 GbAccountNum PIC 9(5).
           03 GbPeriod     PIC 9(6).
       02 GbDebits        PIC 9(11)V99.
       02 GbCredits       PIC 9(11)V99.
      *> entry date of the last extract posted into this period
       02 GbLastPostDate  PIC 9(8).
