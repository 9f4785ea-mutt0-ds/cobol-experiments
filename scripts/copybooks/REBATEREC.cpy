      *> REBATEREC.cpy - one volume rebate agreement per customer per
      *> calendar year (Rebates.dat), maintained by
      *> 125_rebate_master.cob: up to five dollar tiers of annual
      *> invoiced sales, each with the rebate rate earned on the whole
      *> year's sales once that tier is reached. 126_rebate_accrual.cob
      *> accrues against it every month-end and, at the December close,
      *> issues the rebate as credit memos and marks it settled.
       02 RbKey.
           03 RbCustIDNum  PIC 9(5).
           03 RbYear       PIC 9(4).
       02 RbTierCount      PIC 9.
      *> tiers in ascending order: annual sales from (whole dollars)
      *> and the rebate as a fraction of sales (.025 = 2.5%)
       02 RbTier OCCURS 5 TIMES.
           03 RbTierFrom   PIC 9(9).
           03 RbTierPct    PIC V999.
      *> rebate accrued to the GL so far this year, and what it stood
      *> at before the last accrual run - so rerunning the same
      *> month-end date recomputes the same entry instead of piling a
      *> second one on top
       02 RbAccruedAmt     PIC 9(7)V99 VALUE ZERO.
       02 RbPriorAccrued   PIC 9(7)V99 VALUE ZERO.
       02 RbLastAccrualDate PIC 9(8) VALUE ZERO.
       02 RbStatusFlag     PIC X VALUE "A".
           88 RbActive     VALUE "A".
           88 RbSettled    VALUE "S".
      *> year-end settlement: the rebate actually credited, and when
       02 RbSettledDate    PIC 9(8) VALUE ZERO.
       02 RbSettledAmt     PIC 9(7)V99 VALUE ZERO.
