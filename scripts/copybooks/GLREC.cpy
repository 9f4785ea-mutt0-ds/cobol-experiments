      *>   23000 Customer Deposits / Unapplied Cash
      *>   60000 Bad Debt Expense
      *>   44000 Freight Recovery
      *>   13000 Inventory   21000 Receipts Clearing
      *>   21500 Accrued Received-Not-Invoiced
      *>   50000 Cost of Goods Sold   61000 Inventory Shrink
      *>   24000 Accrued Customer Rebates
      *>   51000 Purchase Price Variance
       02 GlRecordType  PIC X.
           88 GlDetail  VALUE "D".
           88 GlTrailer VALUE "T".
      *> NS = NSF returned-check reversals backing cash out again,
      *> DR = early-pay discounts revoked by those reversals,
      *> WO = the day's bad-debt write-offs, DP = order deposits
      *> taken into 23000 (their DA applications ride with UA),
      *> RN = month-end received-not-invoiced accrual and RV = its
      *> reversal on the first of the next month (GLAccrual.<date>.dat
      *> from 116_rni_accrual.cob, same layout as the daily extract),
      *> RB = month-end customer volume rebate accrual and its year-end
      *> reversal (GLRebate.<date>.dat from 126_rebate_accrual.cob),
      *> PV = month-end purchase price variance against receipts
      *> clearing (GLPpv.<date>.dat from 144_ppv_report.cob);
      *> stock movements valued at standard cost ride under their
      *> StockMovements.dat source code (GR, AL, RT, OM, CS, CC, PM)
       02 GlSourceCode  PIC XX.
       02 GlAccountNum  PIC 9(5).
       02 GlAccountName PIC X(20).
