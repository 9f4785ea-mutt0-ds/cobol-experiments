      *> ARKPIREC.cpy - one month-end receivables snapshot
      *> (ArKpiSnap.dat), written by 130_ar_kpi.cob at the close so
      *> last month's aging is still there to compare against once the
      *> aging report has printed over it. One record for the whole
      *> ledger, one per sales rep and one per customer state; a rerun
      *> of the same month replaces that month's records.
       02 KsKey.
           03 KsPeriod     PIC 9(6).
      *> T = company total (KsGroup spaces), R = rep (KsGroup = RepID,
      *> 0000 = no rep), S = state (KsGroup = AddrState)
           03 KsType       PIC X.
               88 KsTotal  VALUE "T".
               88 KsByRep  VALUE "R".
               88 KsByState VALUE "S".
           03 KsGroup      PIC X(4).
       02 KsSnapDate       PIC 9(8).
      *> open balance by age past due, as 32_ar_aging.cob buckets it
       02 KsCurrent        PIC 9(9)V99.
       02 KsBucket30       PIC 9(9)V99.
       02 KsBucket60       PIC 9(9)V99.
       02 KsBucket90       PIC 9(9)V99.
       02 KsTotalAR        PIC 9(9)V99.
      *> the month's invoicing (finance charges not included) - the
      *> sales side of DSO and CEI
       02 KsSales          PIC 9(9)V99.
      *> total AR at the previous month's snapshot, zero when there
      *> was none: the opening balance CEI is measured from
       02 KsBeginAR        PIC 9(9)V99.
      *> days sales outstanding = total AR / month's sales * days in
      *> the month; collection effectiveness index = (opening AR +
      *> sales - closing AR) / (opening AR + sales - closing current)
      *> * 100. Zero where there is nothing to divide by
       02 KsDso            PIC 9(4)V9.
       02 KsCei            PIC S9(3)V9.
      *> still-open promises to pay (Promises.dat) and the open
      *> balance of items under a payment plan (PaymentPlans.dat)
       02 KsPromiseAmt     PIC 9(9)V99.
       02 KsPlanAmt        PIC 9(9)V99.
