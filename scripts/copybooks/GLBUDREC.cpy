      *> GLBUDREC.cpy - one account's budget for one fiscal month
      *> (GlBudget.dat), keyed the same way as GlBalance.dat (account
      *> + YYYYMM) so budget and actual line up record for record.
      *> Keyed in by 118_gl_budget.cob, a year at a time; the amount
      *> is in the account's natural direction - revenue and liability
      *> budgets positive, like expense budgets - the way 119's
      *> budget-vs-actual prints the actuals
       02 BgKey.
           03 BgAccountNum PIC 9(5).
           03 BgPeriod     PIC 9(6).
       02 BgAmount        PIC 9(9)V99.
