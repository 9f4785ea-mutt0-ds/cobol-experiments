      *> QUOTAREC.cpy - one sales target per rep per month
      *> (SalesQuotas.dat), maintained from 47_rep_master.cob and
      *> measured by 127_rep_attainment.cob against the rep's invoiced
      *> sales net of returns. A month with no record has no quota.
       02 QtKey.
           03 QtRepID      PIC 9(4).
           03 QtPeriod     PIC 9(6).
      *> target in whole dollars of net invoiced sales
       02 QtQuotaAmt       PIC 9(9).
       02 QtChangedDate    PIC 9(8).
