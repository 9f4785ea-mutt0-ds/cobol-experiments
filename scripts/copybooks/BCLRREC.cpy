      *> BCLRREC.cpy - one book item the bank has cleared
      *> (BankCleared.dat), keyed item type + reference: a check by
      *> its check number, a deposit by the business date of the day's
      *> deposit slip. Written by 114_bank_reconcile.cob as each
      *> statement line is matched, so an item cleared last month is
      *> never outstanding again and one still missing keeps showing
      *> up month after month until the bank finally pays it
       02 BcKey.
           03 BcItemType  PIC X.
               88 BcDeposit VALUE "D".
               88 BcCheck   VALUE "C".
           03 BcReference PIC X(10).
       02 BcBookDate  PIC 9(8).
       02 BcAmount    PIC 9(8)V99.
      *> the bank's posting date and the statement it arrived on
       02 BcClearDate PIC 9(8).
       02 BcStmtDate  PIC 9(8).
