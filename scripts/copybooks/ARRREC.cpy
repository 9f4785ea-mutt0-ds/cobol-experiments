      *> customer's terms carry no discount
       02 ArDiscPct       PIC V99 VALUE ZERO.
       02 ArDiscDate      PIC 9(8) VALUE ZERO.
      *> part of ArOpenBalance the customer has deducted and disputes
      *> (open items on Disputes.dat, DISPREC.cpy): dunning and finance
      *> charges work on ArOpenBalance less this. Raised when a short
      *> pay is recorded as a deduction, released again when the
      *> dispute is collected, credited or written off
       02 ArDisputedAmt   PIC 9(7)V99 VALUE ZERO.
