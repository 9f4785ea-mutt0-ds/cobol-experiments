       02 CashAmount     PIC 9(7)V99.
       02 CashInvoiceNum PIC 9(6).
       02 CashOperatorID PIC X(8).
      *> how the money came in on a real receipt line (check, counter
      *> sale, order deposit, lockbox); blank on the bookkeeping lines
      *> (CM/UA/NS/DR/DA) and on lines journaled before tenders were
      *> kept, which count as checks. CashTenderRef is the tender's own
      *> reference - check number, card authorization code or ACH
      *> trace - since CashCheckNum can be carrying a DP prefix instead.
      *> Card lines are what 121_card_settlement.cob sends to the
      *> processor each night
       02 CashTenderType PIC XX.
           88 TenderCheck  VALUE "CK".
           88 TenderCash   VALUE "CA".
           88 TenderCard   VALUE "CD".
           88 TenderAch    VALUE "AC".
           88 TenderNotSet VALUE SPACES.
       02 CashTenderRef  PIC X(10).
      *> the counter cash drawer (CashDrawers.dat) a counter sale's
      *> payment went into; zero on everything not taken at the counter
       02 CashDrawerNum  PIC 9(6).
