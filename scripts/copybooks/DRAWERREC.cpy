      *> DRAWERREC.cpy - one counter cash drawer session per record
      *> (CashDrawers.dat), keyed by a drawer number taken from
      *> DrawerControl.dat the way invoices number from
      *> InvoiceControl.dat, with the operator as an alternate key so
      *> 102_counter_sale.cob can find the drawer an operator has open.
      *> Opened with a starting float; every counter-sale payment
      *> carries the drawer number on the cash journal (CashDrawerNum).
      *> At close the cash counted by denomination is set against the
      *> float plus the cash taken, and any over/short waits for a
      *> supervisor in 123_drawer_review.cob
       02 DrDrawerNum     PIC 9(6).
       02 DrOperatorID    PIC X(8).
       02 DrStatusFlag    PIC X.
           88 DrOpen      VALUE "O".
           88 DrClosed    VALUE "C".
       02 DrOpenDate      PIC 9(8).
       02 DrOpenTime      PIC 9(8).
       02 DrFloat         PIC 9(5)V99.
      *> filled at close from the cash journal lines of the drawer
       02 DrCloseDate     PIC 9(8).
       02 DrCloseTime     PIC 9(8).
       02 DrSaleCount     PIC 9(5).
       02 DrCashTaken     PIC 9(7)V99.
       02 DrCheckTaken    PIC 9(7)V99.
       02 DrCardTaken     PIC 9(7)V99.
       02 DrAchTaken      PIC 9(7)V99.
       02 DrExpectedCash  PIC 9(7)V99.
       02 DrCountedCash   PIC 9(7)V99.
       02 DrOverShort     PIC S9(7)V99 SIGN LEADING SEPARATE.
      *> P = over/short waiting for a supervisor, R = reviewed,
      *> space = drawer balanced (or still open)
       02 DrReviewFlag    PIC X.
           88 DrReviewPending VALUE "P".
           88 DrReviewed      VALUE "R".
       02 DrReviewedBy    PIC X(8).
       02 DrReviewDate    PIC 9(8).
       02 DrReviewNote    PIC X(30).
