      *> DISPREC.cpy - one customer deduction under dispute
      *> (Disputes.dat), numbered from DisputeControl.dat by the
      *> DISPUTEADD subroutine, with the customer as an alternate key.
      *> Raised when a check short-pays an invoice - at the cash
      *> receipts screen or off LockboxRemit.csv - and the difference
      *> is a deduction the customer took (price, shortage, damage,
      *> freight, promotion) rather than money still coming. The
      *> amount sits in ArDisputedAmt on the invoice's ARRREC item
      *> until 124_deductions.cob resolves it: collected after all,
      *> credited with a CM journal line, or passed to
      *> 77_bad_debt.cob for a supervisor to write off
       02 DsDisputeNum   PIC 9(6).
       02 DsCustIDNum    PIC 9(5).
       02 DsInvoiceNum   PIC 9(6).
       02 DsAmount       PIC 9(7)V99.
      *> UN = not yet known: the lockbox advice did not say why, the
      *> owner sets the real reason once the customer has been asked
       02 DsReasonCode   PIC XX.
           88 DsPricing   VALUE "PR".
           88 DsShortage  VALUE "SH".
           88 DsDamage    VALUE "DM".
           88 DsFreight   VALUE "FR".
           88 DsPromotion VALUE "PM".
           88 DsReasonUnknown VALUE "UN".
           88 DsValidReason VALUE "PR" "SH" "DM" "FR" "PM" "UN".
      *> operator working the dispute; blank until someone takes it
       02 DsOwner        PIC X(8).
       02 DsStatusFlag   PIC X.
           88 DsOpen          VALUE "O".
           88 DsCollected     VALUE "C".
           88 DsCredited      VALUE "R".
           88 DsWriteOffAsked VALUE "P".
           88 DsWrittenOff    VALUE "W".
       02 DsOpenDate     PIC 9(8).
      *> where it was raised (CASHRCPT, LOCKBOX, DEDUCT) and the check
      *> that short-paid
       02 DsSource       PIC X(8).
       02 DsCheckNum     PIC X(10).
       02 DsResolvedDate PIC 9(8).
       02 DsResolvedBy   PIC X(8).
       02 DsNote         PIC X(30).
