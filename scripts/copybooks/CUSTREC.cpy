       02 CustEbillFlag     PIC X VALUE "P".
           88 EbillElectronic VALUE "E".
           88 EbillPaper      VALUE "P" " ".
      *> fewest days of shelf life a delivery must still have when it
      *> is allocated (the chains refuse short-dated stock); lots with
      *> less are passed over and the shortfall backorders. Zero = any
      *> unexpired stock will do
       02 CustMinLifeDays   PIC 9(3) VALUE ZERO.
      *> credit standing from the credit application workflow
      *> (167_credit_apps.cob): P = new account whose application is
      *> not yet approved, D = application declined - both are held to
      *> counter sales and prepaid orders. A = approved, with the limit
      *> and terms the approving supervisor set. Space on accounts from
      *> before applications existed, which keep the credit they had
       02 CustCreditStatus  PIC X VALUE SPACE.
           88 CreditEstablished VALUE " ".
           88 CreditApproved    VALUE "A".
           88 CreditPending     VALUE "P".
           88 CreditDeclined    VALUE "D".
           88 CreditCashOnly    VALUE "P" "D".
