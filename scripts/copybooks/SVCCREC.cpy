      *> SVCCREC.cpy - one service contract (annual maintenance or
      *> equipment rental) per record in ServiceContracts.dat, keyed
      *> by the contract number assigned from ContractControl.dat,
      *> alternate key the customer. Maintained by
      *> 165_service_contracts.cob; billed by 166_contract_billing.cob,
      *> which writes each period's invoice through InvoiceControl.dat
      *> into InvoiceHistory.dat and Receivables.dat like any other.
      *> DISPLAY usage throughout, as ARRREC.cpy.
       02 ScContractNum   PIC 9(6).
       02 ScCustIDNum     PIC 9(5).
       02 ScDescription   PIC X(30).
       02 ScType          PIC X.
           88 ScMaintenance VALUE "M".
           88 ScRental      VALUE "R".
           88 ValidScType   VALUE "M" "R".
       02 ScStartDate     PIC 9(8).
       02 ScEndDate       PIC 9(8).
      *> amount invoiced each period (a month or a quarter, per
      *> ScBillFreq), before tax; same ceiling as an invoice line's
      *> unit price, since it is billed as one
       02 ScBillAmount    PIC 9(4)V99.
       02 ScBillFreq      PIC X.
           88 ScBillMonthly   VALUE "M".
           88 ScBillQuarterly VALUE "Q".
           88 ValidScFreq     VALUE "M" "Q".
      *> T = taxed at the customer's state rate (an unexpired
      *> exemption certificate still wins, as on any invoice);
      *> N = not taxable (most maintenance labor)
       02 ScTaxCode       PIC X.
           88 ScTaxable    VALUE "T".
           88 ScNonTaxable VALUE "N".
           88 ValidScTax   VALUE "T" "N".
      *> first day of the next period to bill; starts at ScStartDate
      *> and is moved on a month or a quarter by each billing
       02 ScNextBillDate  PIC 9(8).
       02 ScLastBillDate  PIC 9(8) VALUE ZERO.
       02 ScLastInvoiceNum PIC 9(6) VALUE ZERO.
      *> A = billing; C = cancelled by the customer (ScClosedDate is
      *> the cancel date); E = ended - every period to ScEndDate has
      *> been billed, set by the billing run
       02 ScStatus        PIC X VALUE "A".
           88 ScActive     VALUE "A".
           88 ScCancelled  VALUE "C".
           88 ScEnded      VALUE "E".
       02 ScClosedDate    PIC 9(8) VALUE ZERO.
      *> date the contract first appeared on the renewal-due report
      *> (60 days before ScEndDate); zero = not yet noticed
       02 ScRenewNoticeDate PIC 9(8) VALUE ZERO.
       02 ScCreatedDate   PIC 9(8).
