      *> FBILLREC.cpy - one carrier freight charge as audited
      *> (FreightBills.dat, LINE SEQUENTIAL like the other journals),
      *> appended by 148_freight_audit.cob for every row of the
      *> carrier's weekly freight bill: the charge, the shipment it
      *> was matched to (through the BOL number or OrderTrackingNum)
      *> and the freight we invoiced the customer for it. A charge is
      *> a duplicate when its PRO number or its shipment is already
      *> here on another carrier invoice
       02 FbCarrierInv  PIC X(12).
       02 FbProNum      PIC X(15).
       02 FbTrackingNum PIC X(15).
       02 FbBolNum      PIC 9(6).
      *> zero = matched to nothing we shipped
       02 FbOrderNum    PIC 9(6).
       02 FbCustIDNum   PIC 9(5).
       02 FbState       PIC XX.
       02 FbShipDate    PIC 9(8).
       02 FbCharge      PIC 9(6)V99.
      *> IhFreightAmount on the order's invoice (zero if not invoiced)
       02 FbBilled      PIC 9(6)V99.
       02 FbAuditDate   PIC 9(8).
       02 FbResult      PIC X.
           88 FbMatched      VALUE "M".
           88 FbOverBilled   VALUE "O".
           88 FbDuplicate    VALUE "D".
           88 FbUnmatched    VALUE "U".
           88 FbNotInvoiced  VALUE "N".
