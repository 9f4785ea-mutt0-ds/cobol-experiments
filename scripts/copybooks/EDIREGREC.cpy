       02 EdiFileDate   PIC 9(8).
       02 EdiFileName   PIC X(30).
       02 EdiAmount     PIC 9(7)V99.
      *> document the line registers: I an invoice from
      *> 106_edi_invoice.cob (spaces on lines from before the field),
      *> A an advance ship notice from EDIASN - for those the invoice
      *> number is zero and the order, the notice purpose (O original,
      *> R replacement with tracking, D duplicate resent) and the units
      *> shipped identify what went out
       02 EdiDocType    PIC X.
           88 EdiDocInvoice VALUE "I" " ".
           88 EdiDocAsn     VALUE "A".
       02 EdiOrderNum   PIC 9(6).
       02 EdiPurpose    PIC X.
       02 EdiUnits      PIC 9(7).
