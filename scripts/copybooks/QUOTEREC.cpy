       02 QuoteApprovalFlag PIC X VALUE "N".
           88 QuoteNeedsApproval VALUE "Y".
       02 QuoteApproverID PIC X(8).
      *> quote written against a prospect (Prospects.dat, PROSPREC)
      *> rather than a customer: QuoteCustIDNum stays zero until the
      *> prospect is converted in customer maintenance, and the quote
      *> converts to an order only after that
       02 QuoteProspectNum PIC 9(6).
