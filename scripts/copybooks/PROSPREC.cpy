      *> PROSPREC.cpy - one sales prospect (Prospects.dat), keyed by
      *> ProsNum with the rep as an alternate key, kept by
      *> 163_prospects.cob. A prospect can be quoted in 67_quotes.cob
      *> (QuoteProspectNum) without a fake customer in customers.txt;
      *> customer maintenance converts it - through the same AddCust
      *> validation as any new customer - and stamps ProsCustIDNum, which
      *> is what lets the quote become an order. 164_pipeline.cob reads
      *> it for the pipeline report by rep
       02 ProsNum          PIC 9(6).
       02 ProsCompany      PIC X(30).
       02 ProsContactFirst PIC X(15).
       02 ProsContactLast  PIC X(15).
       02 ProsPhone        PIC X(12).
       02 ProsEmail        PIC X(30).
      *> where the lead came from
       02 ProsSource       PIC X.
           88 SourceReferral  VALUE "R".
           88 SourceTradeShow VALUE "T".
           88 SourceWeb       VALUE "W".
           88 SourceColdCall  VALUE "C".
           88 SourceOther     VALUE "O".
           88 ValidSource     VALUE "R" "T" "W" "C" "O".
       02 ProsRepID        PIC 9(4).
      *> O open, Q quoted (a quote written against it), C converted
      *> into a customer, L lost
       02 ProsStatus       PIC X.
           88 ProsOpen      VALUE "O".
           88 ProsQuoted    VALUE "Q".
           88 ProsConverted VALUE "C".
           88 ProsLost      VALUE "L".
           88 ProsInPipeline VALUE "O" "Q".
       02 ProsCreatedDate  PIC 9(8).
      *> the date it was converted or lost
       02 ProsClosedDate   PIC 9(8).
       02 ProsCustIDNum    PIC 9(5).
