      *> ASSIGNREC.cpy - one change of sales rep on a customer
      *> (AssignHistory.dat), keyed by customer and the date the change
      *> takes effect. Written through ASSIGNHIST by the bulk
      *> territory realignment (128_realign.cob) and by customer
      *> maintenance whenever CustSalesRepID changes; read back through
      *> REPASOF so commission and quota reports credit a document
      *> dated before the change to the rep who owned the account then.
       02 AhKey.
           03 AhCustIDNum  PIC 9(5).
           03 AhEffDate    PIC 9(8).
       02 AhOldRepID       PIC 9(4).
       02 AhNewRepID       PIC 9(4).
       02 AhChangedDate    PIC 9(8).
       02 AhChangedBy      PIC X(8).
      *> REALIGN = bulk realignment, CUSTMNT = customer maintenance
       02 AhSource         PIC X(8).
