      *> CARDSETREC.cpy - the nightly card settlement file we send the
      *> processor (CardSettle.<date>.dat, from 121_card_settlement.cob):
      *> one detail per card authorization taken that business date -
      *> a payment split across several invoices on the cash journal
      *> goes out once, summed - then a trailer with the count and the
      *> batch total the processor should fund
       02 CsRecordType  PIC X.
           88 CsDetail  VALUE "D".
           88 CsTrailer VALUE "T".
       02 CsBatchDate   PIC 9(8).
       02 CsAuthCode    PIC X(10).
       02 CsCustIDNum   PIC 9(5).
       02 CsAmount      PIC 9(9)V99.
      *> trailer only: how many detail lines precede it
       02 CsRecordCount PIC 9(5).
