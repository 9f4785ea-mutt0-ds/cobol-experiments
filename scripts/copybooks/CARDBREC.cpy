      *> CARDBREC.cpy - one card settlement batch per business date
      *> (CardBatches.dat), keyed by that date. 121_card_settlement.cob
      *> writes it when it sends the day's card payments to the
      *> processor (CardSettle.<date>.dat); 122_card_funding.cob fills
      *> in what the processor says it funded against it - gross, fees
      *> and net - and marks it funded, or exception when the funding
      *> did not agree with what we sent
       02 CbBatchDate    PIC 9(8).
       02 CbStatusFlag   PIC X.
           88 CbSent      VALUE "S".
           88 CbFunded    VALUE "F".
           88 CbException VALUE "E".
       02 CbSentCount    PIC 9(5).
       02 CbSentAmount   PIC 9(9)V99.
      *> from the processor's funding report
       02 CbFundedDate   PIC 9(8).
       02 CbFundedGross  PIC 9(9)V99.
       02 CbFundedFees   PIC 9(7)V99.
       02 CbFundedNet    PIC 9(9)V99.
