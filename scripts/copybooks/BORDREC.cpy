      *> S = a released remainder 39_ship_confirm.cob has put back on
      *> its order and shipped, so it cannot be shipped twice
           88 BoRemShipped VALUE "S".
      *> the open PO line the expediting run matched this backorder
      *> to (oldest order first against the earliest-due line of the
      *> product) and the date that line is due - the vendor's
      *> promised date when the buyer has keyed one (flag Y), else
      *> PoExpectedDate. Restamped every run; zero = no open PO
      *> covers it. The late-order report prints it under the order
       02 BoPoNum       PIC 9(6).
       02 BoPoDueDate   PIC 9(8).
       02 BoPoPromisedFlag PIC X.
           88 BoPoPromised VALUE "Y".
