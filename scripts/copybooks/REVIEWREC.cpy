      *> REVIEWREC.cpy - the review tail of an order the merge parked
      *> in the unusual-order review queue (ReviewOrders.dat: the
      *> order's own ORDERREC image, then this), written by
      *> 29_order_merge.cob when an order is far outside the
      *> customer's history - order value against the trailing
      *> twelve months of SalesHistory.dat, a line quantity against
      *> the most the customer ever took of that product, a product
      *> the customer has never bought, or a ship-to keyed in the
      *> last few days. 152_order_review.cob releases the order back
      *> to staging or cancels it; the record stays with the decision
      *> on it, and a released order is never queued again
       02 RvQueuedDate   PIC 9(8).
       02 RvReasons.
           03 RvValueFlag   PIC X.
               88 RvValueHigh   VALUE "Y".
           03 RvQtyFlag     PIC X.
               88 RvQtyHigh     VALUE "Y".
           03 RvNewProdFlag PIC X.
               88 RvNewProduct  VALUE "Y".
           03 RvShipToFlag  PIC X.
               88 RvNewShipTo   VALUE "Y".
      *> estimated value of the order at current prices, and the
      *> customer's average order over the trailing twelve months
       02 RvOrderValue   PIC 9(8)V99.
       02 RvAvgValue     PIC 9(8)V99.
      *> the first line (or the ship-to) that tripped the check
       02 RvDetail       PIC X(40).
       02 RvDecision     PIC X.
           88 RvPending     VALUE "P".
           88 RvReleased    VALUE "R".
           88 RvCancelled   VALUE "X".
       02 RvDecidedBy    PIC X(8).
       02 RvDecidedDate  PIC 9(8).
       02 RvDecisionNote PIC X(32).
