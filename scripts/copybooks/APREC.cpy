       02 ApStatusFlag   PIC X VALUE "O".
           88 ApOpen VALUE "O".
           88 ApPaid VALUE "P".
      *> AP's hold on an open item: a held item stays open (and on
      *> the aging) but 113_ap_payment_run.cob will not select it
      *> until it is released again
       02 ApHoldFlag     PIC X VALUE "N".
           88 ApOnHold   VALUE "H".
           88 ApReleased VALUE "N" " ".
      *> stamped by the payment run when the item goes out on a
      *> check: which check, what day, and the early-pay discount
      *> taken under the vendor's terms (zero when paid net)
       02 ApPaidDate     PIC 9(8) VALUE ZERO.
       02 ApCheckNum     PIC 9(6) VALUE ZERO.
       02 ApDiscTaken    PIC 9(6)V99 VALUE ZERO.
      *> one-time payee: a customer refund approved in
      *> 134_cust_refund.cob, filed under the reserved refund vendor
      *> number 99999 with the refund number as the invoice reference.
      *> The payment run cuts it a check of its own, payable to the
      *> name and address carried here instead of the vendor master's
       02 ApPayeeFlag    PIC X VALUE "N".
           88 ApOneTimePayee VALUE "Y".
           88 ApVendorPayee  VALUE "N" " ".
       02 ApPayeeName    PIC X(31).
       02 ApPayeeAddr    PIC X(20).
       02 ApPayeeCity    PIC X(15).
       02 ApPayeeState   PIC XX.
       02 ApPayeeZip     PIC X(10).
      *> a debit memo is money the VENDOR owes US - stock sent back
      *> through 138_vendor_return.cob, filed under the vendor with
      *> "DM" + the return number as the reference and ApAmount the
      *> credit. It is never paid: the payment run nets it against
      *> that vendor's next check, recording here how much of it has
      *> been taken so far, and marks it paid once all of it is used
       02 ApDocType      PIC X VALUE "I".
           88 ApVendorBill  VALUE "I" " ".
           88 ApDebitMemo   VALUE "D".
       02 ApDmApplied    PIC 9(8)V99 VALUE ZERO.
