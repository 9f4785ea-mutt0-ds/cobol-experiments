      *> when the lot arrived; "oldest first" draws on this, not on
      *> the lot number the vendor happened to print
       02 LbReceiptDate PIC 9(8).
      *> use-by date keyed at goods receipt for products with a shelf
      *> life (ProdShelfLifeDays); zero = the lot does not expire. The
      *> merge allocates earliest expiry first, ahead of receipt date
       02 LbExpiryDate  PIC 9(8) VALUE ZERO.
