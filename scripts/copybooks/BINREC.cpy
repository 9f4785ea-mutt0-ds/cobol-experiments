      *> BINREC.cpy - one bin/shelf location on the bin master
      *> (BinMaster.dat), keyed warehouse + bin, same aisle-bay-shelf
      *> codes as StkBinLocation. Kept from 72_stock_location.cob; goods
      *> receipt directs a product with no bin yet at that warehouse to
      *> an empty active bin big enough for the delivery and claims it,
      *> and the put-away confirmation in 145_putaway.cob records which
      *> product really went in
       02 BinKey.
           03 BinWhseCode    PIC XX.
           03 BinLocation    PIC X(6).
      *> how many units the bin holds, as measured by the warehouse
       02 BinCapacity       PIC 9(5).
      *> the product the bin is given to; spaces = empty, free to be
      *> suggested at goods receipt
       02 BinProdCode       PIC X(8).
       02 BinStatusFlag     PIC X VALUE "A".
           88 BinActive      VALUE "A".
           88 BinInactive    VALUE "I".
