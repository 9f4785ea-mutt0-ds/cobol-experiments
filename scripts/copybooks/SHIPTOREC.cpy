       02 StAddrCity   PIC X(15).
       02 StAddrState  PIC XX.
       02 StAddrZip    PIC X(10).
      *> date the address was keyed (added, or replaced with a new
      *> address) by 97_ship_to.cob; the merge sends an order bound
      *> for a ship-to this recent to the unusual-order review queue.
      *> Zero on addresses from before the field
       02 StAddedDate  PIC 9(8).
