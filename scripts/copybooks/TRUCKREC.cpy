      *> TRUCKREC.cpy - one delivery truck (Trucks.dat), maintained
      *> by 149_delivery_zones.cob: what it can carry by weight (the
      *> route planner loads it by ProdWeight) and whether it is in
      *> service. Routes are given trucks in truck-ID order
       02 TkTruckID     PIC X(4).
       02 TkDesc        PIC X(20).
       02 TkCapacity    PIC 9(5).
       02 TkStatusFlag  PIC X.
           88 TkActive   VALUE "A".
           88 TkInactive VALUE "I".
