      *> DLVZONEREC.cpy - one ZIP (or 3-digit ZIP prefix, left
      *> justified) served by our own trucks (DeliveryZones.dat),
      *> maintained by 149_delivery_zones.cob. A shipment whose
      *> destination ZIP is here - the full ZIP first, then its
      *> prefix - is a local delivery in that zone; anything else
      *> goes by carrier. The stop sequence is the order the driver
      *> reaches this ZIP within the zone, so the route planner can
      *> put the stops in driving order
       02 DzZip         PIC X(5).
       02 DzZone        PIC X(4).
       02 DzStopSeq     PIC 9(3).
       02 DzDesc        PIC X(20).
