      *> DLVSTOPREC.cpy - one stop on a local delivery route
      *> (DeliveryStops.dat), keyed by the route itself (date,
      *> truck, stop number) with the order as an alternate key.
      *> Written by 150_route_plan.cob when it loads the day's local
      *> shipments onto the trucks; the proof of delivery is keyed
      *> against the stop by 151_pod_entry.cob and shown by order
      *> inquiry and by the deductions screen, so a shortage or
      *> damage claim can be held against what the customer signed
       02 DvKey.
           03 DvRouteDate   PIC 9(8).
           03 DvTruckID     PIC X(4).
           03 DvStopNum     PIC 9(3).
       02 DvOrderNum    PIC 9(6).
       02 DvCustIDNum   PIC 9(5).
       02 DvZone        PIC X(4).
       02 DvShipName    PIC X(20).
       02 DvAddrLine1   PIC X(20).
       02 DvAddrCity    PIC X(15).
       02 DvAddrZip     PIC X(10).
       02 DvWeight      PIC 9(5)V99.
       02 DvCartons     PIC 9(4).
      *> P planned (on the manifest, not back yet), D delivered, R
      *> refused, T partial - part of it delivered, the note says
      *> what came back
       02 DvStatusFlag  PIC X.
           88 DvPlanned    VALUE "P".
           88 DvDelivered  VALUE "D".
           88 DvRefused    VALUE "R".
           88 DvPartial    VALUE "T".
       02 DvSignerName  PIC X(20).
       02 DvPodDate     PIC 9(8).
       02 DvPodTime     PIC 9(4).
       02 DvPodNote     PIC X(40).
       02 DvPodBy       PIC X(8).
