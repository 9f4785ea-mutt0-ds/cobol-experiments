       >>SOURCE FORMAT FREE
*> Proof of delivery: when the trucks come back, dispatch keys the
*> signed driver manifests here - for each stop whether it was
*> delivered, refused or delivered in part, who signed for it and
*> at what time, and for a refusal or a partial what came back. The
*> stop on DeliveryStops.dat (planned by 150_route_plan.cob) carries
*> it from then on, so order inquiry and the deductions screen show
*> what the customer actually signed for. A stop can be keyed again
*> to correct it; the last keying stands, with who keyed it.
IDENTIFICATION DIVISION.
PROGRAM-ID. podentry.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DeliveryStops ASSIGN TO "DeliveryStops.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DvKey
           ALTERNATE RECORD KEY IS DvOrderNum WITH DUPLICATES
           FILE STATUS IS WSDvStatus.

DATA DIVISION.
FILE SECTION.
FD DeliveryStops.
01 DeliveryStopData.
   COPY DLVSTOPREC.

WORKING-STORAGE SECTION.
01 WSDvStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSNowTime pic 9(8).
01 WSPickOrder pic 9(6).
01 WSPickDate pic 9(8).
01 WSPickTruck pic X(4).
*> la fermata piu' recente dell'ordine
01 WSFoundKey pic X(15).
01 WSStopFoundFlag pic X value "N".
       88 StopFound value "Y".
01 WSOutcome pic X.
01 WSSigner pic X(20).
01 WSPodTime pic 9(4).
01 WSPodDate pic 9(8).
01 WSNote pic X(40).
01 WSListed pic 9(5).
01 WSOpenStops pic 9(5).
01 WSStatusText pic X(9).
01 WSKeyedCount pic 9(5) value zero.

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o DeliveryStops
       if WSDvStatus not = "00"
           display "No delivery routes on file - nothing to confirm"
           stop run
       end-if
       perform until WSChoice = 9
           display " "
           display "PROOF OF DELIVERY"
           display "1 : Record a Delivery (by order)"
           display "2 : List a Route (date and truck)"
           display "3 : Stops Not Yet Confirmed for a Date"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform RecordDelivery
               when 2 perform ListRoute
               when 3 perform ListOpenStops
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close DeliveryStops
       display "Deliveries recorded this session: " WSKeyedCount
       stop run.

RecordDelivery.
       display "Order Number: " with no advancing
       accept WSPickOrder
       perform FindLatestStop
       if not StopFound
           display "Order " WSPickOrder " is on no delivery route"
       else
           perform SetStatusText
           display "Route " DvRouteDate " truck " DvTruckID " stop "
               DvStopNum "  " WSStatusText
           display "  " DvShipName " " DvAddrLine1 " " DvAddrCity
           display "  " DvCartons " carton(s), " DvWeight " lb"
           if not DvPlanned
               display "  already keyed: signed " DvSignerName " on "
                   DvPodDate " at " DvPodTime " by " DvPodBy
           end-if
           display "D delivered, R refused, T partial (blank = leave): "
               with no advancing
           accept WSOutcome
           evaluate WSOutcome
               when "D" when "d" move "D" to WSOutcome
               when "R" when "r" move "R" to WSOutcome
               when "T" when "t" move "T" to WSOutcome
               when other
                   display "Stop unchanged"
                   move spaces to WSOutcome
           end-evaluate
           if WSOutcome not = spaces
               move spaces to WSSigner
               if WSOutcome not = "R"
                   perform until WSSigner not = spaces
                       display "Signed for by: " with no advancing
                       accept WSSigner
                   end-perform
               else
                   display "Refused by (name, if given): " with no advancing
                   accept WSSigner
               end-if
               display "Time (HHMM, 0 = now): " with no advancing
               accept WSPodTime
               if WSPodTime = zero
                   accept WSNowTime from time
                   move WSNowTime(1:4) to WSPodTime
               end-if
               display "Date (YYYYMMDD, 0 = route date): " with no advancing
               accept WSPodDate
               if WSPodDate = zero
                   move DvRouteDate to WSPodDate
               end-if
               move spaces to WSNote
               if WSOutcome not = "D"
                   perform until WSNote not = spaces
                       display "What came back / why: " with no advancing
                       accept WSNote
                   end-perform
               else
                   display "Note (optional): " with no advancing
                   accept WSNote
               end-if
               move WSOutcome to DvStatusFlag
               move WSSigner to DvSignerName
               move WSPodTime to DvPodTime
               move WSPodDate to DvPodDate
               move WSNote to DvPodNote
               move OperatorID to DvPodBy
               rewrite DeliveryStopData
                   invalid key display "Stop not updated - delivery NOT"
                       " recorded"
                   not invalid key
                       add 1 to WSKeyedCount
                       perform SetStatusText
                       display "Order " DvOrderNum " " WSStatusText
               end-rewrite
           end-if
       end-if.

*> un ordine puo' essere stato su piu' giri (rifiutato e riportato):
*> vale l'ultimo
FindLatestStop.
       move "N" to WSStopFoundFlag
       move spaces to WSFoundKey
       move "N" to WSEOFFlag
       move WSPickOrder to DvOrderNum
       start DeliveryStops key is = DvOrderNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read DeliveryStops next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DvOrderNum not = WSPickOrder
                   set AtEOF to true
               else
                   if not StopFound or DvKey > WSFoundKey
                       move DvKey to WSFoundKey
                       set StopFound to true
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       if StopFound
           move WSFoundKey to DvKey
           read DeliveryStops
               invalid key move "N" to WSStopFoundFlag
           end-read
       end-if.

SetStatusText.
       evaluate true
           when DvPlanned move "On route " to WSStatusText
           when DvDelivered move "Delivered" to WSStatusText
           when DvRefused move "REFUSED  " to WSStatusText
           when DvPartial move "PARTIAL  " to WSStatusText
           when other move "?        " to WSStatusText
       end-evaluate.

ListRoute.
       display "Route date (YYYYMMDD, 0 = today): " with no advancing
       accept WSPickDate
       if WSPickDate = zero
           move WSRunDate to WSPickDate
       end-if
       display "Truck ID: " with no advancing
       accept WSPickTruck
       move zero to WSListed
       move "N" to WSEOFFlag
       move WSPickDate to DvRouteDate
       move WSPickTruck to DvTruckID
       move zero to DvStopNum
       start DeliveryStops key is not less than DvKey
           invalid key set AtEOF to true
       end-start
       display "Stp Order  Ship to              Status    Signed by"
       perform until AtEOF
           read DeliveryStops next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DvRouteDate not = WSPickDate
                       or DvTruckID not = WSPickTruck
                   set AtEOF to true
               else
                   add 1 to WSListed
                   perform SetStatusText
                   display DvStopNum " " DvOrderNum " " DvShipName " "
                       WSStatusText " " DvSignerName
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " stop(s) on the route".

*> le fermate del giorno ancora senza esito: manifest non rientrati
ListOpenStops.
       display "Route date (YYYYMMDD, 0 = today): " with no advancing
       accept WSPickDate
       if WSPickDate = zero
           move WSRunDate to WSPickDate
       end-if
       move zero to WSOpenStops
       move "N" to WSEOFFlag
       move low-values to DvKey
       move WSPickDate to DvRouteDate
       start DeliveryStops key is not less than DvKey
           invalid key set AtEOF to true
       end-start
       display "Truck Stp Order  Ship to"
       perform until AtEOF
           read DeliveryStops next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DvRouteDate not = WSPickDate
                   set AtEOF to true
               else
                   if DvPlanned
                       add 1 to WSOpenStops
                       display DvTruckID "  " DvStopNum " " DvOrderNum
                           " " DvShipName
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSOpenStops " stop(s) with no proof of delivery yet".
