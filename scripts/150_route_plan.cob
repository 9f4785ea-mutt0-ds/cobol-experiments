       >>SOURCE FORMAT FREE
*> Local delivery route planning: about a third of our orders go out
*> on our own trucks, and the routes were drawn on the whiteboard
*> every morning. Takes the orders shipped on the route date (0 =
*> business date) whose destination - ship-to if the order has one,
*> else the customer master - falls in a delivery zone on
*> DeliveryZones.dat, weighs each by ProdWeight (lines 6+ included,
*> drop-ship lines left out: the vendor delivers those), and loads
*> them zone by zone onto the in-service trucks of Trucks.dat in
*> truck-ID order, a new truck whenever the zone changes or the next
*> stop would take the truck over its capacity. Stops run in the
*> zone's driving order (DzStopSeq, then ZIP). Every stop is written
*> to DeliveryStops.dat for the proof of delivery and a driver
*> manifest is printed per truck (Routes.<date>.dat, in the report
*> catalog); stops left over when the trucks run out are listed at
*> the end for the dispatcher. A date can be planned again until
*> the first proof of delivery is keyed against it.
IDENTIFICATION DIVISION.
PROGRAM-ID. routeplan.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT ShipToAddresses ASSIGN TO "ShipToAddresses.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StKey
           FILE STATUS IS WSStStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT OrderLines ASSIGN TO "OrderLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OlKey
           FILE STATUS IS WSOlStatus.
       SELECT DeliveryZones ASSIGN TO "DeliveryZones.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DzZip
           FILE STATUS IS WSDzStatus.
       SELECT Trucks ASSIGN TO "Trucks.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TkTruckID
           FILE STATUS IS WSTkStatus.
       SELECT DeliveryStops ASSIGN TO "DeliveryStops.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DvKey
           ALTERNATE RECORD KEY IS DvOrderNum WITH DUPLICATES
           FILE STATUS IS WSDvStatus.
       SELECT RouteReport ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD ShipToAddresses.
01 ShipToData.
   COPY SHIPTOREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD OrderLines.
01 OrderLineData.
   COPY ORDLINREC.

FD DeliveryZones.
01 DeliveryZoneData.
   COPY DLVZONEREC.

FD Trucks.
01 TruckData.
   COPY TRUCKREC.

FD DeliveryStops.
01 DeliveryStopData.
   COPY DLVSTOPREC.

FD RouteReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSStStatus pic XX.
01 WSShipToOpenFlag pic X value "N".
       88 ShipToFileOpen value "Y".
01 WSOlStatus pic XX.
01 WSOlOpenFlag pic X value "N".
       88 OlFileOpen value "Y".
01 WSDzStatus pic XX.
01 WSTkStatus pic XX.
01 WSDvStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSOlEOFFlag pic X value "N".
       88 OlAtEOF value "Y".
01 WSRoutesOutFlag pic X value "N".
       88 RoutesOut value "Y".
01 WSZoneFoundFlag pic X value "N".
       88 ZoneFound value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSRouteDate pic 9(8).
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSLineQty pic 9(5).
01 WSWhseLines pic 9(2).
01 WSOrderWeight pic 9(5)V99.
01 WSCartons pic 9(4).
*> destinazione dell'ordine
01 WSDestName pic X(20).
01 WSDestAddr pic X(20).
01 WSDestCity pic X(15).
01 WSDestZip pic X(10).
*> camion in servizio, in ordine di ID
01 TruckTable.
       02 TtEntry occurs 30 times.
           03 TtTruckID pic X(4).
           03 TtDesc pic X(20).
           03 TtCapacity pic 9(5).
           03 TtZone pic X(4).
           03 TtLoad pic 9(6)V99.
           03 TtStops pic 9(3).
01 WSTtCount pic 9(2) value zero.
01 WSTtIdx pic 9(2).
01 WSCurTruck pic 9(2).
01 WSNextTruck pic 9(2).
01 WSCurZone pic X(4).
*> fermate del giorno, tenute in ordine di zona / sequenza / ZIP
01 StopTable.
       02 SpEntry occurs 300 times.
           03 SpKey.
               04 SpZone pic X(4).
               04 SpSeq pic 9(3).
               04 SpZip pic X(5).
               04 SpOrderNum pic 9(6).
           03 SpCustIDNum pic 9(5).
           03 SpShipName pic X(20).
           03 SpAddrLine1 pic X(20).
           03 SpAddrCity pic X(15).
           03 SpAddrZip pic X(10).
           03 SpWeight pic 9(5)V99.
           03 SpTruckIdx pic 9(2).
           03 SpStopNum pic 9(3).
01 WSSpCount pic 9(3) value zero.
01 WSSpIdx pic 9(3).
01 WSSpInsAt pic 9(3).
01 WSNewKey.
       02 WSNewZone pic X(4).
       02 WSNewSeq pic 9(3).
       02 WSNewZip pic X(5).
       02 WSNewOrder pic 9(6).
*> contatori
01 WSOrdersShipped pic 9(5) value zero.
01 WSCarrierOrders pic 9(5) value zero.
01 WSStopsPlanned pic 9(5) value zero.
01 WSUnloaded pic 9(5) value zero.
01 WSOverflow pic 9(5) value zero.
01 WSOverCapacity pic 9(5) value zero.
01 WSRemoved pic 9(5) value zero.
01 WSTrucksUsed pic 9(2) value zero.
01 WSTruckWeight pic 9(6)V99.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 ManifestHeading.
       02 filler pic X(17) value "DRIVER MANIFEST  ".
       02 PrnRouteDate pic 9999/99/99.
       02 filler pic X(8) value "  TRUCK ".
       02 PrnTruckID pic X(4).
       02 filler pic X value space.
       02 PrnTruckDesc pic X(20).
       02 filler pic X(7) value "  ZONE ".
       02 PrnZone pic X(4).
       02 filler pic X(6) value "  CAP ".
       02 PrnCapacity pic ZZZZ9.
01 Heads.
       02 filler pic X(32) value
           "Stp Order  Ship to              ".
       02 filler pic X(58) value
           "Address              City            ZIP   Ctns    Weight".
01 StopLine.
       02 PrnStopNum pic ZZ9.
       02 filler pic X value space.
       02 PrnOrderNum pic 9(6).
       02 filler pic X value space.
       02 PrnShipName pic X(20).
       02 filler pic X value space.
       02 PrnAddrLine1 pic X(20).
       02 filler pic X value space.
       02 PrnAddrCity pic X(15).
       02 filler pic X value space.
       02 PrnZip pic X(5).
       02 filler pic X value space.
       02 PrnCartons pic ZZZ9.
       02 filler pic X value space.
       02 PrnWeight pic ZZ,ZZ9.99.
01 PodLine.
       02 filler pic X(47) value
           "           Received by ______________________  ".
       02 filler pic X(43) value
           "Time ______   Delivered / Refused / Partial".
01 TruckTotalLine.
       02 filler pic X(11) value "Stops: ".
       02 PrnTruckStops pic ZZ9.
       02 filler pic X(20) value "   Total weight: ".
       02 PrnTruckWeight pic ZZZ,ZZ9.99.
       02 filler pic X(3) value " lb".
       02 PrnOverCap pic X(20).
01 SignatureLine pic X(60) value
       "DRIVER SIGNATURE: ______________________  DATE: ________".
01 UnloadedHeading pic X(60) value
       "LOCAL STOPS NOT LOADED - NO TRUCK LEFT (dispatcher)".
01 NothingLine pic X(60) value
       "No local deliveries shipped on the route date".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "routeplan".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "routeplan".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Route date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSRouteDate
       if WSRouteDate = zero
           move WSRunDate to WSRouteDate
       end-if
       open input DeliveryZones
       if WSDzStatus not = "00"
           display "No delivery zones on file - set them up in"
               " deliveryzones first"
           move 8 to RETURN-CODE
           stop run
       end-if
       open input Trucks
       if WSTkStatus not = "00"
           display "No trucks on file - set them up in deliveryzones"
               " first"
           close DeliveryZones
           move 8 to RETURN-CODE
           stop run
       end-if
       perform LoadTrucks
       close Trucks
       open i-o DeliveryStops
       if WSDvStatus = "35"
           open output DeliveryStops
           close DeliveryStops
           open i-o DeliveryStops
       end-if
       perform ClearPlannedStops
       if RoutesOut
           display "Proof of delivery already keyed for " WSRouteDate
               " - the routes are out, not replanned"
           close DeliveryZones, DeliveryStops
           move 8 to RETURN-CODE
           stop run
       end-if
       open input OrdersFile, CustomerFile, ProductFile
       open input ShipToAddresses
       if WSStStatus = "00"
           set ShipToFileOpen to true
       end-if
       open input OrderLines
       if WSOlStatus = "00"
           set OlFileOpen to true
       end-if
       move "N" to WSEOFFlag
       move zero to OrderNum
       start OrdersFile key is not less than OrderNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read OrdersFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if (OrderShipped or OrderInvoiced)
                       and OrderShipDate = WSRouteDate
                   add 1 to WSOrdersShipped
                   perform ConsiderOneOrder
               end-if
           end-if
       end-perform
       perform AssignTrucks
       perform WriteStops
       move spaces to WSRptFileName
       string "Routes." delimited by size
           WSRouteDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output RouteReport
       move spaces to WSRcParams
       move WSRouteDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintManifests
       close OrdersFile, CustomerFile, ProductFile, DeliveryZones
       close DeliveryStops, RouteReport
       if ShipToFileOpen
           close ShipToAddresses
       end-if
       if OlFileOpen
           close OrderLines
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Orders shipped " WSRouteDate ": " WSOrdersShipped
           "  by carrier: " WSCarrierOrders
       display "Local stops planned: " WSStopsPlanned " on "
           WSTrucksUsed " truck(s)"
       if WSRemoved > zero
           display "Earlier plan for the date replaced (" WSRemoved
               " stop(s))"
       end-if
       if WSUnloaded > zero
           display "NOT LOADED - no truck left: " WSUnloaded " stop(s)"
       end-if
       if WSOverCapacity > zero
           display "Notice: " WSOverCapacity " stop(s) heavier than"
               " the truck on their own - loaded alone"
       end-if
       if WSOverflow > zero
           display "Notice: stop table full - " WSOverflow
               " order(s) left off the routes"
       end-if
       display "Written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSUnloaded > zero or WSOverflow > zero
               or WSStopsPlanned = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSOrdersShipped to WSRhRead
       move WSStopsPlanned to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

LoadTrucks.
       move "N" to WSEOFFlag
       move low-values to TkTruckID
       start Trucks key is not less than TkTruckID
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read Trucks next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if TkActive and TkCapacity > zero and WSTtCount < 30
                   add 1 to WSTtCount
                   move TkTruckID to TtTruckID(WSTtCount)
                   move TkDesc to TtDesc(WSTtCount)
                   move TkCapacity to TtCapacity(WSTtCount)
                   move spaces to TtZone(WSTtCount)
                   move zero to TtLoad(WSTtCount)
                   move zero to TtStops(WSTtCount)
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> un nuovo giro sulla stessa data sostituisce il piano, finche'
*> nessuna consegna e' stata registrata
ClearPlannedStops.
       move "N" to WSEOFFlag
       move low-values to DvKey
       move WSRouteDate to DvRouteDate
       start DeliveryStops key is not less than DvKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF or RoutesOut
           read DeliveryStops next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DvRouteDate not = WSRouteDate
                   set AtEOF to true
               else
                   if not DvPlanned
                       set RoutesOut to true
                   end-if
               end-if
           end-if
       end-perform
       if RoutesOut
           move "N" to WSEOFFlag
       else
           move "N" to WSEOFFlag
           move low-values to DvKey
           move WSRouteDate to DvRouteDate
           start DeliveryStops key is not less than DvKey
               invalid key set AtEOF to true
           end-start
           perform until AtEOF
               read DeliveryStops next record
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if DvRouteDate not = WSRouteDate
                       set AtEOF to true
                   else
                       delete DeliveryStops record
                           invalid key continue
                           not invalid key add 1 to WSRemoved
                       end-delete
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
       end-if.

*> destinazione in una zona = consegna nostra, altrimenti corriere
ConsiderOneOrder.
       perform ResolveDestination
       move "N" to WSZoneFoundFlag
       move WSDestZip(1:5) to DzZip
       read DeliveryZones
           invalid key continue
           not invalid key set ZoneFound to true
       end-read
       if not ZoneFound
           move spaces to DzZip
           move WSDestZip(1:3) to DzZip(1:3)
           read DeliveryZones
               invalid key continue
               not invalid key set ZoneFound to true
           end-read
       end-if
       if not ZoneFound
           add 1 to WSCarrierOrders
       else
           perform WeighOrder
           *> tutto drop-ship: lo consegna il fornitore
           if WSWhseLines = zero
               add 1 to WSCarrierOrders
           else
               move DzZone to WSNewZone
               move DzStopSeq to WSNewSeq
               move WSDestZip(1:5) to WSNewZip
               move OrderNum to WSNewOrder
               perform InsertStop
           end-if
       end-if.

*> ship-to dell'ordine se presente, altrimenti il master
ResolveDestination.
       move spaces to WSDestName WSDestAddr WSDestCity WSDestZip
       move OrderCustIDNum to IDNum
       read CustomerFile
           invalid key continue
           not invalid key
               move LastName to WSDestName
               move AddrLine1 to WSDestAddr
               move AddrCity to WSDestCity
               move AddrZip to WSDestZip
       end-read
       if OrderShipToCode not = spaces and ShipToFileOpen
           move OrderCustIDNum to StCustIDNum
           move OrderShipToCode to StShipToCode
           read ShipToAddresses
               invalid key continue
               not invalid key
                   move StShipToName to WSDestName
                   move StAddrLine1 to WSDestAddr
                   move StAddrCity to WSDestCity
                   move StAddrZip to WSDestZip
           end-read
       end-if.

*> peso per ProdWeight di quello che parte dal nostro magazzino:
*> righe base non drop-ship e righe 6+
WeighOrder.
       move zero to WSOrderWeight WSWhseLines
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           if not OrderLineDropShip(WSLineIdx)
               add 1 to WSWhseLines
               move zero to WSLineQty
               perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
                   add OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                       to WSLineQty
               end-perform
               move OrderProdCode(WSLineIdx) to ProdCode
               read ProductFile
                   invalid key continue
                   not invalid key
                       compute WSOrderWeight = WSOrderWeight
                           + (WSLineQty * ProdWeight)
               end-read
           end-if
       end-perform
       if OrderLineCount > 5 and OlFileOpen
           perform WeighOverflowLines
       end-if.

WeighOverflowLines.
       move "N" to WSOlEOFFlag
       move OrderNum to OlOrderNum
       move zero to OlLineNum
       start OrderLines key is not less than OlKey
           invalid key set OlAtEOF to true
       end-start
       perform until OlAtEOF
           read OrderLines next record
               at end set OlAtEOF to true
           end-read
           if not OlAtEOF
               if OlOrderNum not = OrderNum
                   set OlAtEOF to true
               else
                   add 1 to WSWhseLines
                   move zero to WSLineQty
                   perform varying WSSizeIdx from 1 by 1
                           until WSSizeIdx > 3
                       add OlSizeQuantity(WSSizeIdx) to WSLineQty
                   end-perform
                   move OlProdCode to ProdCode
                   read ProductFile
                       invalid key continue
                       not invalid key
                           compute WSOrderWeight = WSOrderWeight
                               + (WSLineQty * ProdWeight)
                   end-read
               end-if
           end-if
       end-perform
       move "N" to WSOlEOFFlag.

*> tabella ordinata per zona / sequenza / ZIP / ordine, inserimento
*> al suo posto come FindOrInsertEntry in 144_ppv_report
InsertStop.
       if WSSpCount not < 300
           add 1 to WSOverflow
       else
           move zero to WSSpInsAt
           perform varying WSSpIdx from 1 by 1
                   until WSSpIdx > WSSpCount or WSSpInsAt > zero
               if SpKey(WSSpIdx) > WSNewKey
                   move WSSpIdx to WSSpInsAt
               end-if
           end-perform
           if WSSpInsAt = zero
               compute WSSpInsAt = WSSpCount + 1
           else
               perform varying WSSpIdx from WSSpCount by -1
                       until WSSpIdx < WSSpInsAt
                   move SpEntry(WSSpIdx) to SpEntry(WSSpIdx + 1)
               end-perform
           end-if
           add 1 to WSSpCount
           move WSNewKey to SpKey(WSSpInsAt)
           move OrderCustIDNum to SpCustIDNum(WSSpInsAt)
           move WSDestName to SpShipName(WSSpInsAt)
           move WSDestAddr to SpAddrLine1(WSSpInsAt)
           move WSDestCity to SpAddrCity(WSSpInsAt)
           move WSDestZip to SpAddrZip(WSSpInsAt)
           move WSOrderWeight to SpWeight(WSSpInsAt)
           move zero to SpTruckIdx(WSSpInsAt)
           move zero to SpStopNum(WSSpInsAt)
       end-if.

*> zona per zona sui camion in ordine: camion nuovo al cambio zona o
*> quando la fermata lo porterebbe oltre la portata; una fermata
*> piu' pesante del camion vuoto ci va da sola
AssignTrucks.
       move zero to WSCurTruck WSNextTruck
       move spaces to WSCurZone
       perform varying WSSpIdx from 1 by 1 until WSSpIdx > WSSpCount
           if WSCurTruck = zero
               perform TakeNextTruck
           else
               if SpZone(WSSpIdx) not = WSCurZone
                   perform TakeNextTruck
               else
                   if TtLoad(WSCurTruck) + SpWeight(WSSpIdx)
                           > TtCapacity(WSCurTruck)
                       perform TakeNextTruck
                   end-if
               end-if
           end-if
           if WSCurTruck = zero
               add 1 to WSUnloaded
           else
               if TtStops(WSCurTruck) = zero
                   add 1 to WSTrucksUsed
                   move SpZone(WSSpIdx) to TtZone(WSCurTruck)
                   if SpWeight(WSSpIdx) > TtCapacity(WSCurTruck)
                       add 1 to WSOverCapacity
                   end-if
               end-if
               add SpWeight(WSSpIdx) to TtLoad(WSCurTruck)
               add 1 to TtStops(WSCurTruck)
               move WSCurTruck to SpTruckIdx(WSSpIdx)
               move TtStops(WSCurTruck) to SpStopNum(WSSpIdx)
           end-if
       end-perform.

TakeNextTruck.
       move SpZone(WSSpIdx) to WSCurZone
       if WSNextTruck < WSTtCount
           add 1 to WSNextTruck
           move WSNextTruck to WSCurTruck
       else
           move zero to WSCurTruck
       end-if.

WriteStops.
       perform varying WSSpIdx from 1 by 1 until WSSpIdx > WSSpCount
           if SpTruckIdx(WSSpIdx) > zero
               initialize DeliveryStopData
               move WSRouteDate to DvRouteDate
               move TtTruckID(SpTruckIdx(WSSpIdx)) to DvTruckID
               move SpStopNum(WSSpIdx) to DvStopNum
               move SpOrderNum(WSSpIdx) to DvOrderNum
               move SpCustIDNum(WSSpIdx) to DvCustIDNum
               move SpZone(WSSpIdx) to DvZone
               move SpShipName(WSSpIdx) to DvShipName
               move SpAddrLine1(WSSpIdx) to DvAddrLine1
               move SpAddrCity(WSSpIdx) to DvAddrCity
               move SpAddrZip(WSSpIdx) to DvAddrZip
               move SpWeight(WSSpIdx) to DvWeight
               compute DvCartons = (SpWeight(WSSpIdx) / 50) + 1
               set DvPlanned to true
               move zero to DvPodDate DvPodTime
               write DeliveryStopData
                   invalid key
                       display "Stop " DvTruckID "/" DvStopNum
                           " for order " DvOrderNum " not written"
                   not invalid key add 1 to WSStopsPlanned
               end-write
           end-if
       end-perform.

*> una pagina per camion: le sue fermate in ordine, con lo spazio
*> per la firma di chi riceve, e in fondo quelle rimaste a terra
PrintManifests.
       if WSSpCount = zero
           move "1" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       else
           perform varying WSTtIdx from 1 by 1 until WSTtIdx > WSTtCount
               if TtStops(WSTtIdx) > zero
                   perform PrintOneTruck
               end-if
           end-perform
           if WSUnloaded > zero
               move "1" to AsaControl
               move UnloadedHeading to PrintBody
               write PrintLine
               move "0" to AsaControl
               move Heads to PrintBody
               write PrintLine
               move 3 to LineCount
               perform varying WSSpIdx from 1 by 1 until WSSpIdx > WSSpCount
                   if SpTruckIdx(WSSpIdx) = zero
                       perform PrintOneStop
                   end-if
               end-perform
           end-if
       end-if.

PrintOneTruck.
       perform PrintTruckHeading
       move zero to WSTruckWeight
       perform varying WSSpIdx from 1 by 1 until WSSpIdx > WSSpCount
           if SpTruckIdx(WSSpIdx) = WSTtIdx
               if NewPageRequired
                   perform PrintTruckHeading
               end-if
               perform PrintOneStop
               move " " to AsaControl
               move PodLine to PrintBody
               write PrintLine
               add 1 to LineCount
               add SpWeight(WSSpIdx) to WSTruckWeight
           end-if
       end-perform
       move TtStops(WSTtIdx) to PrnTruckStops
       move WSTruckWeight to PrnTruckWeight
       move spaces to PrnOverCap
       if WSTruckWeight > TtCapacity(WSTtIdx)
           move "  ** OVER CAPACITY" to PrnOverCap
       end-if
       move "-" to AsaControl
       move TruckTotalLine to PrintBody
       write PrintLine
       move "0" to AsaControl
       move SignatureLine to PrintBody
       write PrintLine.

PrintTruckHeading.
       move WSRouteDate to PrnRouteDate
       move TtTruckID(WSTtIdx) to PrnTruckID
       move TtDesc(WSTtIdx) to PrnTruckDesc
       move TtZone(WSTtIdx) to PrnZone
       move TtCapacity(WSTtIdx) to PrnCapacity
       move "1" to AsaControl
       move ManifestHeading to PrintBody
       write PrintLine
       move "0" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

PrintOneStop.
       move SpStopNum(WSSpIdx) to PrnStopNum
       move SpOrderNum(WSSpIdx) to PrnOrderNum
       move SpShipName(WSSpIdx) to PrnShipName
       move SpAddrLine1(WSSpIdx) to PrnAddrLine1
       move SpAddrCity(WSSpIdx) to PrnAddrCity
       move SpAddrZip(WSSpIdx)(1:5) to PrnZip
       compute WSCartons = (SpWeight(WSSpIdx) / 50) + 1
       move WSCartons to PrnCartons
       move SpWeight(WSSpIdx) to PrnWeight
       move " " to AsaControl
       move StopLine to PrintBody
       write PrintLine
       add 1 to LineCount.
