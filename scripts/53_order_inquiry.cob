*> customer by LastName first, via customers.txt's own alternate
*> key), and the screen lists that customer's orders - number, date,
*> line count, value priced from products.txt, lifecycle status -
*> with a running total. Built for the phone clerks. Orders that
*> went out on our own trucks show the proof of delivery too.
IDENTIFICATION DIVISION.
PROGRAM-ID. orderinquiry.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OlKey
           FILE STATUS IS WSOlStatus.
       *> consegne locali: cosa ha firmato il cliente
       SELECT DeliveryStops ASSIGN TO "DeliveryStops.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DvKey
           ALTERNATE RECORD KEY IS DvOrderNum WITH DUPLICATES
           FILE STATUS IS WSDvStatus.

DATA DIVISION.
FILE SECTION.
01 OrderLineData.
   COPY ORDLINREC.

FD DeliveryStops.
01 DeliveryStopData.
   COPY DLVSTOPREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSMode pic 9.
       88 OlFileOpen value "Y".
01 WSOlEOFFlag pic X value "N".
       88 OlAtEOF value "Y".
01 WSDvStatus pic XX.
01 WSDvOpenFlag pic X value "N".
       88 DvFileOpen value "Y".
01 WSDvEOFFlag pic X value "N".
       88 DvAtEOF value "Y".
01 CustExist pic X.
01 WSProdFound pic X value "N".
       88 ProdFound value "Y".
       if WSOlStatus = "00"
           set OlFileOpen to true
       end-if
       open input DeliveryStops
       if WSDvStatus = "00"
           set DvFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "ORDER INQUIRY"
       if OlFileOpen
           close OrderLines
       end-if
       if DvFileOpen
           close DeliveryStops
       end-if
       stop run.

*> trova il cliente per IDNum o per cognome (chiave alternata, come
               function trim(OrderTrackingNum)
               " - carrier accepted " OrderCarrierDate
       end-if
       if DvFileOpen
           perform ShowDeliveries
       end-if
       add WSOrderValue to WSRunningTotal
       add 1 to WSOrdersListed.

*> ogni giro di consegna dell'ordine con il suo esito
ShowDeliveries.
       move "N" to WSDvEOFFlag
       move OrderNum to DvOrderNum
       start DeliveryStops key is = DvOrderNum
           invalid key set DvAtEOF to true
       end-start
       perform until DvAtEOF
           read DeliveryStops next record
               at end set DvAtEOF to true
           end-read
           if not DvAtEOF
               if DvOrderNum not = OrderNum
                   set DvAtEOF to true
               else
                   evaluate true
                       when DvPlanned
                           display "   on delivery route " DvRouteDate
                               " truck " DvTruckID " - not confirmed"
                       when DvDelivered
                           display "   delivered " DvPodDate " "
                               DvPodTime " signed "
                               function trim(DvSignerName)
                       when DvRefused
                           display "   REFUSED " DvPodDate " "
                               DvPodTime " - " function trim(DvPodNote)
                       when DvPartial
                           display "   PARTIAL delivery " DvPodDate " "
                               DvPodTime " signed "
                               function trim(DvSignerName)
                               " - " function trim(DvPodNote)
                   end-evaluate
               end-if
           end-if
       end-perform
       move "N" to WSDvEOFFlag.

*> valore dell'ordine ai prezzi correnti, come SumOrderLines in
*> 28_commission_calc.cob
PriceOneOrder.
