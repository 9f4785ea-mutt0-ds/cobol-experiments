       >>SOURCE FORMAT FREE
*> Drop-ship confirmation: order lines flagged drop-ship at order entry
*> are bought by the merge on a drop-ship PO to the product's vendor,
*> who ships straight to the customer's ship-to address on the PO.
*> Nothing comes through our dock, so goods receipt refuses these
*> POs; instead, when the vendor confirms the shipment, purchasing
*> keys it here. The shipped quantity becomes the PO's received
*> quantity (the vendor's bill then three-way matches against it in
*> 88_vendor_invoice.cob as usual), and every order line whose PO line
*> is now shipped complete gets its ship date and becomes invoiceable.
*> An order made only of drop-ship lines goes Shipped here, with the
*> vendor's tracking reference (and an advance ship notice, for a
*> customer on EDI); a mixed order still waits for the warehouse to
*> ship its stock lines. No stock moves at any point.
IDENTIFICATION DIVISION.
PROGRAM-ID. dropship.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

WORKING-STORAGE SECTION.
01 WSPoStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRunDate pic 9(8).
01 WSShipDate pic 9(8).
01 WSTrackingRef pic X(15).
01 WSComplete pic X.
01 WSPoLineIdx pic 9(2).
01 WSLineIdx pic 9(2).
01 WSStillDue pic 9(5).
01 WSShippedQty pic 9(5).
01 WSShippedUnits pic 9(7).
*> righe PO spedite complete in QUESTA conferma: solo queste
*> rilasciano la riga ordine corrispondente
01 PoLineDoneTable.
       02 WSPoLineDone occurs 10 times pic X.
01 WSOrderLineFound pic 9(2).
01 WSDsOpenLines pic 9(2).
01 WSWhseLines pic 9(2).
01 WSReleased pic 9(2).
01 WSListed pic 9(5).
01 WSConfirmedCount pic 9(5) value zero.
01 WSAsnPurpose pic X.
01 WSAsnResult pic X.

PROCEDURE DIVISION.
StartPara.
       accept WSRunDate from date yyyymmdd
       open i-o PurchaseOrders
       if WSPoStatus not = "00"
           display "No purchase-order file - nothing to confirm"
           stop run
       end-if
       open i-o OrdersFile
       perform until WSChoice = 9
           display " "
           display "DROP-SHIP CONFIRMATION"
           display "1 : Confirm a Vendor Shipment"
           display "2 : List Unconfirmed Drop-Ship POs"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ConfirmVendorShipment
               when 2 perform ListOpenDropShips
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close PurchaseOrders, OrdersFile
       display "Vendor shipments confirmed: " WSConfirmedCount
       stop run.

ConfirmVendorShipment.
       display "Drop-ship PO Number: " with no advancing
       accept PoNum
       read PurchaseOrders
           invalid key
               display "PO not on file"
           not invalid key
               perform CheckDropShipPo
       end-read.

CheckDropShipPo.
       evaluate true
           when not PoDropShip
               display "Not a drop-ship PO - receive it on goods"
                   " receipt"
           when PoCancelled
               display "PO is cancelled"
           when PoReceived
               display "Already confirmed shipped complete on "
                   PoDsShipDate
           when other
               perform TakeVendorShipment
       end-evaluate.

TakeVendorShipment.
       display "PO " PoNum " vendor " PoVendNum " for order "
           PoDsOrderNum
       display "  ship to " PoDsShipName
       display "          " PoDsAddrLine1
       display "          " PoDsAddrCity " " PoDsAddrState " "
           PoDsAddrZip
       perform AcceptShipmentDetail
       move zero to WSShippedUnits
       move spaces to PoLineDoneTable
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount
           perform ConfirmOnePoLine
       end-perform
       if WSShippedUnits = zero
           display "Nothing shipped - PO unchanged"
       else
           perform SaveVendorShipment
       end-if.

AcceptShipmentDetail.
       display "Ship date (YYYYMMDD, 0 = today): " with no advancing
       accept WSShipDate
       if WSShipDate = zero
           move WSRunDate to WSShipDate
       end-if
       display "Vendor's tracking reference: " with no advancing
       accept WSTrackingRef
       display "Shipped complete, every line (Y/N)? "
           with no advancing
       accept WSComplete
       if WSComplete = "y"
           move "Y" to WSComplete
       end-if.

SaveVendorShipment.
       set PoReceived to true
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount
           if PoQtyReceived(WSPoLineIdx) < PoQtyOrdered(WSPoLineIdx)
               set PoPartial to true
           end-if
       end-perform
       move WSShipDate to PoDsShipDate
       if WSTrackingRef not = spaces
           move WSTrackingRef to PoDsTrackingRef
       end-if
       rewrite PurchaseOrderData
           invalid key
               display "PO not updated - shipment NOT recorded"
           not invalid key
               add 1 to WSConfirmedCount
               display WSShippedUnits
                   " unit(s) confirmed shipped on PO " PoNum
               perform ReleaseOrderLines
       end-rewrite.

*> quanto della riga e' partito: tutto il dovuto se il fornitore ha
*> spedito completo, altrimenti quello che dichiara (mai oltre il
*> dovuto - l'eccedenza non si paga e non si fattura)
ConfirmOnePoLine.
       compute WSStillDue = PoQtyOrdered(WSPoLineIdx)
           - PoQtyReceived(WSPoLineIdx)
       if WSStillDue not = zero
           if WSComplete = "Y"
               move WSStillDue to WSShippedQty
           else
               display "  line " WSPoLineIdx ": " PoProdCode(WSPoLineIdx)
                   " due " WSStillDue " - quantity shipped: "
                   with no advancing
               accept WSShippedQty
               if WSShippedQty > WSStillDue
                   display "  More than due - taking " WSStillDue
                   move WSStillDue to WSShippedQty
               end-if
           end-if
           add WSShippedQty to PoQtyReceived(WSPoLineIdx)
           add WSShippedQty to WSShippedUnits
           if PoQtyReceived(WSPoLineIdx) >= PoQtyOrdered(WSPoLineIdx)
               move "Y" to WSPoLineDone(WSPoLineIdx)
           end-if
       end-if.

*> ogni riga PO spedita completa rilascia la prima riga ordine
*> drop-ship dello stesso prodotto su questo PO ancora senza data;
*> tutto l'ordine spedito dal fornitore (nessuna riga di magazzino)
*> va Shipped qui, con il tracking del fornitore
ReleaseOrderLines.
       move PoDsOrderNum to OrderNum
       read OrdersFile
           invalid key
               display "Order " PoDsOrderNum " not on file - order"
                   " lines not released"
           not invalid key
               perform ReleaseDropShipLines
       end-read.

ReleaseDropShipLines.
       if OrderCancelled
           display "NOTE: order " OrderNum " was cancelled - tell"
               " purchasing, the vendor has shipped"
       end-if
       move zero to WSReleased
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount
           if WSPoLineDone(WSPoLineIdx) = "Y"
               perform ReleaseOneOrderLine
           end-if
       end-perform
       move zero to WSDsOpenLines WSWhseLines
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           perform CountOpenOrderLine
       end-perform
       if OrderLineCount > 5
           compute WSWhseLines = WSWhseLines + OrderLineCount - 5
       end-if
       if WSDsOpenLines = zero and WSWhseLines = zero
               and OrderMerged
           set OrderShipped to true
           move WSShipDate to OrderShipDate
           move PoDsTrackingRef to OrderTrackingNum
       end-if
       rewrite OrderData
           invalid key
               display "Order " OrderNum " not updated - lines NOT"
                   " released for invoicing"
           not invalid key
               perform ShowOrderRelease
       end-rewrite.

CountOpenOrderLine.
       if OrderLineDropShip(WSLineIdx)
           if OrderDsShipDate(WSLineIdx) not numeric
                   or OrderDsShipDate(WSLineIdx) = zero
               add 1 to WSDsOpenLines
           end-if
       else
           add 1 to WSWhseLines
       end-if.

ShowOrderRelease.
       display "  " WSReleased
           " order line(s) released for invoicing"
       evaluate true
           when WSDsOpenLines > zero
               display "  order " OrderNum " still has " WSDsOpenLines
                   " drop-ship line(s) awaiting the vendor"
           when OrderShipped
               display "  order " OrderNum " is shipped - ready to"
                   " invoice"
               perform SendOrderAsn
           when other
               display "  order " OrderNum " invoices once the"
                   " warehouse ships its stock lines"
       end-evaluate.

SendOrderAsn.
       move "O" to WSAsnPurpose
       call "EDIASN" using OrderData, WSAsnPurpose, WSAsnResult
       if WSAsnResult = "S"
           display "  advance ship notice sent to the customer"
               " (EDI)"
       end-if.

ReleaseOneOrderLine.
       move zero to WSOrderLineFound
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
               or WSOrderLineFound > zero
           if OrderLineDropShip(WSLineIdx)
                   and OrderDsPoNum(WSLineIdx) = PoNum
                   and OrderProdCode(WSLineIdx) = PoProdCode(WSPoLineIdx)
               if OrderDsShipDate(WSLineIdx) not numeric
                       or OrderDsShipDate(WSLineIdx) = zero
                   move WSLineIdx to WSOrderLineFound
               end-if
           end-if
       end-perform
       if WSOrderLineFound > zero
           move WSShipDate to OrderDsShipDate(WSOrderLineFound)
           add 1 to WSReleased
       else
           display "  no open order line for " PoProdCode(WSPoLineIdx)
               " on order " OrderNum
       end-if.

*> PO drop-ship aperti o parziali, con la data attesa: quelli in
*> ritardo sono i clienti da richiamare
ListOpenDropShips.
       move zero to WSListed
       move "N" to WSEOFFlag
       move zero to PoNum
       start PurchaseOrders key is not less than PoNum
           invalid key set AtEOF to true
       end-start
       display "PO     Vend  Order  Dated    Expected"
       perform until AtEOF
           read PurchaseOrders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if PoDropShip and (PoOpen or PoPartial)
                   add 1 to WSListed
                   if PoExpectedDate < WSRunDate
                       display PoNum " " PoVendNum " " PoDsOrderNum
                           " " PoDate " " PoExpectedDate " LATE"
                   else
                       display PoNum " " PoVendNum " " PoDsOrderNum
                           " " PoDate " " PoExpectedDate
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " drop-ship PO(s) awaiting the vendor".
