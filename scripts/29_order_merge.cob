*> the real Orders master (orders.txt), then bumps each customer's
*> OrderVolume/tier the same way AddOrder used to do in real time,
*> and empties the staging file so the next day starts clean.
*> Drop-ship lines allocate nothing: each becomes a line on a purchase
*> order to the product's preferred vendor (one PO per vendor per
*> order, numbered from PoControl.dat like 87_po_entry.cob's) that
*> carries the customer's ship-to address.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordermerge.
ENVIRONMENT DIVISION.
           RECORD KEY IS OlMasterKey
           FILE STATUS IS WSOlStatus.
       *> saldi per lotto fornitore: l'allocazione li consuma dal
       *> lotto che scade prima (poi dal piu' vecchio) e journala ogni
       *> prelievo su LotUsage.dat,
       *> cosi' il recall report sa quale ordine ha preso quale lotto
       SELECT LotBalances ASSIGN TO "LotBalances.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MjOrderNum
           FILE STATUS IS WSMjStatus.
       *> righe drop-ship: PO al fornitore preferito con l'indirizzo
       *> di spedizione del cliente (ship-to dell'ordine o master)
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT PoControl ASSIGN TO "PoControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT ShipToAddresses ASSIGN TO "ShipToAddresses.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StKey
           FILE STATUS IS WSStStatus.
       *> coda di revisione: un ordine fuori norma rispetto alla
       *> storia del cliente (valore, quantita', prodotto mai
       *> comprato, ship-to appena inserito) non alloca - aspetta qui
       *> la decisione di 152_order_review.cob
       SELECT ReviewOrders ASSIGN TO "ReviewOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum OF ReviewOrderData
           FILE STATUS IS WSRvStatus.

DATA DIVISION.
FILE SECTION.
   02 MjOrderNum pic 9(6).
   02 MjDate pic 9(8).

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD PoControl.
01 PoControlRecord.
   02 CtlNextPoNum pic 9(6).

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD ShipToAddresses.
01 ShipToData.
   COPY SHIPTOREC.

FD ReviewOrders.
01 ReviewOrderData.
   COPY ORDERREC.
   COPY REVIEWREC.

FD OrderLines.
01 OrderLineData.
   02 OlMasterKey.
   02 OlMasterSizeQty OCCURS 3 TIMES.
       03 OlMasterSizeType     PIC A.
       03 OlMasterSizeQuantity PIC 9(3).
   02 OlMasterUom       PIC X(2).
   02 OlMasterUomFactor PIC 9(4).

WORKING-STORAGE SECTION.
01 WSAckFileName pic X(30).
01 WSOrderValue pic 9(8)V99.
01 WSLineValue pic 9(6)V99.
01 WSTrailingOrders pic 9(7).
01 WSTrailingDollars pic 9(9)V99.
01 WSStockStatus pic XX.
01 WSLocQty pic 9(5).
01 WSLocFound pic X.
01 WSCurSizeType pic A.
01 WSBoStatus pic XX.
*> consumo lotti all'allocazione: quanto allocato davvero dello slot
*> corrente, e il lotto che scade prima trovato nel giro di ricerca
01 WSLotStatus pic XX.
01 WSLotOpenFlag pic X value "N".
       88 LotFileOpen value "Y".
01 WSCompShort pic 9(5).
01 WSCompAlloc pic 9(5).
01 WSKitHold pic X(8).
*> kit gia' assemblati (work order): si prendono prima di esplodere
*> i componenti, e la quota presa si annota sulla riga dell'ordine
01 WSKitFromStock pic 9(3).
01 WSKitStockFlag pic X value "N".
       88 KitStockTaken value "Y".
01 WSKitStockUnits pic 9(7) value zero.
01 WSPickLotNum pic X(10).
01 WSPickLotDate pic 9(8).
*> FEFO: scadenza del lotto scelto (zero = non scade, va in fondo) e
*> vita residua minima del cliente. Un lotto serve solo se scade dal
*> WSLifeCutoff in poi; i componenti dei kit non hanno soglia
01 WSPickLotExp pic 9(8).
01 WSLotExpKey pic 9(8).
01 WSMinLifeDays pic 9(3).
01 WSCustCutoff pic 9(8).
01 WSLifeCutoff pic 9(8).
01 WSFreshQty pic 9(7).
01 WSAllLotQty pic 9(7).
01 WSLifeShort pic 9(3) value zero.
01 WSLifeShortCount pic 9(7) value zero.
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSSlotQty pic 9(3).
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> drop-ship: i PO aperti per l'ordine corrente (uno per fornitore),
*> l'indirizzo di spedizione del cliente e i contatori del run
01 WSPoStatus pic XX.
01 WSCtlStatus pic XX.
01 WSVendStatus pic XX.
01 WSVendOpenFlag pic X value "N".
       88 VendFileOpen value "Y".
01 WSStStatus pic XX.
01 WSStOpenFlag pic X value "N".
       88 ShipToFileOpen value "Y".
01 DsPoTable.
       02 DsPoEntry occurs 5 times.
           03 DsVendNum pic 9(5).
           03 DsPoNum pic 9(6).
01 WSDsCount pic 9.
01 WSDsIdx pic 9.
01 WSDsFound pic 9.
01 WSDsNewPoFlag pic X.
       88 DsNewPo value "Y".
01 WSDsLineOkFlag pic X.
       88 DsLineOk value "Y".
01 WSDsChangedFlag pic X value "N".
       88 DsOrderChanged value "Y".
01 WSDsAddrFlag pic X.
01 DsShipTo.
       02 WSDsShipName pic X(31).
       02 WSDsAddrLine1 pic X(20).
       02 WSDsAddrCity pic X(15).
       02 WSDsAddrState pic XX.
       02 WSDsAddrZip pic X(10).
01 WSDsLineQty pic 9(5).
01 WSDsLeadDays pic 9(3).
01 WSNewPoNum pic 9(6).
01 WSPoLineIdx pic 9(2).
01 WSDsLines pic 9(7) value zero.
01 WSDsPos pic 9(7) value zero.
*> revisione ordini fuori norma: soglie, storia del cliente per
*> prodotto (massima quantita' per riga) e l'ordine corrente messo
*> da parte mentre si leggono i suoi ordini precedenti sul master
01 WSRvStatus pic XX.
01 WSReviewCount pic 9(7) value zero.
01 WSRvOnFileFlag pic X.
       88 RvOnFile value "Y".
01 WSRvValueTimes pic 9(2) value 5.
01 WSRvQtyTimes pic 9(2) value 3.
01 WSRvMinOrders pic 9(3) value 3.
01 WSRvShipToDays pic 9(3) value 7.
01 WSRvSavedOrder pic X(352).
01 WSRvPriorOrders pic 9(5).
01 WSRvCustID pic 9(5).
01 WSRvOrderNum pic 9(6).
01 WSRvOrderValue pic 9(8)V99.
01 WSRvAvgValue pic 9(8)V99.
01 WSRvLineQty pic 9(5).
01 WSRvDays pic S9(7).
01 WSRvReasons.
       02 WSRvValueFlag pic X.
       02 WSRvQtyFlag pic X.
       02 WSRvNewProdFlag pic X.
       02 WSRvShipToFlag pic X.
01 WSRvDetail pic X(40).
01 WSRvEOFFlag pic X value "N".
       88 RvAtEOF value "Y".
01 RvHistTable.
       02 RvHistEntry occurs 300 times.
           03 RhProdCode pic X(8).
           03 RhMaxQty pic 9(5).
01 WSRhUsed pic 9(3).
01 WSRhIdx pic 9(3).
01 WSRhFound pic 9(3).
01 WSRhFullFlag pic X.
       88 RhTableFull value "Y".


PROCEDURE DIVISION.
           close MergeJournal
           open i-o MergeJournal
       end-if
       open i-o PurchaseOrders
       if WSPoStatus = "35"
           open output PurchaseOrders
           close PurchaseOrders
           open i-o PurchaseOrders
       end-if
       open input VendorFile
       if WSVendStatus = "00"
           set VendFileOpen to true
       end-if
       open input ShipToAddresses
       if WSStStatus = "00"
           set ShipToFileOpen to true
       end-if
       open i-o ReviewOrders
       if WSRvStatus = "35"
           open output ReviewOrders
           close ReviewOrders
           open i-o ReviewOrders
       end-if
       *> prima di processare gli ordini: le righe overflow passano
       *> dal line staging al master righe, cosi' l'allocazione le
       *> trova gia' al loro posto
       close OrderStaging, OrdersFile, CustomerFile, ErrorLog
       close ProductFile, Backorders, SalesHistory, AckPrint
       close StockByLocation, HeldOrders, OrderLines
       close MergeJournal, PurchaseOrders, ReviewOrders
       if VendFileOpen
           close VendorFile
       end-if
       if ShipToFileOpen
           close ShipToAddresses
       end-if
       if LotFileOpen
           close LotBalances, LotUsage
       end-if
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Orders merged: " WSMergedCount "  Errors: " WSErrCount
       display "Orders parked on hold: " WSHeldCount
       display "Orders queued for review: " WSReviewCount
       display "Skipped (done by a prior run): " WSSkippedDone
           "  Recovered: " WSRecovered
       display "Backorders written: " WSBackorderCount
       display "Slots short for shelf life: " WSLifeShortCount
       display "Units allocated: " WSAllocUnits
       if WSDsLines > zero
           display "Drop-ship lines: " WSDsLines "  on new POs: "
               WSDsPos
       end-if
       if WSKitStockUnits > zero
           display "  of which prebuilt kits: " WSKitStockUnits
       end-if
       display "Acknowledgments printed: " WSAckCount
       display "Elapsed seconds: " WSElapsedSecs
       *> verifica post-merge: ogni record staged deve essere finito
       *> gia' fatto, recuperato o loggato errore; un buco qui vuol
       *> dire ordini persi e la catena NON deve proseguire
       if WSStagedCount not = (WSMergedCount + WSHeldCount
               + WSReviewCount + WSSkippedDone + WSRecovered
               + WSErrOrders)
           display "MERGE VERIFICATION FAILED: " WSStagedCount
               " staged but only " WSMergedCount " merged + "
               WSHeldCount " held + " WSReviewCount " in review + "
               WSSkippedDone " skipped + "
               WSRecovered " recovered + " WSErrOrders
               " failed orders"
           move 8 to RETURN-CODE
       *> l'account on hold non merge: l'ordine parcheggia in
       *> HeldOrders.dat finche' un supervisor non lo rilascia
       perform CheckForHold
       *> un ordine fuori norma per il cliente non alloca: va in coda
       *> di revisione (flag V) finche' qualcuno non lo rilascia
       if WSParkFlag not = "Y"
           perform CheckForReview
       end-if
       evaluate WSParkFlag
           when "Y"
               perform ParkHeldOrder
               perform WriteMergeJournal
           when "V"
               perform QueueForReview
               perform WriteMergeJournal
           when other
               set OrderMerged OF OrderData to true
               write OrderData
                   invalid key
                       *> gia' sul master ma NON a journal: il run
                       *> precedente e' morto tra la write e la chiusura
                       *> del giro - si marca recuperato (allocazione e
                       *> storia POSSONO essere parziali: riga di log per
                       *> il controllo a mano) e si journala, cosi' il
                       *> prossimo rerun non ci inciampa piu'
                       add 1 to WSRecovered
                       move OrderCustIDNum OF OrderData
                           to IDNum OF CustomerData
                       move "MergeOneOrder" to WSErrParagraph
                       move "Recovered: landed by a crashed run"
                           to WSErrMessage
                       perform WriteMergeErrorLog
                       perform WriteMergeJournal
                   not invalid key
                       add 1 to WSMergedCount
                       perform AllocateStock
                       perform PostSalesHistory
                       perform BumpCustomerOrderVolume
                       perform PrintAcknowledgment
                       perform WriteMergeJournal
               end-write
       end-evaluate.

*> l'ordine ha chiuso il giro intero: da qui in poi un restart lo
*> salta
                   (WSLineIdx, WSSizeIdx) to WSRelieveQty
           end-perform
           move OrderProdCode OF OrderData(WSLineIdx) to ProdCode
           *> una riga drop-ship non ha impegnato niente all'entry
           if not OrderLineDropShip OF OrderData(WSLineIdx)
               perform RelieveOneProduct
           end-if
       end-perform
       if OrderLineCount OF OrderData > 5
           move "N" to WSOlEOFFlag
               add 1 to WSHeldCount
       end-write.

*> confronto con la storia del cliente: un ordine gia' rilasciato da
*> un revisore passa; altrimenti ship-to recente, prodotti mai
*> comprati, quantita' e valore fuori norma mandano l'ordine in coda
CheckForReview.
       move "N" to WSRvOnFileFlag
       move OrderNum OF OrderData to OrderNum OF ReviewOrderData
       read ReviewOrders
           invalid key continue
           not invalid key set RvOnFile to true
       end-read
       if not RvOnFile or not RvReleased
           move "NNNN" to WSRvReasons
           move spaces to WSRvDetail
           move zero to WSRvOrderValue
           move zero to WSRvAvgValue
           move OrderCustIDNum OF OrderData to WSRvCustID
           move OrderNum OF OrderData to WSRvOrderNum
           perform CheckNewShipTo
           *> la lettura degli ordini precedenti passa dal record area
           *> del master: l'ordine corrente si mette da parte
           move OrderData to WSRvSavedOrder
           perform LoadCustomerHistory
           move WSRvSavedOrder to OrderData
           perform CheckLinesAgainstHistory
           perform CheckOrderValue
           if WSRvReasons not = "NNNN"
               move "V" to WSParkFlag
           end-if
       end-if.

*> un ship-to inserito (o cambiato) negli ultimi giorni: la merce
*> andrebbe a un indirizzo che nessuno ha ancora visto
CheckNewShipTo.
       if OrderShipToCode OF OrderData not = spaces and ShipToFileOpen
           move OrderCustIDNum OF OrderData to StCustIDNum
           move OrderShipToCode OF OrderData to StShipToCode
           read ShipToAddresses
               invalid key continue
               not invalid key
                   if StAddedDate > zero
                       compute WSRvDays =
                           function integer-of-date(WSNowDate)
                           - function integer-of-date(StAddedDate)
                       if WSRvDays < WSRvShipToDays
                           move "Y" to WSRvShipToFlag
                           string "SHIP-TO " delimited by size
                               StShipToCode delimited by size
                               " KEYED " delimited by size
                               StAddedDate delimited by size
                               into WSRvDetail
                       end-if
                   end-if
           end-read
       end-if.

*> gli ordini precedenti del cliente sul master (non cancellati):
*> per ogni prodotto la quantita' piu' alta mai presa su una riga
LoadCustomerHistory.
       move zero to WSRhUsed
       move zero to WSRvPriorOrders
       move "N" to WSRhFullFlag
       move "N" to WSRvEOFFlag
       start OrdersFile key is = OrderCustIDNum OF OrderData
           invalid key set RvAtEOF to true
       end-start
       perform until RvAtEOF
           read OrdersFile next record
               at end set RvAtEOF to true
           end-read
           if not RvAtEOF
               if OrderCustIDNum OF OrderData not = WSRvCustID
                   set RvAtEOF to true
               else
                   if not OrderCancelled OF OrderData
                           and OrderNum OF OrderData not = WSRvOrderNum
                       add 1 to WSRvPriorOrders
                       perform NoteHistoryOrder
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSRvEOFFlag.

NoteHistoryOrder.
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount OF OrderData
               or WSLineIdx > 5
           move OrderProdCode OF OrderData(WSLineIdx) to WSCurProdCode
           move zero to WSRvLineQty
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               add OrderSizeQuantity OF OrderData
                   (WSLineIdx, WSSizeIdx) to WSRvLineQty
           end-perform
           perform NoteHistoryLine
       end-perform
       if OrderLineCount OF OrderData > 5
           move "N" to WSOlEOFFlag
           move OrderNum OF OrderData to OlMasterOrderNum
           move zero to OlMasterLineNum
           start OrderLines key is not less than OlMasterKey
               invalid key set OlAtEOF to true
           end-start
           perform until OlAtEOF
               read OrderLines next record
                   at end set OlAtEOF to true
               end-read
               if not OlAtEOF
                   if OlMasterOrderNum not = OrderNum OF OrderData
                       set OlAtEOF to true
                   else
                       move OlMasterProdCode to WSCurProdCode
                       move zero to WSRvLineQty
                       perform varying WSSizeIdx from 1 by 1
                               until WSSizeIdx > 3
                           add OlMasterSizeQuantity(WSSizeIdx)
                               to WSRvLineQty
                       end-perform
                       perform NoteHistoryLine
                   end-if
               end-if
           end-perform
           move "N" to WSOlEOFFlag
       end-if.

NoteHistoryLine.
       perform FindHistoryProduct
       if WSRhFound = zero
           if WSRhUsed < 300
               add 1 to WSRhUsed
               move WSCurProdCode to RhProdCode(WSRhUsed)
               move WSRvLineQty to RhMaxQty(WSRhUsed)
           else
               set RhTableFull to true
           end-if
       else
           if WSRvLineQty > RhMaxQty(WSRhFound)
               move WSRvLineQty to RhMaxQty(WSRhFound)
           end-if
       end-if.

FindHistoryProduct.
       move zero to WSRhFound
       perform varying WSRhIdx from 1 by 1
               until WSRhIdx > WSRhUsed or WSRhFound > zero
           if RhProdCode(WSRhIdx) = WSCurProdCode
               move WSRhIdx to WSRhFound
           end-if
       end-perform.

*> righe dell'ordine corrente (base e overflow) contro la storia;
*> intanto se ne stima il valore ai prezzi correnti
CheckLinesAgainstHistory.
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount OF OrderData
               or WSLineIdx > 5
           move OrderProdCode OF OrderData(WSLineIdx) to WSCurProdCode
           move zero to WSRvLineQty
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               add OrderSizeQuantity OF OrderData
                   (WSLineIdx, WSSizeIdx) to WSRvLineQty
           end-perform
           perform CheckOneLine
       end-perform
       if OrderLineCount OF OrderData > 5
           move "N" to WSOlEOFFlag
           move OrderNum OF OrderData to OlMasterOrderNum
           move zero to OlMasterLineNum
           start OrderLines key is not less than OlMasterKey
               invalid key set OlAtEOF to true
           end-start
           perform until OlAtEOF
               read OrderLines next record
                   at end set OlAtEOF to true
               end-read
               if not OlAtEOF
                   if OlMasterOrderNum not = OrderNum OF OrderData
                       set OlAtEOF to true
                   else
                       move OlMasterProdCode to WSCurProdCode
                       move zero to WSRvLineQty
                       perform varying WSSizeIdx from 1 by 1
                               until WSSizeIdx > 3
                           add OlMasterSizeQuantity(WSSizeIdx)
                               to WSRvLineQty
                       end-perform
                       perform CheckOneLine
                   end-if
               end-if
           end-perform
           move "N" to WSOlEOFFlag
       end-if.

*> un cliente senza ordini precedenti non ha una norma: per lui
*> conta solo il ship-to
CheckOneLine.
       move WSCurProdCode to ProdCode
       read ProductFile
           invalid key continue
           not invalid key
               compute WSLineValue = WSRvLineQty * ProdPrice
                   on size error move zero to WSLineValue
               end-compute
               add WSLineValue to WSRvOrderValue
       end-read
       if WSRvPriorOrders > zero
           perform FindHistoryProduct
           if WSRhFound = zero
               if not RhTableFull
                   move "Y" to WSRvNewProdFlag
                   if WSRvDetail = spaces
                       string "NEVER BOUGHT " delimited by size
                           WSCurProdCode delimited by size
                           into WSRvDetail
                   end-if
               end-if
           else
               if WSRvLineQty > RhMaxQty(WSRhFound) * WSRvQtyTimes
                   move "Y" to WSRvQtyFlag
                   if WSRvDetail = spaces
                       string "QTY " delimited by size
                           WSRvLineQty delimited by size
                           " OF " delimited by size
                           WSCurProdCode delimited by size
                           ", MOST EVER " delimited by size
                           RhMaxQty(WSRhFound) delimited by size
                           into WSRvDetail
                   end-if
               end-if
           end-if
       end-if.

*> valore contro l'ordine medio dei 12 mesi correnti, solo quando
*> la storia ha abbastanza ordini da fare una media
CheckOrderValue.
       perform SumTrailingOrders
       if WSTrailingOrders >= WSRvMinOrders
           compute WSRvAvgValue rounded =
               WSTrailingDollars / WSTrailingOrders
               on size error move zero to WSRvAvgValue
           end-compute
           if WSRvAvgValue > zero
                   and WSRvOrderValue > WSRvAvgValue * WSRvValueTimes
               move "Y" to WSRvValueFlag
               if WSRvDetail = spaces
                   move "ORDER VALUE OVER THE 12-MONTH AVERAGE"
                       to WSRvDetail
               end-if
           end-if
       end-if.

QueueForReview.
       move OrderData to ReviewOrderData
       move WSNowDate to RvQueuedDate
       move WSRvReasons to RvReasons
       move WSRvOrderValue to RvOrderValue
       move WSRvAvgValue to RvAvgValue
       move WSRvDetail to RvDetail
       set RvPending to true
       move spaces to RvDecidedBy
       move zero to RvDecidedDate
       move spaces to RvDecisionNote
       write ReviewOrderData
           invalid key
               add 1 to WSErrCount
               move OrderCustIDNum OF OrderData to IDNum OF CustomerData
               move "QueueForReview" to WSErrParagraph
               move "Order number already in review queue"
                   to WSErrMessage
               perform WriteMergeErrorLog
               add 1 to WSErrOrders
           not invalid key
               add 1 to WSReviewCount
       end-write.

*> blocco indirizzo da CUSTREC (BumpCustomerOrderVolume ha appena
*> letto il cliente), righe con descrizione da products.txt e valore
*> stimato totalizzato durante l'allocazione
                   write AckLine
               end-if
           end-perform
           if OrderLineDropShip OF OrderData(WSLineIdx)
               move " " to AckAsaControl
               move "           (ships direct from our supplier)"
                   to AckBody
               write AckLine
           end-if
       end-perform
       if OrderLineCount OF OrderData > 5
           perform AckOverflowLines
*> ordini del cliente nei 12 mesi correnti, letti dai bucket
SumTrailingOrders.
       move zero to WSTrailingOrders
       move zero to WSTrailingDollars
       move "N" to WSShEOFFlag
       move OrderCustIDNum OF OrderData to ShCustIDNum
       move WSFloorPeriod to ShPeriod
                   set ShAtEOF to true
               else
                   add ShOrderCount to WSTrailingOrders
                   add ShOrderDollars to WSTrailingDollars
               end-if
           end-if
       end-perform
*> magazzino non scopre piu' il buco a scaffale
AllocateStock.
       move zero to WSOrderValue
       move "N" to WSKitStockFlag
       move "N" to WSDsChangedFlag
       move "N" to WSDsAddrFlag
       move zero to WSDsCount
       perform varying WSLineIdx from 1 by 1 until WSLineIdx > 5
           move zero to OrderKitStockQty OF OrderData(WSLineIdx)
       end-perform
       *> vita residua minima del cliente (CheckForHold l'ha appena
       *> letto): la soglia di scadenza dei lotti per questo ordine
       move zero to WSMinLifeDays
       if CustExist = "Y" and CustMinLifeDays numeric
           move CustMinLifeDays to WSMinLifeDays
       end-if
       compute WSCustCutoff = function date-of-integer(
           function integer-of-date(WSNowDate) + WSMinLifeDays)
       move WSCustCutoff to WSLifeCutoff
       *> righe base (1-5) dal record, righe 6+ dal master righe
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount OF OrderData
               invalid key move "N" to WSProdFound
               not invalid key move "Y" to WSProdFound
           end-read
           *> drop-ship senza fornitore preferito (tolto dopo l'entry):
           *> la riga torna di magazzino e si alloca come le altre
           if ProdFound and OrderLineDropShip OF OrderData(WSLineIdx)
                   and ProdPrefVendNum = zero
               add 1 to WSErrCount
               move OrderCustIDNum OF OrderData to IDNum OF CustomerData
               move "AllocateStock" to WSErrParagraph
               move "Drop-ship line has no vendor, allocated"
                   to WSErrMessage
               perform WriteMergeErrorLog
               move "N" to OrderDropShipFlag OF OrderData(WSLineIdx)
               set DsOrderChanged to true
           end-if
           if ProdFound and OrderLineDropShip OF OrderData(WSLineIdx)
               perform DropShipOneLine
           else
           if ProdFound
               perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
                   move OrderSizeQuantity OF OrderData
                   to WSErrMessage
               perform WriteMergeErrorLog
           end-if
           end-if
       end-perform
       if OrderLineCount OF OrderData > 5
           perform AllocateOverflowLines
       end-if
       *> l'ordine e' gia' sul master: la quota kit presa da stock
       *> assemblato e i PO drop-ship ci vanno con una rewrite
       if KitStockTaken or DsOrderChanged
           rewrite OrderData
               invalid key
                   add 1 to WSErrCount
                   move OrderCustIDNum OF OrderData
                       to IDNum OF CustomerData
                   move "AllocateStock" to WSErrParagraph
                   move "Kit split/drop-ship not saved on order"
                       to WSErrMessage
                   perform WriteMergeErrorLog
           end-rewrite
       end-if.

*> riga drop-ship: niente allocazione ne' backorder (il valore va
*> comunque nel bucket vendite); la riga entra nel PO drop-ship del
*> fornitore preferito per quest'ordine, al costo standard
DropShipOneLine.
       move zero to WSDsLineQty
       perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
           add OrderSizeQuantity OF OrderData(WSLineIdx, WSSizeIdx)
               to WSDsLineQty
       end-perform
       compute WSLineValue = WSDsLineQty * ProdPrice
           on size error move zero to WSLineValue
       end-compute
       add WSLineValue to WSOrderValue
       if WSDsLineQty not = zero
           move "Y" to WSDsLineOkFlag
           move zero to WSDsFound
           perform varying WSDsIdx from 1 by 1 until WSDsIdx > WSDsCount
               if DsVendNum(WSDsIdx) = ProdPrefVendNum
                   move WSDsIdx to WSDsFound
               end-if
           end-perform
           if WSDsFound = zero
               perform StartDropShipPo
           else
               move "N" to WSDsNewPoFlag
               move DsPoNum(WSDsFound) to PoNum
               read PurchaseOrders
                   invalid key
                       add 1 to WSErrCount
                       move OrderCustIDNum OF OrderData
                           to IDNum OF CustomerData
                       move "DropShipOneLine" to WSErrParagraph
                       move "Drop-ship PO vanished, line not bought"
                           to WSErrMessage
                       perform WriteMergeErrorLog
                       move "N" to WSDsLineOkFlag
               end-read
           end-if
           if DsLineOk
               if ProdStdCost = zero
                   add 1 to WSErrCount
                   move OrderCustIDNum OF OrderData to IDNum OF CustomerData
                   move "DropShipOneLine" to WSErrParagraph
                   move "Drop-ship PO line at zero cost" to WSErrMessage
                   perform WriteMergeErrorLog
               end-if
               add 1 to PoLineCount
               move PoLineCount to WSPoLineIdx
               move ProdCode to PoProdCode(WSPoLineIdx)
               move WSDsLineQty to PoQtyOrdered(WSPoLineIdx)
               move zero to PoQtyReceived(WSPoLineIdx)
               move ProdStdCost to PoUnitCost(WSPoLineIdx)
               move zero to PoQtyBilled(WSPoLineIdx)
               move "EA" to PoLineUom(WSPoLineIdx)
               move 1 to PoLineFactor(WSPoLineIdx)
               move ProdStdCost to PoUomCost(WSPoLineIdx)
               if DsNewPo
                   write PurchaseOrderData
                       invalid key
                           add 1 to WSErrCount
                           move OrderCustIDNum OF OrderData
                               to IDNum OF CustomerData
                           move "DropShipOneLine" to WSErrParagraph
                           move "Drop-ship PO number already on file"
                               to WSErrMessage
                           perform WriteMergeErrorLog
                           subtract 1 from WSDsCount
                           move "N" to WSDsLineOkFlag
                       not invalid key
                           add 1 to WSDsPos
                   end-write
               else
                   rewrite PurchaseOrderData
                       invalid key
                           add 1 to WSErrCount
                           move OrderCustIDNum OF OrderData
                               to IDNum OF CustomerData
                           move "DropShipOneLine" to WSErrParagraph
                           move "Drop-ship PO line not added"
                               to WSErrMessage
                           perform WriteMergeErrorLog
                           move "N" to WSDsLineOkFlag
                   end-rewrite
               end-if
           end-if
           if DsLineOk
               move PoNum to OrderDsPoNum OF OrderData(WSLineIdx)
               move zero to OrderDsShipDate OF OrderData(WSLineIdx)
               set DsOrderChanged to true
               add 1 to WSDsLines
           end-if
       end-if.

*> testata del PO drop-ship: fornitore preferito, data attesa dal
*> suo lead time, ordine/cliente e indirizzo di spedizione
StartDropShipPo.
       if WSDsAddrFlag = "N"
           perform LoadDropShipAddress
       end-if
       perform GetNextPoNum
       move "Y" to WSDsNewPoFlag
       move WSNewPoNum to PoNum
       move ProdPrefVendNum to PoVendNum
       move WSNowDate to PoDate
       move zero to WSDsLeadDays
       if VendFileOpen
           move ProdPrefVendNum to VendNum
           read VendorFile
               invalid key continue
               not invalid key move VendLeadDays to WSDsLeadDays
           end-read
       end-if
       compute PoExpectedDate = function date-of-integer(
           function integer-of-date(WSNowDate) + WSDsLeadDays)
       move zero to PoLineCount
       perform varying WSPoLineIdx from 1 by 1 until WSPoLineIdx > 10
           move spaces to PoProdCode(WSPoLineIdx)
           move zero to PoQtyOrdered(WSPoLineIdx)
           move zero to PoQtyReceived(WSPoLineIdx)
           move zero to PoUnitCost(WSPoLineIdx)
           move zero to PoQtyBilled(WSPoLineIdx)
           move "EA" to PoLineUom(WSPoLineIdx)
           move 1 to PoLineFactor(WSPoLineIdx)
           move zero to PoUomCost(WSPoLineIdx)
           move zero to PoLineBlanketNum(WSPoLineIdx)
           move zero to PoPromisedDate(WSPoLineIdx)
           move zero to PoPromiseKeyed(WSPoLineIdx)
       end-perform
       set PoOpen to true
       set PoDropShip to true
       move OrderNum OF OrderData to PoDsOrderNum
       move OrderCustIDNum OF OrderData to PoDsCustIDNum
       move WSDsShipName to PoDsShipName
       move WSDsAddrLine1 to PoDsAddrLine1
       move WSDsAddrCity to PoDsAddrCity
       move WSDsAddrState to PoDsAddrState
       move WSDsAddrZip to PoDsAddrZip
       move zero to PoDsShipDate
       move spaces to PoDsTrackingRef
       add 1 to WSDsCount
       move ProdPrefVendNum to DsVendNum(WSDsCount)
       move WSNewPoNum to DsPoNum(WSDsCount).

*> dove spedisce il fornitore: il ship-to scelto all'entry, se c'e',
*> se no l'indirizzo del master (CheckForHold ha letto il cliente)
LoadDropShipAddress.
       move "Y" to WSDsAddrFlag
       move spaces to DsShipTo
       if OrderShipToCode OF OrderData not = spaces and ShipToFileOpen
           move OrderCustIDNum OF OrderData to StCustIDNum
           move OrderShipToCode OF OrderData to StShipToCode
           read ShipToAddresses
               invalid key continue
               not invalid key
                   move StShipToName to WSDsShipName
                   move StAddrLine1 to WSDsAddrLine1
                   move StAddrCity to WSDsAddrCity
                   move StAddrState to WSDsAddrState
                   move StAddrZip to WSDsAddrZip
           end-read
       end-if
       if WSDsShipName = spaces and CustExist = "Y"
           string function trim(FirstName OF CustomerData)
               delimited by size
               " " delimited by size
               function trim(LastName OF CustomerData)
               delimited by size
               into WSDsShipName
           move AddrLine1 OF CustomerData to WSDsAddrLine1
           move AddrCity OF CustomerData to WSDsAddrCity
           move AddrState OF CustomerData to WSDsAddrState
           move AddrZip OF CustomerData to WSDsAddrZip
       end-if.

*> numerazione PO dal file di controllo, come GetNextPoNum di
*> 87_po_entry.cob
GetNextPoNum.
       move zero to WSNewPoNum
       open input PoControl
       if WSCtlStatus = "00"
           read PoControl
               at end move zero to CtlNextPoNum
           end-read
           move CtlNextPoNum to WSNewPoNum
           close PoControl
       end-if
       if WSNewPoNum = zero
           move 1 to WSNewPoNum
       end-if
       open output PoControl
       compute CtlNextPoNum = WSNewPoNum + 1
       write PoControlRecord
       close PoControl.

*> le righe 6+ dell'ordine, gia' drenate su OrderLines.dat, passano
*> dalla stessa allocazione slot per slot delle righe base
AllocateOverflowLines.
               move OlSizeQuantity(WSSizeIdx)
                   to OlMasterSizeQuantity(WSSizeIdx)
           end-perform
           move OlUom to OlMasterUom
           move OlUomFactor to OlMasterUomFactor
           write OrderLineData
               invalid key
                   add 1 to WSErrCount
*> vero; il codice kit non tocca giacenza
AllocateKitSlot.
       move WSCurProdCode to WSKitHold
       move zero to WSKitFromStock
       if WSCurLineNum <= 5
           perform TakePrebuiltKits
       end-if
       *> solo il resto dello slot esplode nei componenti
       subtract WSKitFromStock from WSSlotQty
       move zero to WSLifeCutoff
       perform varying WSBomIdx from 1 by 1
               until WSBomIdx > WSBomCount
           perform AllocateOneComponent
       end-perform
       add WSKitFromStock to WSSlotQty
       move WSCustCutoff to WSLifeCutoff
       move WSKitHold to WSCurProdCode
       *> il buffer prodotto torna al kit: la rewrite a valle della
       *> riga deve riscrivere il record del kit, non un componente
           invalid key continue
       end-read.

*> kit assemblati a magazzino: giacenza del codice kit (e del suo
*> bucket, se l'ordine ha un magazzino), riga AL sul ledger; il
*> record del kit si riscrive subito perche' i componenti usano lo
*> stesso buffer
TakePrebuiltKits.
       if ProdOnHand numeric and ProdOnHand > zero
           if ProdOnHand >= WSSlotQty
               move WSSlotQty to WSKitFromStock
           else
               move ProdOnHand to WSKitFromStock
           end-if
           subtract WSKitFromStock from ProdOnHand
           rewrite ProductData
               invalid key display "Kit on-hand not updated: "
                   ProdCode
           end-rewrite
           if OrderWhseCode OF OrderData not = spaces
               move WSCurProdCode to StkProdCode
               move OrderWhseCode OF OrderData to StkWhseCode
               read StockByLocation
                   invalid key continue
                   not invalid key
                       if StkOnHand >= WSKitFromStock
                           subtract WSKitFromStock from StkOnHand
                       else
                           move zero to StkOnHand
                       end-if
                       rewrite StockData
                           invalid key display "Location bucket not"
                               " updated: " StkProdCode "/"
                               StkWhseCode
                       end-rewrite
               end-read
           end-if
           add WSKitFromStock to
               OrderKitStockQty OF OrderData(WSCurLineNum)
           set KitStockTaken to true
           add WSKitFromStock to WSAllocUnits
           add WSKitFromStock to WSKitStockUnits
           compute WSMoveQty = zero - WSKitFromStock
           move "AL" to WSMoveSource
           move spaces to WSMoveRef
           move OrderNum OF OrderData to WSMoveRef
           call "STOCKMOVE" using WSCurProdCode,
               OrderWhseCode OF OrderData, WSMoveQty,
               WSMoveSource, WSMoveRef, WSMoveOper
       end-if.

AllocateOneComponent.
       compute WSCompReq = WSSlotQty * BcCompQty(WSBomIdx)
       if WSCompReq > zero

AllocateRealSlot.
       move zero to WSShortQty
       *> prodotto a scadenza: si alloca solo quanto i lotti con vita
       *> sufficiente (piu' lo stock senza lotto) coprono; il resto va
       *> in backorder insieme all'eventuale mancanza di giacenza
       move zero to WSLifeShort
       if LotFileOpen and ProdShelfLifeDays numeric
               and ProdShelfLifeDays > zero
           perform SumFreshLots
           if WSFreshQty < WSSlotQty
               compute WSLifeShort = WSSlotQty - WSFreshQty
               subtract WSLifeShort from WSSlotQty
               add 1 to WSLifeShortCount
           end-if
       end-if
       if OrderWhseCode OF OrderData = spaces
           *> ordine di prima del multi-warehouse: si alloca solo
           *> dal totale, come sempre
       else
           perform AllocateSlotByLocation
       end-if
       *> quanto davvero allocato esce dai lotti, da quello che
       *> scade prima,
       *> e finisce sul movement ledger unificato
       compute WSLotConsumeQty = WSSlotQty - WSShortQty
       add WSLotConsumeQty to WSAllocUnits
       end-if
       if LotFileOpen and WSLotConsumeQty > zero
           perform ConsumeLots
       end-if
       if WSLifeShort > zero
           move zero to WSShortQty
           perform WriteBackorder
       end-if.

*> quanto del prodotto puo' andare a questo cliente: i lotti che
*> scadono dalla soglia in poi, piu' la giacenza che nessun lotto
*> spiega (stock entrato prima del lotto obbligatorio)
SumFreshLots.
       move zero to WSFreshQty, WSAllLotQty
       move "N" to WSLotEOFFlag
       move low-values to LotKey
       move WSCurProdCode to LbProdCode
       start LotBalances key is not less than LotKey
           invalid key set LotAtEOF to true
       end-start
       perform until LotAtEOF
           read LotBalances next record
               at end set LotAtEOF to true
           end-read
           if not LotAtEOF
               if LbProdCode not = WSCurProdCode
                   set LotAtEOF to true
               else
                   add LbOnHand to WSAllLotQty
                   perform SetLotExpKey
                   if WSLotExpKey >= WSLifeCutoff
                       add LbOnHand to WSFreshQty
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSLotEOFFlag
       if ProdOnHand > WSAllLotQty
           compute WSFreshQty = WSFreshQty + ProdOnHand - WSAllLotQty
       end-if.

SetLotExpKey.
       if LbExpiryDate not numeric or LbExpiryDate = zero
           move 99999999 to WSLotExpKey
       else
           move LbExpiryDate to WSLotExpKey
       end-if.

*> consuma i saldi lotto del prodotto da quello che scade prima
*> (first-expired-first-out; a pari scadenza, o senza, il piu'
*> vecchio per data di ricevimento) saltando quelli sotto la soglia
*> di vita del cliente, journalando ogni prelievo con l'ordine e il
*> cliente; stock entrato senza lotto semplicemente non ne consuma
ConsumeLots.
       perform until WSLotConsumeQty = zero
           perform FindFirstExpiringLot
           if WSPickLotNum = spaces
               *> niente (altri) lotti per questo prodotto
               move zero to WSLotConsumeQty
           end-if
       end-perform.

FindFirstExpiringLot.
       move spaces to WSPickLotNum
       move 99999999 to WSPickLotDate
       move 99999999 to WSPickLotExp
       move "N" to WSLotEOFFlag
       move low-values to LotKey
       move WSCurProdCode to LbProdCode
                   set LotAtEOF to true
               else
                   if LbOnHand > zero
                       perform SetLotExpKey
                       if WSLotExpKey >= WSLifeCutoff
                           if WSLotExpKey < WSPickLotExp
                               or (WSLotExpKey = WSPickLotExp
                               and LbReceiptDate < WSPickLotDate)
                               move LbLotNum to WSPickLotNum
                               move WSLotExpKey to WSPickLotExp
                               move LbReceiptDate to WSPickLotDate
                           end-if
                       end-if
                   end-if
               end-if
           end-if
       move WSSizeIdx to BoSizeSlot
       move OrderCustIDNum OF OrderData to BoCustIDNum
       move WSCurSizeType to BoSizeType
       *> la quota rifiutata per vita residua va sullo stesso
       *> backorder dello slot
       compute BoQtyShort = WSShortQty + WSLifeShort
       move zero to WSLifeShort
       move OrderDate OF OrderData to BoOrderDate
       move zero to BoReleaseDate
       move zero to BoPoNum, BoPoDueDate
       move "N" to BoPoPromisedFlag
       set BoOpen to true
       write BackorderData
           invalid key
