*> line per size slot with a quantity) and a customer-facing packing
*> slip with the CUSTREC name/address block - both ASA-controlled
*> like 10_reports.cob so they can go straight to the printer queue.
*> Drop-ship lines are the vendor's to ship and never appear on
*> either document; an order with nothing else is not queued at all.
IDENTIFICATION DIVISION.
PROGRAM-ID. pickpack.
ENVIRONMENT DIVISION.
01 WSSlipFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSOrdersPrinted pic 9(5) value zero.
*> righe che il magazzino deve davvero prelevare (non drop-ship)
01 WSWhseLines pic 9(2).
01 PickHeading.
       02 filler pic x(22) value "PICK LIST FOR ORDER   ".
       02 PrnPickOrderNum pic 9(6).
       02 PrnSlipSize pic x.
       02 filler pic x(5) value " Qty ".
       02 PrnSlipQty pic ZZ9.
       02 filler pic x value space.
       02 PrnSlipUom pic x(2).
*> la quantita' di slip nell'unita' in cui la riga e' stata venduta
01 WSUomEachQty pic 9(6).
01 WSUomShowQty pic 9(6).
*> riga lotto sul packing slip, dai prelievi journalati dal merge
01 WSLuStatus pic XX.
01 WSLuEOFFlag pic X value "N".
01 WSKitSlotQty pic 9(3).
01 WSCompPickQty pic 9(5).
01 WSPickKitCode pic X(8).
*> kit della riga gia' assemblati, presi dal merge a magazzino: si
*> prelevano finiti, solo il resto esplode nei componenti
01 WSKitBuiltLeft pic 9(4).
01 WSKitBuiltQty pic 9(3).
01 WSKitDesc pic X(20).
*> ship-to dell'ordine sul packing slip
01 WSStStatus pic XX.
01 WSStOpenFlag pic X value "N".
                        and not OrderShipped and not OrderInvoiced
                        and not OrderHeld and not OrderCancelled
                        and not OrderArchiveDate > zero)
                   perform CountWarehouseLines
                   if WSWhseLines > zero
                       perform QueueOneOrder
                   end-if
               end-if
           end-if
       end-perform
       end-if
       stop run.

*> un ordine tutto drop-ship non ha niente per il magazzino: resta
*> Merged finche' la conferma del fornitore non lo spedisce
CountWarehouseLines.
       move zero to WSWhseLines
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           if not OrderLineDropShip(WSLineIdx)
               add 1 to WSWhseLines
           end-if
       end-perform
       if OrderLineCount > 5
           compute WSWhseLines = WSWhseLines + OrderLineCount - 5
       end-if.

QueueOneOrder.
       if WSWqCount < 200
           add 1 to WSWqCount
           end-if
           move OrderProdCode(WSLineIdx) to WSPkAddProd
           move OrderProdCode(WSLineIdx) to WSPickKitCode
           move WSPkAddDesc to WSKitDesc
           perform LoadKitComponents
           move zero to WSKitBuiltLeft
           if OrderKitStockQty(WSLineIdx) numeric
               move OrderKitStockQty(WSLineIdx) to WSKitBuiltLeft
           end-if
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               if OrderSizeQuantity(WSLineIdx, WSSizeIdx) > zero
                       and not OrderLineDropShip(WSLineIdx)
                   move OrderSizeType(WSLineIdx, WSSizeIdx)
                       to WSPkAddSize
                   move OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                   if WSBomCount > zero
                       move OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                           to WSKitSlotQty
                       if WSKitBuiltLeft > zero
                           perform PickPrebuiltKits
                       end-if
                       if WSKitSlotQty > zero
                           perform ExplodeKitOnPick
                       end-if
                   else
                       perform AddPickEntry
                   end-if

*> le righe componente che il picker deve davvero prendere: in
*> tabella come righe proprie, ognuna con il suo bin
*> la quota dello slot coperta da kit assemblati esce come riga
*> del codice kit, con il suo bin
PickPrebuiltKits.
       if WSKitBuiltLeft >= WSKitSlotQty
           move WSKitSlotQty to WSKitBuiltQty
       else
           move WSKitBuiltLeft to WSKitBuiltQty
       end-if
       subtract WSKitBuiltQty from WSKitBuiltLeft
       subtract WSKitBuiltQty from WSKitSlotQty
       move WSPickKitCode to WSPkAddProd
       move WSKitDesc to WSPkAddDesc
       move WSKitBuiltQty to WSPkAddQty
       perform AddPickEntry.

ExplodeKitOnPick.
       perform varying WSBomIdx from 1 by 1
               until WSBomIdx > WSBomCount
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               if OrderSizeQuantity(WSLineIdx, WSSizeIdx) > zero
                       and not OrderLineDropShip(WSLineIdx)
                   move OrderProdName(WSLineIdx) to PrnSlipProdName
                   move OrderSizeType(WSLineIdx, WSSizeIdx)
                       to PrnSlipSize
                   move OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                       to WSUomEachQty
                   call "UOMSHOW" using OrderLineUom(WSLineIdx),
                       OrderLineFactor(WSLineIdx), WSUomEachQty,
                       WSUomShowQty, PrnSlipUom
                   move WSUomShowQty to PrnSlipQty
                   move " " to SlipAsaControl
                   move SlipDetail to SlipBody
                   write SlipLine
               add OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                   to WSSlipLineQty
           end-perform
           if OrderLineDropShip(WSLineIdx)
               move zero to WSSlipLineQty
           end-if
           move OrderProdCode(WSLineIdx) to ProdCode
           read ProductFile
               invalid key continue
                           move OlProdName to PrnSlipProdName
                           move OlSizeType(WSSizeIdx) to PrnSlipSize
                           move OlSizeQuantity(WSSizeIdx)
                               to WSUomEachQty
                           call "UOMSHOW" using OlUom, OlUomFactor,
                               WSUomEachQty, WSUomShowQty, PrnSlipUom
                           move WSUomShowQty to PrnSlipQty
                           move " " to SlipAsaControl
                           move SlipDetail to SlipBody
                           write SlipLine
