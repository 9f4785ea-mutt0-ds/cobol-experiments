       >>SOURCE FORMAT FREE
*> Landed cost: imported goods come with freight, duty and broker
*> fees billed apart from the vendor invoice, and none of it reached
*> product cost, so margins on imported lines were overstated. Each
*> charge is keyed here against a purchase order - either one receipt
*> (the PO's deliveries on ReceiptsJournal.dat for one date) or the
*> whole PO (everything received on it so far) - and spread over the
*> received lines by value (qty x PoUnitCost), quantity or weight
*> (qty x ProdWeight). Every charge on the receipt is re-spread each
*> time one is added, giving each line a landed unit cost kept on
*> LandedCosts.dat; 90_cost_change.cob offers it as a proposed
*> standard cost. Option 3 prints landed cost against PoUnitCost by
*> vendor (LandedCost.<yyyymm>.dat, in the report catalog).
IDENTIFICATION DIVISION.
PROGRAM-ID. landedcost.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LandedCosts ASSIGN TO "LandedCosts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LcKey
           ALTERNATE RECORD KEY IS LcVendNum WITH DUPLICATES
           FILE STATUS IS WSLcStatus.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT ReceiptsJournal ASSIGN TO "ReceiptsJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRcptStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT LandedPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LandedCosts.
01 LandedCostData.
   COPY LANDCREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD ReceiptsJournal.
01 ReceiptRecord.
   COPY RECPTREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD LandedPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSLcStatus pic XX.
01 WSPoStatus pic XX.
01 WSRcptStatus pic XX.
01 WSVendStatus pic XX.
01 WSVendOpenFlag pic X value "N".
       88 VendFileOpen value "Y".
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSConfirm pic X.
01 WSRptFileName pic X(30).
01 WSLcFoundFlag pic X value "N".
       88 LcFound value "Y".
01 WSMixedFlag pic X value "N".
       88 BasisMixed value "Y".
01 WSChgOkFlag pic X value "N".
       88 ChargeOk value "Y".
01 WSQueryPo pic 9(6).
01 WSQueryDate pic 9(8).
*> la spesa da aggiungere
01 WSChgType pic X.
       88 ValidChgType value "F" "D" "B" "O".
01 WSChgRef pic X(12).
01 WSChgAmount pic 9(7)V99.
01 WSChgMethod pic X.
       88 ValidChgMethod value "V" "Q" "W".
01 WSChgText pic X(8).
*> righe ricevute: si accumulano per prodotto
01 WSAddProd pic X(8).
01 WSAddQty pic 9(5).
01 WSAddCost pic 9(4)V99.
01 WSLineIdx pic 9(2).
01 WSLineFound pic 9(2).
01 WSLineDropped pic 9(3).
01 WSPoLineIdx pic 9(2).
*> ripartizione: base di ogni riga per la spesa corrente
01 WSChgIdx pic 9.
01 AllocBaseTable.
       02 WSLineBase occurs 10 times pic 9(9)V99.
01 WSBaseTotal pic 9(11)V99.
01 WSLastBaseLine pic 9(2).
01 WSAllocLeft pic 9(7)V99.
01 WSShare pic 9(7)V99.
01 WSAllocOkFlag pic X value "Y".
       88 AllocOk value "Y".
01 WSUnitWork pic 9(7)V99.
01 WSChargeTotal pic 9(8)V99.
*> report per fornitore
01 WSPeriod pic 9(6).
01 WSCreatedMonth pic 9(6).
01 WSCurVend pic 9(5).
01 WSFirstVendFlag pic X value "Y".
       88 FirstVendor value "Y".
01 WSLinePoValue pic 9(9)V99.
01 WSLineLandValue pic 9(9)V99.
01 WSPct pic S9(5)V9.
01 WSVendPoValue pic 9(11)V99.
01 WSVendLandValue pic 9(11)V99.
01 WSTotPoValue pic 9(11)V99 value zero.
01 WSTotLandValue pic 9(11)V99 value zero.
01 WSReceiptsListed pic 9(5).
01 WSVendName pic X(20).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 Dollars PIC $$,$$$,$$9.99.
01 PageHeading.
       02 filler pic X(37) value "LANDED COST VS PO COST BY VENDOR - ".
       02 PrnPeriod pic X(6).
01 Heads pic X(80) value
       "PO     Received Product    Qty  PO Cost  Landed  Uplift%".
01 VendHeadLine.
       02 filler pic X(8) value "VENDOR ".
       02 PrnVendNum pic 9(5).
       02 filler pic X value space.
       02 PrnVendName pic X(20).
01 DetailLine.
       02 PrnPoNum pic 9(6).
       02 filler pic X value space.
       02 PrnRcptDate pic X(8).
       02 filler pic X value space.
       02 PrnProdCode pic X(8).
       02 filler pic X value space.
       02 PrnQty pic ZZZZ9.
       02 filler pic X value space.
       02 PrnPoCost pic Z,ZZ9.99.
       02 PrnLandCost pic Z,ZZ9.99.
       02 filler pic X(2) value space.
       02 PrnPct pic ----9.9.
01 TotalLine.
       02 PrnTotText pic X(22).
       02 filler pic X(5) value "  PO ".
       02 PrnTotPo pic $$$,$$$,$$9.99.
       02 filler pic X(9) value "  landed ".
       02 PrnTotLand pic $$$,$$$,$$9.99.
       02 filler pic X value space.
       02 PrnTotPct pic ----9.9.
*> registrazione del report nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "landedcost".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open input PurchaseOrders
       if WSPoStatus not = "00"
           display "No purchase orders on file - nothing to land"
           stop run
       end-if
       open i-o LandedCosts
       if WSLcStatus = "35"
           open output LandedCosts
           close LandedCosts
           open i-o LandedCosts
       end-if
       open input ProductFile
       open input VendorFile
       if WSVendStatus = "00"
           set VendFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "LANDED COST"
           display "1 : Enter a Landed-Cost Charge"
           display "2 : Show a Receipt's Landed Cost"
           display "3 : Landed vs PO Cost Report by Vendor"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform EnterCharge
               when 2 perform ShowLandedCost
               when 3 perform LandedCostReport
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close LandedCosts, PurchaseOrders, ProductFile
       if VendFileOpen
           close VendorFile
       end-if
       stop run.

*> una spesa contro una ricezione (PO + data) o contro tutto il PO;
*> le righe si ricostruiscono dal ricevuto e tutte le spese della
*> ricezione si ripartiscono di nuovo
EnterCharge.
       display "PO Number: " with no advancing
       accept WSQueryPo
       move "N" to WSChgOkFlag
       move WSQueryPo to PoNum
       read PurchaseOrders
           invalid key
               display "PO not on file"
           not invalid key
               perform CheckChargeTarget
       end-read
       if ChargeOk
           perform AcceptChargeDetail
       end-if
       if ChargeOk
           perform BuildChargeLines
       end-if
       if ChargeOk
           perform RecordCharge
       end-if.

CheckChargeTarget.
       if PoCancelled
           display "PO is cancelled - nothing was received on it"
       else
           perform FindLandedCost
       end-if.

FindLandedCost.
       display "Receipt date YYYYMMDD (0 = whole PO): "
           with no advancing
       accept WSQueryDate
       move WSQueryPo to LcPoNum
       move WSQueryDate to LcRcptDate
       move "N" to WSLcFoundFlag
       read LandedCosts
           invalid key continue
           not invalid key set LcFound to true
       end-read
       evaluate true
           when not LcFound
               perform CheckMixedBasis
               if not BasisMixed
                   set ChargeOk to true
               end-if
           when LcChargeCount >= 5
               display "Receipt already carries 5 charges - no room"
           when other
               set ChargeOk to true
       end-evaluate.

AcceptChargeDetail.
       move spaces to WSChgType
       perform until ValidChgType
           display "Charge type (F freight, D duty, B broker, O other): "
               with no advancing
           accept WSChgType
       end-perform
       display "Carrier/broker invoice reference: " with no advancing
       accept WSChgRef
       move zero to WSChgAmount
       display "Charge amount: " with no advancing
       accept WSChgAmount
       if WSChgAmount = zero
           display "No amount - nothing charged"
           move "N" to WSChgOkFlag
       else
           move spaces to WSChgMethod
           perform until ValidChgMethod
               display "Spread by (V value, Q quantity, W weight): "
                   with no advancing
               accept WSChgMethod
           end-perform
       end-if.

BuildChargeLines.
       if not LcFound
           move WSQueryPo to LcPoNum
           move WSQueryDate to LcRcptDate
           move PoVendNum to LcVendNum
           move WSRunDate to LcCreatedDate
           move zero to LcChargeCount
       end-if
       perform BuildReceiptLines
       if LcLineCount = zero
           move "N" to WSChgOkFlag
           if WSQueryDate = zero
               display "Nothing received on PO " WSQueryPo " yet"
           else
               display "No receipt on PO " WSQueryPo " dated "
                   WSQueryDate
           end-if
       end-if.

RecordCharge.
       add 1 to LcChargeCount
       move WSChgType to LcChgType(LcChargeCount)
       move WSChgRef to LcChgRef(LcChargeCount)
       move WSChgAmount to LcChgAmount(LcChargeCount)
       move WSChgMethod to LcChgMethod(LcChargeCount)
       move WSRunDate to LcChgDate(LcChargeCount)
       move OperatorID to LcChgBy(LcChargeCount)
       perform AllocateCharges
       if not AllocOk
           display "Charge not recorded"
       else
           perform DisplayLandedLines
           display "Record this charge? (Y/N): " with no advancing
           accept WSConfirm
           if WSConfirm = "Y" or WSConfirm = "y"
               perform SaveLandedCost
           else
               display "Charge not recorded"
           end-if
       end-if.

SaveLandedCost.
       if LcFound
           rewrite LandedCostData
               invalid key display "Landed cost not updated"
               not invalid key
                   display "Charge recorded - landed costs offered"
                       " to standard cost maintenance"
           end-rewrite
       else
           write LandedCostData
               invalid key display "Landed cost not written"
               not invalid key
                   display "Charge recorded - landed costs offered"
                       " to standard cost maintenance"
           end-write
       end-if.

*> lo stesso ricevuto non si carica due volte: un PO con spese sul
*> totale non ne prende su una singola ricezione, e viceversa
CheckMixedBasis.
       move "N" to WSMixedFlag
       move "N" to WSEOFFlag
       move WSQueryPo to LcPoNum
       move zero to LcRcptDate
       start LandedCosts key is not less than LcKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read LandedCosts next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if LcPoNum not = WSQueryPo
                   set AtEOF to true
               else
                   set BasisMixed to true
                   set AtEOF to true
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       if BasisMixed
           if WSQueryDate = zero
               display "PO " WSQueryPo " already has charges on its"
                   " receipt of " LcRcptDate " - charge that receipt"
           else
               if LcRcptDate = zero
                   display "PO " WSQueryPo " is charged as a whole -"
                       " enter receipt date 0"
               else
                   move "N" to WSMixedFlag
               end-if
           end-if
       end-if.

*> righe dal ricevuto: per il PO intero le quantita' ricevute riga
*> per riga, per una ricezione le consegne del giorno sul journal;
*> ogni ricalcolo rimette la proposta di costo in attesa
BuildReceiptLines.
       move zero to LcLineCount
       move zero to WSLineDropped
       if WSQueryDate = zero
           perform varying WSPoLineIdx from 1 by 1
                   until WSPoLineIdx > PoLineCount or WSPoLineIdx > 10
               if PoQtyReceived(WSPoLineIdx) > zero
                   move PoProdCode(WSPoLineIdx) to WSAddProd
                   move PoQtyReceived(WSPoLineIdx) to WSAddQty
                   move PoUnitCost(WSPoLineIdx) to WSAddCost
                   perform AddReceiptLine
               end-if
           end-perform
       else
           move "N" to WSEOFFlag
           open input ReceiptsJournal
           if WSRcptStatus not = "00"
               set AtEOF to true
           end-if
           perform until AtEOF
               read ReceiptsJournal
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if RcptPoNum = WSQueryPo and RcptDate = WSQueryDate
                       move RcptProdCode to WSAddProd
                       move RcptQtyReceived to WSAddQty
                       perform FindPoUnitCost
                       perform AddReceiptLine
                   end-if
               end-if
           end-perform
           if WSRcptStatus = "00" or WSRcptStatus = "10"
               close ReceiptsJournal
           end-if
           move "N" to WSEOFFlag
       end-if
       if WSLineDropped > zero
           display "NOTE: receipt has more than 10 products - "
               WSLineDropped " delivery line(s) left out"
       end-if
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > LcLineCount
           move zero to LcChargeAmt(WSLineIdx)
           move zero to LcLandedUnitCost(WSLineIdx)
           set LcCostPending(WSLineIdx) to true
       end-perform.

FindPoUnitCost.
       move zero to WSAddCost
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount or WSPoLineIdx > 10
           if PoProdCode(WSPoLineIdx) = WSAddProd and WSAddCost = zero
               move PoUnitCost(WSPoLineIdx) to WSAddCost
           end-if
       end-perform.

AddReceiptLine.
       move zero to WSLineFound
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > LcLineCount
           if LcProdCode(WSLineIdx) = WSAddProd
               move WSLineIdx to WSLineFound
           end-if
       end-perform
       if WSLineFound > zero
           add WSAddQty to LcQty(WSLineFound)
       else
           if LcLineCount < 10
               add 1 to LcLineCount
               move WSAddProd to LcProdCode(LcLineCount)
               move WSAddQty to LcQty(LcLineCount)
               move WSAddCost to LcPoUnitCost(LcLineCount)
           else
               add 1 to WSLineDropped
           end-if
       end-if.

*> ogni spesa si ripartisce sulla sua base; l'arrotondamento va
*> all'ultima riga con base, cosi' le quote sommano alla spesa
AllocateCharges.
       move "Y" to WSAllocOkFlag
       perform varying WSChgIdx from 1 by 1
               until WSChgIdx > LcChargeCount or not AllocOk
           perform AllocateOneCharge
       end-perform
       if AllocOk
           perform varying WSLineIdx from 1 by 1
                   until WSLineIdx > LcLineCount
               compute WSUnitWork rounded = LcPoUnitCost(WSLineIdx)
                   + LcChargeAmt(WSLineIdx) / LcQty(WSLineIdx)
               if WSUnitWork > 9999.99
                   display "  " LcProdCode(WSLineIdx) " landed cost"
                       " over 9999.99 - capped"
                   move 9999.99 to WSUnitWork
               end-if
               move WSUnitWork to LcLandedUnitCost(WSLineIdx)
           end-perform
       end-if.

AllocateOneCharge.
       move zero to WSBaseTotal
       move zero to WSLastBaseLine
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > LcLineCount
           evaluate LcChgMethod(WSChgIdx)
               when "V"
                   compute WSLineBase(WSLineIdx) =
                       LcQty(WSLineIdx) * LcPoUnitCost(WSLineIdx)
               when "Q"
                   move LcQty(WSLineIdx) to WSLineBase(WSLineIdx)
               when "W"
                   move LcProdCode(WSLineIdx) to ProdCode
                   read ProductFile
                       invalid key move zero to ProdWeight
                   end-read
                   compute WSLineBase(WSLineIdx) =
                       LcQty(WSLineIdx) * ProdWeight
           end-evaluate
           if WSLineBase(WSLineIdx) > zero
               add WSLineBase(WSLineIdx) to WSBaseTotal
               move WSLineIdx to WSLastBaseLine
           end-if
       end-perform
       if WSBaseTotal = zero
           perform SetChargeText
           display "Charge " WSChgIdx " (" WSChgText ") cannot be"
               " spread by " LcChgMethod(WSChgIdx) " - no value or"
               " weight on the received lines; use another basis"
           move "N" to WSAllocOkFlag
       else
           move LcChgAmount(WSChgIdx) to WSAllocLeft
           perform varying WSLineIdx from 1 by 1
                   until WSLineIdx > LcLineCount
               if WSLineBase(WSLineIdx) > zero
                   if WSLineIdx = WSLastBaseLine
                       move WSAllocLeft to WSShare
                   else
                       compute WSShare rounded = LcChgAmount(WSChgIdx)
                           * WSLineBase(WSLineIdx) / WSBaseTotal
                       if WSShare > WSAllocLeft
                           move WSAllocLeft to WSShare
                       end-if
                   end-if
                   add WSShare to LcChargeAmt(WSLineIdx)
                   subtract WSShare from WSAllocLeft
               end-if
           end-perform
       end-if.

SetChargeText.
       evaluate LcChgType(WSChgIdx)
           when "F" move "Freight" to WSChgText
           when "D" move "Duty" to WSChgText
           when "B" move "Broker" to WSChgText
           when other move "Other" to WSChgText
       end-evaluate.

ShowLandedCost.
       display "PO Number: " with no advancing
       accept LcPoNum
       display "Receipt date YYYYMMDD (0 = whole PO): "
           with no advancing
       accept LcRcptDate
       read LandedCosts
           invalid key display "No landed cost on that receipt"
           not invalid key perform DisplayLandedLines
       end-read.

DisplayLandedLines.
       if LcRcptDate = zero
           display "PO " LcPoNum " (whole PO)  vendor " LcVendNum
       else
           display "PO " LcPoNum " receipt " LcRcptDate "  vendor "
               LcVendNum
       end-if
       move zero to WSChargeTotal
       perform varying WSChgIdx from 1 by 1
               until WSChgIdx > LcChargeCount
           perform SetChargeText
           move LcChgAmount(WSChgIdx) to Dollars
           display "  " WSChgText " " LcChgRef(WSChgIdx) " " Dollars
               " by " LcChgMethod(WSChgIdx) "  " LcChgDate(WSChgIdx)
               " " LcChgBy(WSChgIdx)
           add LcChgAmount(WSChgIdx) to WSChargeTotal
       end-perform
       move WSChargeTotal to Dollars
       display "  Total charges " Dollars
       display "  Product    Qty  PO cost  Charges  Landed  Std cost"
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > LcLineCount
           display "  " LcProdCode(WSLineIdx) " " LcQty(WSLineIdx)
               " " LcPoUnitCost(WSLineIdx) " " LcChargeAmt(WSLineIdx)
               " " LcLandedUnitCost(WSLineIdx) " "
               LcCostStatus(WSLineIdx)
       end-perform.

*> landed contro costo PO, fornitore per fornitore, sulle ricezioni
*> caricate nel mese (zero = tutte)
LandedCostReport.
       display "Month YYYYMM (0 = all on file): " with no advancing
       accept WSPeriod
       move spaces to WSRptFileName
       if WSPeriod = zero
           string "LandedCost.all.dat" delimited by size
               into WSRptFileName
           move "ALL" to PrnPeriod
       else
           string "LandedCost." delimited by size
               WSPeriod delimited by size
               ".dat" delimited by size
               into WSRptFileName
           move WSPeriod to PrnPeriod
       end-if
       open output LandedPrint
       move spaces to WSRcParams
       move PrnPeriod to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       move zero to WSTotPoValue WSTotLandValue WSReceiptsListed
       move "Y" to WSFirstVendFlag
       move "N" to WSEOFFlag
       move zero to LcVendNum
       start LandedCosts key is not less than LcVendNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read LandedCosts next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               divide LcCreatedDate by 100 giving WSCreatedMonth
               if WSPeriod = zero or WSCreatedMonth = WSPeriod
                   perform PrintOneReceipt
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       if not FirstVendor
           perform PrintVendorTotal
       end-if
       move "Report total" to PrnTotText
       move WSTotPoValue to PrnTotPo
       move WSTotLandValue to PrnTotLand
       move zero to WSPct
       if WSTotPoValue > zero
           compute WSPct rounded = (WSTotLandValue - WSTotPoValue)
               * 100 / WSTotPoValue
       end-if
       move WSPct to PrnTotPct
       move "-" to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       close LandedPrint
       display WSReceiptsListed " receipt(s) reported to "
           WSRptFileName.

PrintOneReceipt.
       if FirstVendor or LcVendNum not = WSCurVend
           if not FirstVendor
               perform PrintVendorTotal
           end-if
           move "N" to WSFirstVendFlag
           move LcVendNum to WSCurVend
           move zero to WSVendPoValue WSVendLandValue
           perform PrintVendorHeading
       end-if
       add 1 to WSReceiptsListed
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > LcLineCount
           compute WSLinePoValue =
               LcQty(WSLineIdx) * LcPoUnitCost(WSLineIdx)
           compute WSLineLandValue =
               WSLinePoValue + LcChargeAmt(WSLineIdx)
           add WSLinePoValue to WSVendPoValue WSTotPoValue
           add WSLineLandValue to WSVendLandValue WSTotLandValue
           move zero to WSPct
           if LcPoUnitCost(WSLineIdx) > zero
               compute WSPct rounded = (LcLandedUnitCost(WSLineIdx)
                   - LcPoUnitCost(WSLineIdx)) * 100
                   / LcPoUnitCost(WSLineIdx)
           end-if
           if NewPageRequired
               perform PrintPageHeading
               perform PrintVendorHeading
           end-if
           move LcPoNum to PrnPoNum
           if LcRcptDate = zero
               move "WHOLE PO" to PrnRcptDate
           else
               move LcRcptDate to PrnRcptDate
           end-if
           move LcProdCode(WSLineIdx) to PrnProdCode
           move LcQty(WSLineIdx) to PrnQty
           move LcPoUnitCost(WSLineIdx) to PrnPoCost
           move LcLandedUnitCost(WSLineIdx) to PrnLandCost
           move WSPct to PrnPct
           move " " to AsaControl
           move DetailLine to PrintBody
           write PrintLine
           add 1 to LineCount
       end-perform.

PrintVendorHeading.
       move spaces to WSVendName
       if VendFileOpen
           move WSCurVend to VendNum
           read VendorFile
               invalid key move "** NOT ON FILE **" to WSVendName
               not invalid key move VendName to WSVendName
           end-read
       end-if
       move WSCurVend to PrnVendNum
       move WSVendName to PrnVendName
       move "0" to AsaControl
       move VendHeadLine to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintVendorTotal.
       move "  Vendor total" to PrnTotText
       move WSVendPoValue to PrnTotPo
       move WSVendLandValue to PrnTotLand
       move zero to WSPct
       if WSVendPoValue > zero
           compute WSPct rounded = (WSVendLandValue - WSVendPoValue)
               * 100 / WSVendPoValue
       end-if
       move WSPct to PrnTotPct
       move " " to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintPageHeading.
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
