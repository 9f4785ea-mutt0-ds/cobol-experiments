*> suggested quantity the report prints), numbered from PoControl.dat
*> the way invoices are numbered, expected-dated from the vendor's
*> lead time, and the open-PO report finally shows purchasing what is
*> already on order before they order it again. When the expediting
*> worklist has the buyer chasing a vendor, the new date the vendor
*> promises for a line is recorded here; the expediting run and the
*> late-order report use it in place of the expected date.
IDENTIFICATION DIVISION.
PROGRAM-ID. poentry.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BoKey
           FILE STATUS IS WSBoStatus.
       *> accordi blanket: i rilasci ne prendono il prezzo e ne
       *> consumano la quantita' accordata
       SELECT BlanketPOs ASSIGN TO "BlanketPOs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BkNum
           ALTERNATE RECORD KEY IS BkVendNum WITH DUPLICATES
           FILE STATUS IS WSBkStatus.
       SELECT PoControl ASSIGN TO "PoControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
01 BackorderData.
   COPY BORDREC.

FD BlanketPOs.
01 BlanketData.
   COPY BLANKETREC.

FD PoControl.
01 ControlRecord.
   02 CtlNextPoNum pic 9(6).
01 WSBoEOFFlag pic X value "N".
       88 BoAtEOF value "Y".
01 WSBoQty pic 9(6).
01 WSBkStatus pic XX.
01 WSBkOpenFlag pic X value "N".
       88 BkFileOpen value "Y".
01 WSBkEOFFlag pic X value "N".
       88 BkAtEOF value "Y".
01 WSBkCancelFlag pic X value "N".
       88 BkReleaseCancelled value "Y".
01 WSBkOkFlag pic X value "N".
       88 BkReleaseOk value "Y".
01 WSBkRemain pic S9(7).
01 WSBkDaysLeft pic S9(6).
*> soglie di avviso come in 156_blanket_po.cob
01 WSBkWarnPct pic 9(3) value 90.
01 WSBkWarnDays pic 9(3) value 30.
01 WSBkUsedPct pic 9(3)V9.
01 WSVendExist pic X.
01 WSPoNum pic 9(6).
01 WSVendPick pic 9(5).
01 WSRunDate pic 9(8).
01 WSOpenCount pic 9(5).
01 WSLineValue pic 9(8)V99.
*> unita' d'acquisto della riga: codice, pezzi per unita', quantita'
*> battuta nell'unita' e la sua resa in pezzi
01 WSUomCode pic X(2).
01 WSUomFactor pic 9(4).
01 WSUomQty pic 9(5).
01 WSEachQty pic 9(6).
01 WSShowCode pic X(2).
01 WSShowQty pic 9(6).
01 WSShowRcvQty pic 9(6).
01 WSShowRcvCode pic X(2).
*> data promessa dal fornitore per una riga, validata con DATEVAL
01 WSPromiseDate pic 9(8).
01 WSPromiseParts redefines WSPromiseDate.
       02 WSPromYear pic 9(4).
       02 WSPromMonth pic 99.
       02 WSPromDay pic 99.
01 WSPromValid pic X.
       88 PromiseIsValid value "Y".
01 WSPromLineFlag pic X value "N".
       88 PromiseLineOk value "Y".
01 WSPoValue pic 9(9)V99.
01 Dollars PIC $$,$$$,$$9.99.
01 PageHeading.
       02 filler pic x value space.
       02 PrnLineProd pic X(8).
       02 filler pic x(6) value "  ord ".
       02 PrnLineOrd pic ZZZZZ9.
       02 filler pic x value space.
       02 PrnLineOrdUom pic X(2).
       02 filler pic x(6) value "  rcv ".
       02 PrnLineRcv pic ZZZZZ9.
       02 filler pic x value space.
       02 PrnLineRcvUom pic X(2).
       02 filler pic x(4) value "  @ ".
       02 PrnLineCost pic ZZZZZ9.99.
       02 filler pic x value "/".
       02 PrnLineCostUom pic X(2).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 40 thru 99.

       if WSBoStatus = "00"
           set BoFileOpen to true
       end-if
       open i-o BlanketPOs
       if WSBkStatus = "00"
           set BkFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "PURCHASE ORDERS"
           display "2 : Build a PO from Replenishment Shortfalls"
           display "3 : Open-PO Report"
           display "4 : Show a PO"
           display "5 : Release against a Blanket PO"
           display "6 : Record a Vendor-Promised Date"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
               when 2 perform BuildFromReplenishment
               when 3 perform OpenPoReport
               when 4 perform ShowPo
               when 5 perform ReleaseFromBlanket
               when 6 perform RecordPromisedDate
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       if BoFileOpen
           close Backorders
       end-if
       if BkFileOpen
           close BlanketPOs
       end-if
       goback.

*> numerazione PO dal file di controllo, identica a GetNextInvoiceNum
           move zero to PoQtyOrdered(WSLineIdx)
           move zero to PoQtyReceived(WSLineIdx)
           move zero to PoUnitCost(WSLineIdx)
           move zero to PoQtyBilled(WSLineIdx)
           move "EA" to PoLineUom(WSLineIdx)
           move 1 to PoLineFactor(WSLineIdx)
           move zero to PoUomCost(WSLineIdx)
           move zero to PoLineBlanketNum(WSLineIdx)
           move zero to PoPromisedDate(WSLineIdx)
           move zero to PoPromiseKeyed(WSLineIdx)
       end-perform
       set PoOpen to true
       move "N" to PoDropShipFlag
       move zero to PoDsOrderNum PoDsCustIDNum PoDsShipDate
       move spaces to PoDsShipName PoDsAddrLine1 PoDsAddrCity
           PoDsAddrState PoDsAddrZip PoDsTrackingRef.

PickVendor.
       move "Y" to WSVendExist
       read ProductFile
           invalid key
               display "  (product not on file - recorded as keyed)"
               move "EA" to WSUomCode
               move 1 to WSUomFactor
           not invalid key
               display "  " ProdDesc
               perform NoteOpenBlanket
               perform AcceptBuyUnit
       end-read
       move ProdCode to PoProdCode(WSLineIdx)
       move zero to WSEachQty
       perform until WSEachQty > zero and WSEachQty < 100000
           display "  Quantity in " WSUomCode ": " with no advancing
           accept WSUomQty
           compute WSEachQty = WSUomQty * WSUomFactor
               on size error move zero to WSEachQty
           end-compute
           if WSEachQty > 99999
               display "  More than 99999 eaches on one line - split it"
           end-if
       end-perform
       move WSEachQty to PoQtyOrdered(WSLineIdx)
       display "  Cost per " WSUomCode ": " with no advancing
       accept PoUomCost(WSLineIdx)
       perform SetLineUnit.

*> un accordo blanket attivo con questo fornitore per il prodotto:
*> la riga andrebbe rilasciata da li', al prezzo accordato
NoteOpenBlanket.
       if BkFileOpen
           move "N" to WSBkEOFFlag
           move PoVendNum to BkVendNum
           start BlanketPOs key is = BkVendNum
               invalid key set BkAtEOF to true
           end-start
           perform until BkAtEOF
               read BlanketPOs next record
                   at end set BkAtEOF to true
               end-read
               if not BkAtEOF
                   if BkVendNum not = PoVendNum
                       set BkAtEOF to true
                   else
                       if BkActive and BkProdCode = ProdCode
                               and BkEndDate >= WSRunDate
                           display "  (blanket " BkNum " is open for"
                               " this product - release it with"
                               " option 5)"
                       end-if
                   end-if
               end-if
           end-perform
           move "N" to WSBkEOFFlag
       end-if.

*> rilascio da un blanket: un PO di una riga per il prodotto
*> dell'accordo, nella sua unita' e al suo prezzo, entro la quantita'
*> che resta e dentro le date di validita'
ReleaseFromBlanket.
       display " "
       if not BkFileOpen
           display "No blanket agreements on file"
       else
           display "Blanket Number: " with no advancing
           accept BkNum
           perform CheckBlanketRelease
           if BkReleaseOk
               perform ShowBlanketRemaining
               perform AcceptReleaseQty
               if not BkReleaseCancelled
                   perform WriteBlanketRelease
               end-if
           end-if
       end-if.

CheckBlanketRelease.
       move "N" to WSBkOkFlag
       read BlanketPOs
           invalid key display "Blanket not on file"
           not invalid key perform CheckBlanketTerms
       end-read.

CheckBlanketTerms.
       compute WSBkRemain = BkAgreedQty - BkReleasedQty
       evaluate true
           when not BkActive
               display "Blanket is closed"
           when WSRunDate < BkStartDate or WSRunDate > BkEndDate
               display "Blanket is valid " BkStartDate " to " BkEndDate
                   " - no release today"
           when WSBkRemain <= zero
               display "Blanket quantity is fully released"
           when other
               perform CheckBlanketVendor
       end-evaluate.

CheckBlanketVendor.
       move BkVendNum to WSVendPick
       move WSVendPick to VendNum
       move "Y" to WSVendExist
       read VendorFile
           invalid key move "N" to WSVendExist
       end-read
       if WSVendExist = "N" or VendInactive
           display "Vendor " BkVendNum " is no longer active"
       else
           set BkReleaseOk to true
       end-if.

ShowBlanketRemaining.
       move BkUom to WSUomCode
       move BkFactor to WSUomFactor
       move WSBkRemain to WSEachQty
       call "UOMSHOW" using WSUomCode, WSUomFactor, WSEachQty,
           WSShowQty, WSShowCode
       display "Blanket " BkNum " vendor " BkVendNum " product "
           BkProdCode " at " BkUomCost " per " BkUom
       display "  remaining " WSShowQty " " WSShowCode " until "
           BkEndDate.

*> quantita' nell'unita' del blanket, entro il residuo; zero annulla
AcceptReleaseQty.
       move zero to WSEachQty
       move "N" to WSBkCancelFlag
       perform until WSEachQty > zero or BkReleaseCancelled
           display "  Release quantity in " WSUomCode " (0 = cancel): "
               with no advancing
           accept WSUomQty
           if WSUomQty = zero
               display "No release"
               set BkReleaseCancelled to true
           else
               perform CheckReleaseQty
           end-if
       end-perform.

CheckReleaseQty.
       compute WSEachQty = WSUomQty * WSUomFactor
           on size error move 999999 to WSEachQty
       end-compute
       evaluate true
           when WSEachQty > WSBkRemain
               display "  Only " WSShowQty " " WSShowCode " left on"
                   " the blanket"
               move zero to WSEachQty
           when WSEachQty > 99999
               display "  More than 99999 eaches on one release -"
                   " split it"
               move zero to WSEachQty
       end-evaluate.

WriteBlanketRelease.
       perform StartNewPo
       move 1 to PoLineCount
       move 1 to WSLineIdx
       move BkProdCode to PoProdCode(WSLineIdx)
       move WSEachQty to PoQtyOrdered(WSLineIdx)
       move BkUomCost to PoUomCost(WSLineIdx)
       perform SetLineUnit
       move BkUnitCost to PoUnitCost(WSLineIdx)
       move BkNum to PoLineBlanketNum(WSLineIdx)
       write PurchaseOrderData
           invalid key
               display "Release PO not written, status " WSPoStatus
           not invalid key
               display "Release PO " PoNum " written, expected "
                   PoExpectedDate
               add WSEachQty to BkReleasedQty
               add 1 to BkReleaseCount
               move PoNum to BkLastRelease
               rewrite BlanketData
                   invalid key display "Blanket " BkNum " not updated -"
                       " released quantity is short by this release"
               end-rewrite
               perform WarnBlanketLimits
       end-write.

*> avvisi sul blanket dopo il rilascio: quantita' quasi esaurita o
*> validita' in scadenza
WarnBlanketLimits.
       compute WSBkDaysLeft = function integer-of-date(BkEndDate)
           - function integer-of-date(WSRunDate)
       compute WSBkUsedPct = (BkReleasedQty * 100) / BkAgreedQty
           on size error move 999 to WSBkUsedPct
       end-compute
       if BkReleasedQty >= BkAgreedQty
           display "*** blanket " BkNum " is now fully released ***"
       else
           if WSBkUsedPct >= WSBkWarnPct
               display "*** blanket " BkNum " is " WSBkUsedPct
                   "% released ***"
           end-if
       end-if
       if WSBkDaysLeft <= WSBkWarnDays
           display "*** blanket " BkNum " ends " BkEndDate
               " - renegotiate or extend ***"
       end-if.

*> unita' d'acquisto della riga: quella del prodotto se invio, un'altra
*> solo se il prodotto ha il suo fattore (pezzi per confezione/cartone)
AcceptBuyUnit.
       move zero to WSUomFactor
       perform until WSUomFactor > zero
           move ProdBuyUom to WSUomCode
           display "  Unit EA/IP/CS (blank = " WSUomCode "): "
               with no advancing
           accept WSUomCode
           if WSUomCode = spaces
               move ProdBuyUom to WSUomCode
           end-if
           call "UOMCONV" using WSUomCode, ProdInnerQty, ProdCaseQty,
               WSUomFactor
           if WSUomFactor = zero
               display "  No " WSUomCode " quantity set for this product"
           end-if
       end-perform.

*> la riga registra unita' e fattore; il costo unitario resta per
*> pezzo (matching fatture, accrual, PPV lo leggono cosi')
SetLineUnit.
       move WSUomCode to PoLineUom(WSLineIdx)
       move WSUomFactor to PoLineFactor(WSLineIdx)
       compute PoUnitCost(WSLineIdx) rounded =
           PoUomCost(WSLineIdx) / WSUomFactor
           on size error move zero to PoUnitCost(WSLineIdx)
       end-compute.

*> le righe arrivano gia' pronte dai sottoscorta: ogni prodotto a o
*> sotto reorder point diventa una riga con la stessa quantita'
                       move PoLineCount to WSLineIdx
                       move ProdCode to PoProdCode(WSLineIdx)
                       perform CountOpenBackorders
                       compute WSEachQty =
                           (ProdReorderPoint * 2) - ProdOnHand
                           + WSBoQty
                       *> il fabbisogno in pezzi si arrotonda per
                       *> eccesso all'unita' d'acquisto del prodotto
                       move ProdBuyUom to WSUomCode
                       call "UOMCONV" using WSUomCode, ProdInnerQty,
                           ProdCaseQty, WSUomFactor
                       if WSUomFactor = zero
                           move "EA" to WSUomCode
                           move 1 to WSUomFactor
                       end-if
                       divide WSEachQty by WSUomFactor
                           giving WSUomQty remainder WSShowQty
                       if WSShowQty > zero
                           add 1 to WSUomQty
                       end-if
                       compute PoQtyOrdered(WSLineIdx) =
                           WSUomQty * WSUomFactor
                       display "  line " WSLineIdx ": " ProdCode
                           " qty " WSUomQty " " WSUomCode
                           " - cost per " WSUomCode ": "
                           with no advancing
                       accept PoUomCost(WSLineIdx)
                       perform SetLineUnit
                   end-if
               end-if
           end-perform
               display "PO " PoNum " vendor " PoVendNum " dated "
                   PoDate " expected " PoExpectedDate " status "
                   PoStatusFlag
               if PoDropShip
                   display "  drop-ship for order " PoDsOrderNum
                       " to " PoDsShipName ", " PoDsAddrCity
               end-if
               perform varying WSLineIdx from 1 by 1
                       until WSLineIdx > PoLineCount
                   perform ShowLineInUnit
                   display "  line " WSLineIdx ": "
                       PoProdCode(WSLineIdx) " ordered "
                       WSShowQty " " WSShowCode " received "
                       WSShowRcvQty " " WSShowRcvCode " @ "
                       PoUomCost(WSLineIdx) "/" PoLineUom(WSLineIdx)
                   if PoPromisedDate(WSLineIdx) is numeric
                           and PoPromisedDate(WSLineIdx) > zero
                       display "          vendor promised "
                           PoPromisedDate(WSLineIdx) " (keyed "
                           PoPromiseKeyed(WSLineIdx) ")"
                   end-if
               end-perform
       end-read.

*> il buyer ha sollecitato il fornitore: la nuova data promessa per
*> una riga ancora da ricevere; zero cancella la promessa e la riga
*> torna dovuta alla data attesa del PO
RecordPromisedDate.
       display " "
       display "PO Number: " with no advancing
       accept PoNum
       perform CheckPromiseLine
       if PromiseLineOk
           perform AcceptPromiseDate
           perform SavePromiseDate
       end-if.

CheckPromiseLine.
       move "N" to WSPromLineFlag
       read PurchaseOrders
           invalid key display "PO not on file"
           not invalid key perform CheckPromisePo
       end-read.

CheckPromisePo.
       evaluate true
           when not PoOpen and not PoPartial
               display "PO " PoNum " is not open"
           when PoDropShip
               display "Drop-ship PO - the vendor's shipment"
                   " confirmation dates it"
           when other
               perform PickPromiseLine
       end-evaluate.

PickPromiseLine.
       display "PO " PoNum " vendor " PoVendNum " expected "
           PoExpectedDate
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > PoLineCount
           if PoPromisedDate(WSLineIdx) is not numeric
               move zero to PoPromisedDate(WSLineIdx)
               move zero to PoPromiseKeyed(WSLineIdx)
           end-if
           display "  line " WSLineIdx ": " PoProdCode(WSLineIdx)
               " ordered " PoQtyOrdered(WSLineIdx) " received "
               PoQtyReceived(WSLineIdx) " promised "
               PoPromisedDate(WSLineIdx)
       end-perform
       display "Line number: " with no advancing
       accept WSLineIdx
       evaluate true
           when WSLineIdx < 1 or WSLineIdx > PoLineCount
               display "No such line"
           when PoQtyReceived(WSLineIdx) >= PoQtyOrdered(WSLineIdx)
               display "Line " WSLineIdx " is fully received"
           when other
               set PromiseLineOk to true
       end-evaluate.

AcceptPromiseDate.
       move "N" to WSPromValid
       perform until PromiseIsValid
           display "Vendor-promised date (YYYYMMDD, 0 = clear): "
               with no advancing
           accept WSPromiseDate
           if WSPromiseDate = zero
               set PromiseIsValid to true
           else
               call "DATEVAL" using WSPromMonth, WSPromDay,
                   WSPromYear, WSPromValid
               if not PromiseIsValid
                   display "  Not a valid date, try again"
               end-if
           end-if
       end-perform.

SavePromiseDate.
       move WSPromiseDate to PoPromisedDate(WSLineIdx)
       if WSPromiseDate = zero
           move zero to PoPromiseKeyed(WSLineIdx)
       else
           move WSRunDate to PoPromiseKeyed(WSLineIdx)
       end-if
       rewrite PurchaseOrderData
           invalid key display "PO not updated"
           not invalid key
               display "PO " PoNum " line " WSLineIdx
                   " promised date recorded"
       end-rewrite.

*> report PO aperti/parziali, datato come gli altri report
OpenPoReport.
       move spaces to WSRptFileName
               until WSLineIdx > PoLineCount
           move WSLineIdx to PrnLineNo
           move PoProdCode(WSLineIdx) to PrnLineProd
           perform ShowLineInUnit
           move WSShowQty to PrnLineOrd
           move WSShowCode to PrnLineOrdUom
           move WSShowRcvQty to PrnLineRcv
           move WSShowRcvCode to PrnLineRcvUom
           move PoUomCost(WSLineIdx) to PrnLineCost
           move PoLineUom(WSLineIdx) to PrnLineCostUom
           move " " to AsaControl
           move PoLinePrint to PrintBody
           write PrintLine
           add 1 to LineCount
       end-perform.

*> ordinato e ricevuto della riga nella sua unita' d'acquisto; le
*> righe di prima delle unita' sono in pezzi al costo per pezzo
ShowLineInUnit.
       if PoLineFactor(WSLineIdx) not numeric
               or PoLineFactor(WSLineIdx) = zero
           move "EA" to PoLineUom(WSLineIdx)
           move 1 to PoLineFactor(WSLineIdx)
           move PoUnitCost(WSLineIdx) to PoUomCost(WSLineIdx)
       end-if
       move PoQtyOrdered(WSLineIdx) to WSEachQty
       call "UOMSHOW" using PoLineUom(WSLineIdx),
           PoLineFactor(WSLineIdx), WSEachQty, WSShowQty, WSShowCode
       move PoQtyReceived(WSLineIdx) to WSEachQty
       call "UOMSHOW" using PoLineUom(WSLineIdx),
           PoLineFactor(WSLineIdx), WSEachQty, WSShowRcvQty,
           WSShowRcvCode.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
