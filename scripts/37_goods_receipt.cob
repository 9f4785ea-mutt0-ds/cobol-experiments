*> instead of overwriting it (fat-finger city, as option 2 of
*> 23_product_master.cob was), writes a receipts journal line with
*> date and operator, and first offers the delivery to any waiting
*> backorders via BACKREL, oldest order first. A product flagged for
*> inspection, or any delivery from a vendor so flagged, is held
*> instead: the quantity goes on ProdInspectQty and a hold record on
*> InspectionHolds.dat, and nothing reaches the shelf (or the
*> backorders) until 139_qc_release.cob accepts it. A shelf-life
*> product (ProdShelfLifeDays) must come in on a lot with an expiry
*> date, kept on the lot balance for the merge's earliest-expiry-first
*> allocation. A serialized product (ProdSerialized) has every unit's
*> serial number keyed as it is posted, onto SerialNumbers.dat. Every
*> quantity put on stock gets a put-away task with the bin to take it
*> to (PUTDIRECT: the product's bin at the warehouse, or a suggested
*> empty one off the bin master), printed on the session's put-away
*> list for the receiver and confirmed in 145_putaway.cob.
IDENTIFICATION DIVISION.
PROGRAM-ID. goodsreceipt.
ENVIRONMENT DIVISION.
           RECORD KEY IS ProdCode.
       SELECT ReceiptsJournal ASSIGN TO "ReceiptsJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> put-away list della sessione, un task per riga a scaffale
       SELECT PutAwayList ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> ricevimento contro PO: la consegna si spunta riga per riga
       *> sull'ordine d'acquisto invece di accettare quel che viene
       *> battuto, e il PO si marca ricevuto/parziale
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       *> accordo blanket della riga PO: il ricevuto si accredita anche li'
       SELECT BlanketPOs ASSIGN TO "BlanketPOs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BkNum
           ALTERNATE RECORD KEY IS BkVendNum WITH DUPLICATES
           FILE STATUS IS WSBkStatus.
       *> giacenze per lotto fornitore: una consegna con numero di
       *> lotto alimenta il saldo lotto, cosi' un recall del vendor
       *> puo' essere seguito fino ai clienti
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotKey
           FILE STATUS IS WSLotStatus.
       *> ispezione al ricevimento: il flag del fornitore del PO vale
       *> per tutte le sue consegne; le consegne trattenute vanno su
       *> InspectionHolds.dat, numerate come i resi da un file di
       *> controllo a un record
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT InspectionHolds ASSIGN TO "InspectionHolds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InHoldNum
           ALTERNATE RECORD KEY IS InProdCode WITH DUPLICATES
           FILE STATUS IS WSInStatus.
       SELECT InspControl ASSIGN TO "InspControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       *> numeri di serie delle unita' ricevute, uno per unita'
       SELECT SerialNumbers ASSIGN TO "SerialNumbers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SerKey
           ALTERNATE RECORD KEY IS SerOrderNum WITH DUPLICATES
           FILE STATUS IS WSSerStatus.

DATA DIVISION.
FILE SECTION.
01 PurchaseOrderData.
   COPY POREC.

FD BlanketPOs.
01 BlanketData.
   COPY BLANKETREC.

FD LotBalances.
01 LotBalanceData.
   COPY LOTBALREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD InspectionHolds.
01 InspectionHoldData.
   COPY INSPREC.

FD InspControl.
01 InspControlRecord.
   02 CtlNextHoldNum pic 9(6).

FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

FD PutAwayList.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 OperatorID PIC X(8) value spaces.
       88 PoFileOpen value "Y".
01 WSPoLineIdx pic 9(2).
01 WSStillDue pic S9(6).
*> PO della consegna per il journal di ricevimento, zero senza PO
01 WSRcptPoNum pic 9(6).
01 WSAllReceivedFlag pic X.
01 WSBkStatus pic XX.
01 WSBkOpenFlag pic X value "N".
       88 BkFileOpen value "Y".
*> la consegna si conta nell'unita' d'acquisto (quella della riga PO
*> o, senza PO, quella del prodotto); a giacenza va in pezzi
01 WSUomCode pic X(2).
01 WSUomFactor pic 9(4).
01 WSUomQty pic 9(5).
01 WSEachQty pic 9(6).
01 WSShowQty pic 9(6).
01 WSShowCode pic X(2).
01 WSShowRcvQty pic 9(6).
01 WSShowRcvCode pic X(2).
*> lotto della consegna in lavorazione; blank = merce non tracciata
01 WSLotStatus pic XX.
01 WSLotNum pic X(10).
*> scadenza del lotto per i prodotti a vita limitata; zero = nessuna
01 WSExpiryDate pic 9(8).
01 WSExpiryParts redefines WSExpiryDate.
       02 WSExpYear pic 9(4).
       02 WSExpMonth pic 99.
       02 WSExpDay pic 99.
01 WSExpiryDefault pic 9(8).
01 WSExpValid pic X.
       88 ExpiryIsValid value "Y".
*> riga sul movement ledger unificato, via STOCKMOVE
01 WSMoveQty pic S9(5).
01 WSMoveSource pic XX value "GR".
01 WSMoveRef pic X(10).
*> ispezione al ricevimento: la consegna resta fuori giacenza, a
*> ledger con il codice memo IH
01 WSVendStatus pic XX.
01 WSVendOpenFlag pic X value "N".
       88 VendFileOpen value "Y".
01 WSVendInspFlag pic X value "N".
       88 VendHoldsAll value "Y".
01 WSInspectFlag pic X value "N".
       88 InspectThis value "Y".
01 WSInStatus pic XX.
01 WSCtlStatus pic XX.
01 WSHoldNum pic 9(6).
01 WSInspSource pic XX value "IH".
01 WSHoldCount pic 9(5) value zero.
*> numeri di serie: uno per unita' ricevuta dei prodotti serializzati
01 WSSerStatus pic XX.
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(5).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".
01 WSSerialCount pic 9(5) value zero.
*> put-away diretto: task, bin e provenienza del bin da PUTDIRECT
01 WSPaTaskNum pic 9(6).
01 WSPaBin pic X(6).
01 WSPaSource pic X.
01 WSPaCount pic 9(5) value zero.
01 WSPaListFlag pic X value "N".
       88 PaListOpen value "Y".
01 WSRptFileName pic X(30).
01 PaHeading.
       02 filler pic X(20) value "PUT-AWAY LIST  WHSE ".
       02 PrnPaWhse pic XX.
       02 filler pic X(8) value "  DATE ".
       02 PrnPaDate pic 9999/99/99.
       02 filler pic X(15) value "  RECEIVED BY ".
       02 PrnPaOper pic X(8).
01 PaHeads pic X(80) value
       "Task   Product  Description          Qty   Lot        Bin    Put in".
01 PaDetail.
       02 PrnPaTask pic 9(6).
       02 filler pic X value space.
       02 PrnPaProd pic X(8).
       02 filler pic X value space.
       02 PrnPaDesc pic X(20).
       02 filler pic X value space.
       02 PrnPaQty pic ZZZZ9.
       02 filler pic X value space.
       02 PrnPaLot pic X(10).
       02 filler pic X value space.
       02 PrnPaBin pic X(6).
       02 filler pic X value space.
       02 PrnPaActual pic X(8) value "________".
01 PaFootLine pic X(80) value
       "Bin ?????? = none on file, choose one. Confirm every task in putaway.".
*> registrazione del put-away list nel report catalog, via RPTCAT
01 WSRcName pic X(12) value "putawaylist".
01 WSRcParams pic X(30).
*> gestore errori file condiviso (ProductFile e' senza FILE
*> STATUS: una rewrite INVALID KEY qui e' un record-not-found)
01 WSFeProgram pic X(12) value "goodsreceipt".
       if WSPoStatus = "00"
           set PoFileOpen to true
       end-if
       open i-o BlanketPOs
       if WSBkStatus = "00"
           set BkFileOpen to true
       end-if
       open i-o LotBalances
       if WSLotStatus = "35"
           open output LotBalances
           close LotBalances
           open i-o LotBalances
       end-if
       open input VendorFile
       if WSVendStatus = "00"
           set VendFileOpen to true
       end-if
       open i-o InspectionHolds
       if WSInStatus = "35"
           open output InspectionHolds
           close InspectionHolds
           open i-o InspectionHolds
       end-if
       open i-o SerialNumbers
       if WSSerStatus = "35"
           open output SerialNumbers
           close SerialNumbers
           open i-o SerialNumbers
       end-if
       perform until WSChoice = 9
           display " "
           display "GOODS RECEIPT"
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close ProductFile, ReceiptsJournal, LotBalances,
           InspectionHolds, SerialNumbers
       if PoFileOpen
           close PurchaseOrders
       end-if
       if BkFileOpen
           close BlanketPOs
       end-if
       if VendFileOpen
           close VendorFile
       end-if
       display "Deliveries posted this session: " WSReceiptCount
       if WSHoldCount > zero
           display "  of which held for inspection: " WSHoldCount
       end-if
       if WSSerialCount > zero
           display "Serial numbers recorded: " WSSerialCount
       end-if
       if PaListOpen
           move "-" to AsaControl
           move PaFootLine to PrintBody
           write PrintLine
           close PutAwayList
           display "Put-away tasks: " WSPaCount "  list in "
               WSRptFileName
       end-if
       stop run.

PostOneDelivery.
       move zero to WSRcptPoNum
       move "N" to WSVendInspFlag
       display "Product Code: " with no advancing
       accept ProdCode
       read ProductFile
*> prima i backorder in attesa (BACKREL consuma da WSQtyToStock),
*> poi il residuo va ADDato alla giacenza - mai sovrascritta
ApplyDelivery.
       perform AcceptReceiptUnit
       move zero to WSQtyReceived
       perform until WSQtyReceived > zero
           display "Quantity received in " WSUomCode ": "
               with no advancing
           accept WSUomQty
           perform UnitsToEaches
           if WSQtyReceived = zero
               display "Quantity must be greater than zero"
           end-if
       end-perform
       display "Lot number (blank = untracked): " with no advancing
       accept WSLotNum
       perform AcceptExpiry
       perform CheckInspection
       if InspectThis
           perform HoldDelivery
       else
           perform StockDelivery
       end-if.

StockDelivery.
       move WSQtyReceived to WSQtyToStock
       call "BACKREL" using ProdCode, WSQtyToStock, WSReleasedQty
       move "Y" to WSPostOkFlag
                   end-if
                   perform WriteReceiptJournal
                   perform PostLotBalance
                   move zero to WSHoldNum
                   perform CaptureSerials
                   move spaces to WSMoveRef
                   perform WriteStockMovement
                   display "Posted: " WSQtyToStock " to stock at "
                       WSWhseCode ", " WSReleasedQty
                       " to waiting backorders"
                   perform DirectPutAway
           end-rewrite
       end-if.

                   move WSLotNum to LbLotNum
                   move WSQtyToStock to LbOnHand
                   move WSRunDate to LbReceiptDate
                   move WSExpiryDate to LbExpiryDate
                   write LotBalanceData
                       invalid key display "  lot balance not written"
                   end-write
               not invalid key
                   add WSQtyToStock to LbOnHand
                   perform KeepEarlierExpiry
                   rewrite LotBalanceData
                       invalid key display "  lot balance not updated"
                   end-rewrite
                       display "PO is cancelled"
                   when PoReceived
                       display "PO is already fully received"
                   when PoDropShip
                       display "Drop-ship PO - the vendor ships to the"
                           " customer, confirm it on the drop-ship"
                           " screen"
                   when other
                       move PoNum to WSRcptPoNum
                       perform CheckVendorInspect
                       perform ReceivePoLines
               end-evaluate
       end-read.
ReceiveOnePoLine.
       compute WSStillDue = PoQtyOrdered(WSPoLineIdx)
           - PoQtyReceived(WSPoLineIdx)
       if PoLineFactor(WSPoLineIdx) not numeric
               or PoLineFactor(WSPoLineIdx) = zero
           move "EA" to PoLineUom(WSPoLineIdx)
           move 1 to PoLineFactor(WSPoLineIdx)
           move PoUnitCost(WSPoLineIdx) to PoUomCost(WSPoLineIdx)
       end-if
       move PoLineUom(WSPoLineIdx) to WSUomCode
       move PoLineFactor(WSPoLineIdx) to WSUomFactor
       move PoQtyOrdered(WSPoLineIdx) to WSEachQty
       call "UOMSHOW" using WSUomCode, WSUomFactor, WSEachQty,
           WSShowQty, WSShowCode
       move PoQtyReceived(WSPoLineIdx) to WSEachQty
       call "UOMSHOW" using WSUomCode, WSUomFactor, WSEachQty,
           WSShowRcvQty, WSShowRcvCode
       display "Line " WSPoLineIdx ": " PoProdCode(WSPoLineIdx)
           " ordered " WSShowQty " " WSShowCode
           " received so far " WSShowRcvQty " " WSShowRcvCode
       display "  Quantity received now in " WSUomCode
           " (0 = none): " with no advancing
       accept WSUomQty
       perform UnitsToEaches
       if WSQtyReceived > zero
           if WSUomFactor > 1
               display "  = " WSQtyReceived " eaches"
           end-if
           if WSQtyReceived > WSStillDue
               display "  OVER-SHIPMENT: " WSQtyReceived " against "
                   WSStillDue " still due - recorded as received"
               with no advancing
           accept WSLotNum
           add WSQtyReceived to PoQtyReceived(WSPoLineIdx)
           if PoLineBlanketNum(WSPoLineIdx) numeric
               if PoLineBlanketNum(WSPoLineIdx) > zero
                   perform CreditBlanketReceipt
               end-if
           end-if
           move PoProdCode(WSPoLineIdx) to ProdCode
           read ProductFile
               invalid key
                   display "  Product not on file - stock not posted"
               not invalid key
                   perform AcceptExpiry
                   perform CheckInspection
                   if InspectThis
                       perform HoldDelivery
                   else
                       perform PostPoLineToStock
                   end-if
           end-read
       else
           if WSStillDue > zero
           end-if
       end-if.

*> riga di rilascio: il ricevuto va anche sull'accordo blanket
CreditBlanketReceipt.
       if BkFileOpen
           move PoLineBlanketNum(WSPoLineIdx) to BkNum
           read BlanketPOs
               invalid key
                   display "  Blanket " BkNum " not on file - its"
                       " received quantity not updated"
               not invalid key
                   add WSQtyReceived to BkReceivedQty
                       on size error move 9999999 to BkReceivedQty
                   end-add
                   rewrite BlanketData
                       invalid key display "  Blanket " BkNum
                           " not updated"
                   end-rewrite
           end-read
       end-if.

*> consegna senza PO: l'unita' d'acquisto del prodotto se invio,
*> un'altra solo se il prodotto ha il suo fattore
AcceptReceiptUnit.
       move zero to WSUomFactor
       perform until WSUomFactor > zero
           move ProdBuyUom to WSUomCode
           display "Unit EA/IP/CS (blank = " WSUomCode "): "
               with no advancing
           accept WSUomCode
           if WSUomCode = spaces
               move ProdBuyUom to WSUomCode
           end-if
           call "UOMCONV" using WSUomCode, ProdInnerQty, ProdCaseQty,
               WSUomFactor
           if WSUomFactor = zero
               display "No " WSUomCode " quantity set for this product"
           end-if
       end-perform.

*> unita' contate per pezzi: la giacenza e il resto del ricevimento
*> lavorano in pezzi; oltre 99999 la riga si rifiuta (zero)
UnitsToEaches.
       compute WSEachQty = WSUomQty * WSUomFactor
           on size error move zero to WSEachQty
       end-compute
       if WSEachQty > 99999
           display "  More than 99999 eaches in one receipt - key it in"
               " two"
           move zero to WSEachQty
       end-if
       move WSEachQty to WSQtyReceived.

*> stesso giro del modo 1: prima i backorder via BACKREL, il resto a
*> scaffale, journal di ricevimento per la riga
PostPoLineToStock.
                   end-if
                   perform WriteReceiptJournal
                   perform PostLotBalance
                   move zero to WSHoldNum
                   perform CaptureSerials
                   move spaces to WSMoveRef
                   move PoNum to WSMoveRef
                   perform WriteStockMovement
                   display "  Posted: " WSQtyToStock " to stock, "
                       WSReleasedQty " to waiting backorders"
                   perform DirectPutAway
           end-rewrite
       end-if.

               WSMoveSource, WSMoveRef, OperatorID
       end-if.

*> la parte a scaffale riceve il suo bin e una riga sul put-away
*> list; il list si apre al primo task della sessione
DirectPutAway.
       if WSQtyToStock > zero
           call "PUTDIRECT" using ProdCode, WSWhseCode, WSQtyToStock,
               WSLotNum, WSRcptPoNum, OperatorID, WSPaTaskNum, WSPaBin,
               WSPaSource
           if WSPaTaskNum > zero
               add 1 to WSPaCount
               evaluate WSPaSource
                   when "E"
                       display "  PUT AWAY to bin " WSPaBin
                           " (task " WSPaTaskNum ")"
                   when "S"
                       display "  PUT AWAY to empty bin " WSPaBin
                           " (suggested, task " WSPaTaskNum ")"
                   when other
                       display "  No bin on file - put away and record"
                           " the bin in putaway (task " WSPaTaskNum ")"
               end-evaluate
               perform PrintPutAwayLine
           end-if
       end-if.

PrintPutAwayLine.
       if not PaListOpen
           move spaces to WSRptFileName
           string "PutAway" delimited by size
               WSPaTaskNum delimited by size
               ".dat" delimited by size
               into WSRptFileName
           open output PutAwayList
           set PaListOpen to true
           move spaces to WSRcParams
           string WSWhseCode delimited by size
               " " delimited by size
               OperatorID delimited by size
               into WSRcParams
           call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
           move WSWhseCode to PrnPaWhse
           move WSRunDate to PrnPaDate
           move OperatorID to PrnPaOper
           move "1" to AsaControl
           move PaHeading to PrintBody
           write PrintLine
           move "-" to AsaControl
           move PaHeads to PrintBody
           write PrintLine
       end-if
       move WSPaTaskNum to PrnPaTask
       move ProdCode to PrnPaProd
       move ProdDesc to PrnPaDesc
       move WSQtyToStock to PrnPaQty
       move WSLotNum to PrnPaLot
       if WSPaBin = spaces
           move "??????" to PrnPaBin
       else
           move WSPaBin to PrnPaBin
       end-if
       move " " to AsaControl
       move PaDetail to PrintBody
       write PrintLine.

WriteReceiptJournal.
       move ProdCode to RcptProdCode
       move WSRunDate to RcptDate
       move WSQtyReceived to RcptQtyReceived
       move WSReleasedQty to RcptQtyReleased
       move OperatorID to RcptOperatorID
       move WSRcptPoNum to RcptPoNum
       write ReceiptRecord
       add 1 to WSReceiptCount.

*> il flag del fornitore si legge una volta per PO; senza vendor
*> master vale solo il flag del prodotto
CheckVendorInspect.
       move "N" to WSVendInspFlag
       if VendFileOpen
           move PoVendNum to VendNum
           read VendorFile
               invalid key continue
               not invalid key
                   if VendInspectRequired
                       set VendHoldsAll to true
                   end-if
           end-read
       end-if.

CheckInspection.
       move "N" to WSInspectFlag
       if ProdInspectRequired or VendHoldsAll
           set InspectThis to true
       end-if.

*> consegna trattenuta: niente BACKREL, niente giacenza, niente saldo
*> lotto - la quantita' va su ProdInspectQty, il journal registra il
*> ricevimento (per il PO e per lo scorecard fornitori conta la data
*> di arrivo, non quella del rilascio) e la hold aspetta il QC
HoldDelivery.
       move zero to WSReleasedQty
       move zero to WSQtyToStock
       if ProdInspectQty not numeric
           move zero to ProdInspectQty
       end-if
       move "Y" to WSPostOkFlag
       add WSQtyReceived to ProdInspectQty
           on size error
               display "Inspection quantity would overflow - delivery"
                   " NOT posted, receive it in smaller lots"
               move "N" to WSPostOkFlag
       end-add
       if WSPostOkFlag = "Y"
           rewrite ProductData
               invalid key
                   display "Inspection quantity update failed"
                   move "HoldDelivery" to WSFeParagraph
                   move "products.txt" to WSFeFileName
                   move ProdCode to WSFeKeyValue
                   call "FILERR" using WSFeProgram, WSFeParagraph,
                       WSFeFileName, WSFeKeyValue, WSFeStatus,
                       WSFeFatal
               not invalid key
                   perform WriteReceiptJournal
                   perform GetNextHoldNum
                   perform WriteHoldRecord
                   perform CaptureSerials
                   move WSQtyReceived to WSMoveQty
                   move spaces to WSMoveRef
                   string "QC" delimited by size
                       WSHoldNum delimited by size
                       into WSMoveRef
                   call "STOCKMOVE" using ProdCode, WSWhseCode,
                       WSMoveQty, WSInspSource, WSMoveRef, OperatorID
                   add 1 to WSHoldCount
                   display "  HELD FOR INSPECTION: " WSQtyReceived
                       " units, hold " WSHoldNum
                       " - release through qcrelease"
           end-rewrite
       end-if.

WriteHoldRecord.
       move WSHoldNum to InHoldNum
       move ProdCode to InProdCode
       move WSLotNum to InLotNum
       move WSExpiryDate to InExpiryDate
       move WSWhseCode to InWhseCode
       move WSRcptPoNum to InPoNum
       if WSRcptPoNum > zero
           move WSPoLineIdx to InPoLine
           move PoVendNum to InVendNum
       else
           move zero to InPoLine, InVendNum
       end-if
       move WSQtyReceived to InQty
       move WSRunDate to InReceivedDate
       move OperatorID to InReceivedBy
       set InHeld to true
       move zero to InAcceptQty, InRejectQty, InDecidedDate, InRtvNum
       move spaces to InDecidedBy, InRejectReason, InDisposition
       write InspectionHoldData
           invalid key display "  Hold record not written - hold "
               WSHoldNum " already on file"
       end-write.

*> legge e incrementa il numero hold, come GetNextRtvNum
GetNextHoldNum.
       move zero to WSHoldNum
       open input InspControl
       if WSCtlStatus = "00"
           read InspControl
               at end move zero to CtlNextHoldNum
           end-read
           move CtlNextHoldNum to WSHoldNum
           close InspControl
       end-if
       if WSHoldNum = zero
           move 1 to WSHoldNum
       end-if
       open output InspControl
       compute CtlNextHoldNum = WSHoldNum + 1
       write InspControlRecord
       close InspControl.

*> prodotto a vita limitata: lotto obbligatorio e data di scadenza,
*> proposta a ricevimento + ProdShelfLifeDays. Un lotto gia' scaduto
*> si registra lo stesso (va reso o rottamato), con un avviso
AcceptExpiry.
       move zero to WSExpiryDate
       if ProdShelfLifeDays numeric and ProdShelfLifeDays > zero
           perform until WSLotNum not = spaces
               display "  Shelf-life product - lot number required: "
                   with no advancing
               accept WSLotNum
           end-perform
           compute WSExpiryDefault = function date-of-integer(
               function integer-of-date(WSRunDate) + ProdShelfLifeDays)
           move "N" to WSExpValid
           perform until ExpiryIsValid
               display "  Expiry date (YYYYMMDD, 0 = "
                   WSExpiryDefault "): " with no advancing
               accept WSExpiryDate
               if WSExpiryDate = zero
                   move WSExpiryDefault to WSExpiryDate
               end-if
               call "DATEVAL" using WSExpMonth, WSExpDay, WSExpYear,
                   WSExpValid
               if not ExpiryIsValid
                   display "  Not a valid date, try again"
               end-if
           end-perform
           if WSExpiryDate not > WSRunDate
               display "  WARNING: lot " WSLotNum " is already past"
                   " its expiry date"
           end-if
       end-if.

*> una seconda consegna dello stesso lotto: vale la scadenza piu'
*> vicina, cosi' il FEFO non la sottostima mai
KeepEarlierExpiry.
       if LbExpiryDate not numeric
           move zero to LbExpiryDate
       end-if
       if WSExpiryDate > zero
           if LbExpiryDate = zero or WSExpiryDate < LbExpiryDate
               move WSExpiryDate to LbExpiryDate
           end-if
       end-if.

*> un numero di serie per unita' ricevuta (anche quelle girate ai
*> backorder: restano a scaffale finche' il picking non le lega a
*> un ordine); una consegna trattenuta le lascia in ispezione sotto
*> la sua hold. Un seriale gia' a magazzino o venduto si rifiuta; uno
*> uscito al fornitore o a scarto puo' rientrare
CaptureSerials.
       if ProdSerialized
           display "  Serialized product - key the " WSQtyReceived
               " serial number(s) received"
           perform varying WSSerialIdx from 1 by 1
                   until WSSerialIdx > WSQtyReceived
               move "N" to WSSerialOkFlag
               perform until SerialTaken
                   perform TakeOneSerial
               end-perform
           end-perform
       end-if.

TakeOneSerial.
       display "  Serial " WSSerialIdx " of " WSQtyReceived ": "
           with no advancing
       accept WSSerialNum
       if WSSerialNum = spaces
           display "  A serial number is required for every unit"
       else
           move ProdCode to SerProdCode
           move WSSerialNum to SerSerialNum
           read SerialNumbers
               invalid key
                   perform BuildSerialRecord
                   write SerialData
                       invalid key display "  serial not written"
                       not invalid key set SerialTaken to true
                   end-write
               not invalid key
                   if SerToVendor or SerScrapped
                       perform BuildSerialRecord
                       rewrite SerialData
                           invalid key display "  serial not updated"
                           not invalid key set SerialTaken to true
                       end-rewrite
                   else
                       display "  Serial " WSSerialNum " is already"
                           " on file (status " SerStatus ")"
                           " - check the unit"
                   end-if
           end-read
           if SerialTaken
               add 1 to WSSerialCount
           end-if
       end-if.

BuildSerialRecord.
       move ProdCode to SerProdCode
       move WSSerialNum to SerSerialNum
       if WSHoldNum > zero
           set SerInInspection to true
       else
           set SerInStock to true
       end-if
       move WSWhseCode to SerWhseCode
       move WSLotNum to SerLotNum
       move WSRcptPoNum to SerPoNum
       if WSRcptPoNum > zero
           move PoVendNum to SerVendNum
       else
           move zero to SerVendNum
       end-if
       move WSRunDate to SerReceivedDate
       move OperatorID to SerReceivedBy
       move WSHoldNum to SerHoldNum
       move zero to SerOrderNum
       move zero to SerCustIDNum
       move zero to SerPickDate
       move spaces to SerPickedBy
       move zero to SerShipDate
       move zero to SerReturnDate
       move spaces to SerReturnedBy
       move zero to SerDisposedDate.
