       >>SOURCE FORMAT FREE
*> QC release: receiving inspection's answer to the hold that
*> 37_goods_receipt.cob puts on a flagged product's (or a flagged
*> vendor's) delivery. Held stock sits on ProdInspectQty, visible on
*> availability and on the stock ledger (IH lines) but out of reach
*> of order merge, counter sales and backorder release. Here the
*> inspector finds the hold by product and lot and accepts it, rejects
*> it, or accepts part and rejects the rest. The accepted part is
*> posted the way a receipt is: waiting backorders first (BACKREL),
*> the remainder onto ProdOnHand, the warehouse bucket and the lot
*> balance, with an IA line out of inspection and a GR line onto the
*> shelf. The rejected part leaves inspection on an IX line with a
*> reason code, either for scrap or for the vendor - those wait on
*> 138_vendor_return.cob, which posts the return and its debit memo.
*> A serialized product's units follow the decision on
*> SerialNumbers.dat: the inspector keys which serials were rejected
*> on a part-accepted hold, and the rest go on the shelf. The
*> accepted quantity gets its put-away task and bin (PUTDIRECT) the
*> same as a receipt, confirmed in 145_putaway.cob.
IDENTIFICATION DIVISION.
PROGRAM-ID. qcrelease.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT InspectionHolds ASSIGN TO "InspectionHolds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InHoldNum
           ALTERNATE RECORD KEY IS InProdCode WITH DUPLICATES
           FILE STATUS IS WSInStatus.
       SELECT LotBalances ASSIGN TO "LotBalances.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotKey
           FILE STATUS IS WSLotStatus.
       SELECT SerialNumbers ASSIGN TO "SerialNumbers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SerKey
           ALTERNATE RECORD KEY IS SerOrderNum WITH DUPLICATES
           FILE STATUS IS WSSerStatus.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD InspectionHolds.
01 InspectionHoldData.
   COPY INSPREC.

FD LotBalances.
01 LotBalanceData.
   COPY LOTBALREC.

FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

WORKING-STORAGE SECTION.
01 WSInStatus pic XX.
01 WSLotStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSConfirm pic X.
01 WSListed pic 9(5).
*> hold in lavorazione: trovata per prodotto + lotto
01 WSQueryProd pic X(8).
01 WSLotNum pic X(10).
01 WSHoldNum pic 9(6).
01 WSValidFlag pic X value "N".
       88 DecisionIsValid value "Y".
01 WSDecision pic X.
       88 AcceptAll value "A".
       88 RejectAll value "R".
       88 AcceptPart value "P".
01 WSAcceptQty pic 9(5).
01 WSRejectQty pic 9(5).
01 WSReason pic XX.
       88 EnteredReasonValid value "DF" "WR" "DM" "QC".
01 WSDisposition pic X.
       88 EnteredDispValid value "V" "S".
01 WSNewOnHand pic 9(6).
*> la parte accettata: prima i backorder, il resto a scaffale
01 WSQtyToStock pic 9(5).
01 WSReleasedQty pic 9(5).
01 WSPostOkFlag pic X value "Y".
01 WSLocDelta pic S9(5).
*> righe sul movement ledger unificato, via STOCKMOVE: IA e IX
*> escono dall'ispezione, GR entra a scaffale
01 WSMoveQty pic S9(5).
01 WSMoveSource pic XX.
01 WSMoveRef pic X(10).
01 WSAcceptedCount pic 9(5) value zero.
*> put-away diretto della parte accettata, come al ricevimento
01 WSPaTaskNum pic 9(6).
01 WSPaBin pic X(6).
01 WSPaSource pic X.
01 WSRejectedCount pic 9(5) value zero.
*> numeri di serie della hold: quelli scartati si battono, gli altri
*> seguono la decisione
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSSerEOFFlag pic X value "N".
       88 SerAtEOF value "Y".
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(5).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o InspectionHolds
       if WSInStatus not = "00"
           display "No inspection holds on file - nothing to release"
           stop run
       end-if
       open i-o ProductFile
       open i-o LotBalances
       if WSLotStatus = "35"
           open output LotBalances
           close LotBalances
           open i-o LotBalances
       end-if
       open i-o SerialNumbers
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "QC RELEASE"
           display "1 : List Holds Awaiting Inspection"
           display "2 : Accept / Reject a Lot"
           display "3 : List Rejects Awaiting Return to Vendor"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListPendingHolds
               when 2 perform ReleaseHold
               when 3 perform ListPendingReturns
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close InspectionHolds, ProductFile, LotBalances
       if SerFileOpen
           close SerialNumbers
       end-if
       display "Holds accepted this session: " WSAcceptedCount
           "  rejected: " WSRejectedCount
       stop run.

ListPendingHolds.
       move zero to WSListed
       move "N" to WSEOFFlag
       move zero to InHoldNum
       start InspectionHolds key is not less than InHoldNum
           invalid key set AtEOF to true
       end-start
       display "Hold   Received Product  Lot        Wh PO     Vend    Qty"
       perform until AtEOF
           read InspectionHolds next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if InHeld
                   add 1 to WSListed
                   display InHoldNum " " InReceivedDate " " InProdCode
                       " " InLotNum " " InWhseCode " " InPoNum " "
                       InVendNum " " InQty
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display "Holds awaiting inspection: " WSListed.

*> lo scarto destinato al fornitore resta qui finche' vendreturn non
*> ne posta il reso (InRtvNum)
ListPendingReturns.
       move zero to WSListed
       move "N" to WSEOFFlag
       move zero to InHoldNum
       start InspectionHolds key is not less than InHoldNum
           invalid key set AtEOF to true
       end-start
       display "Hold   Decided  Product  Lot        PO     Vend  Rejected Rs"
       perform until AtEOF
           read InspectionHolds next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if InDecided and InToVendor and InRtvNum = zero
                       and InRejectQty > zero
                   add 1 to WSListed
                   display InHoldNum " " InDecidedDate " " InProdCode
                       " " InLotNum " " InPoNum " " InVendNum "    "
                       InRejectQty " " InRejectReason
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display "Rejects awaiting return: " WSListed
           " - post them in vendreturn option 3".

ReleaseHold.
       move "N" to WSValidFlag
       perform FindHeldLot
       if DecisionIsValid
           move InProdCode to ProdCode
           read ProductFile
               invalid key
                   display "Product not on file"
                   move "N" to WSValidFlag
           end-read
       end-if
       if DecisionIsValid
           perform AcceptDecision
       end-if
       if DecisionIsValid
           display "Hold " InHoldNum " " InProdCode " lot " InLotNum
               ": accept " WSAcceptQty ", reject " WSRejectQty
           display "Post this decision? (Y/N): " with no advancing
           accept WSConfirm
           if WSConfirm = "Y" or WSConfirm = "y"
               perform PostDecision
           else
               display "Decision not posted"
           end-if
       end-if.

*> per prodotto si elencano le hold aperte, poi il lotto sceglie la
*> piu' vecchia di quel lotto (due consegne dello stesso lotto si
*> decidono una alla volta)
FindHeldLot.
       display "Product Code: " with no advancing
       accept WSQueryProd
       move zero to WSListed
       move "N" to WSEOFFlag
       move WSQueryProd to InProdCode
       start InspectionHolds key is not less than InProdCode
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read InspectionHolds next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if InProdCode not = WSQueryProd
                   set AtEOF to true
               else
                   if InHeld
                       add 1 to WSListed
                       display "  Hold " InHoldNum " lot " InLotNum
                           " qty " InQty " received " InReceivedDate
                           " PO " InPoNum
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       if WSListed = zero
           display "Nothing held for inspection on that product"
       else
           display "Lot number (blank = untracked): " with no advancing
           accept WSLotNum
           move zero to WSHoldNum
           move WSQueryProd to InProdCode
           start InspectionHolds key is not less than InProdCode
               invalid key set AtEOF to true
           end-start
           perform until AtEOF or WSHoldNum > zero
               read InspectionHolds next record
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if InProdCode not = WSQueryProd
                       set AtEOF to true
                   else
                       if InHeld and InLotNum = WSLotNum
                           move InHoldNum to WSHoldNum
                       end-if
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           if WSHoldNum = zero
               display "No held delivery of that lot"
           else
               move WSHoldNum to InHoldNum
               read InspectionHolds
                   invalid key display "Hold " WSHoldNum " not found"
                   not invalid key set DecisionIsValid to true
               end-read
           end-if
       end-if.

*> A tutto buono, R tutto scarto, P parte buona e il resto scarto;
*> lo scarto va al fornitore (solo se e' arrivato su un PO) o a
*> rottame, sempre con un codice motivo
AcceptDecision.
       move space to WSDecision
       perform until AcceptAll or RejectAll or AcceptPart
           display "Held " InQty " - A = accept all, R = reject all,"
               " P = accept part: " with no advancing
           accept WSDecision
           if WSDecision = "a"
               move "A" to WSDecision
           end-if
           if WSDecision = "r"
               move "R" to WSDecision
           end-if
           if WSDecision = "p"
               move "P" to WSDecision
           end-if
       end-perform
       evaluate true
           when AcceptAll
               move InQty to WSAcceptQty
           when RejectAll
               move zero to WSAcceptQty
           when AcceptPart
               display "Quantity accepted: " with no advancing
               accept WSAcceptQty
               if WSAcceptQty = zero or WSAcceptQty not < InQty
                   display "A part must be more than zero and less"
                       " than the " InQty " held"
                   move "N" to WSValidFlag
               end-if
       end-evaluate
       if DecisionIsValid
           compute WSRejectQty = InQty - WSAcceptQty
           compute WSNewOnHand = ProdOnHand + WSAcceptQty
           if WSNewOnHand > 99999
               display "On-hand would overflow - accept part of it"
                   " now and the rest later"
               move "N" to WSValidFlag
           end-if
       end-if
       move spaces to WSReason, WSDisposition
       if DecisionIsValid and WSRejectQty > zero
           perform until EnteredReasonValid
               display "Reject reason (DF = defective, WR = wrong item,"
                   " DM = damaged, QC = failed inspection): "
                   with no advancing
               accept WSReason
               if not EnteredReasonValid
                   display "Not a recognized reason"
               end-if
           end-perform
           if InPoNum = zero
               display "No purchase order on this receipt - the"
                   " rejected stock is scrapped"
               move "S" to WSDisposition
           end-if
           perform until EnteredDispValid
               display "Rejected stock: V = return to vendor,"
                   " S = scrap: " with no advancing
               accept WSDisposition
               if WSDisposition = "v"
                   move "V" to WSDisposition
               end-if
               if WSDisposition = "s"
                   move "S" to WSDisposition
               end-if
               if not EnteredDispValid
                   display "Enter V or S"
               end-if
           end-perform
       end-if.

*> l'intera quantita' esce dall'ispezione; la parte buona entra a
*> scaffale con lo stesso giro di un ricevimento
PostDecision.
       move "Y" to WSPostOkFlag
       if ProdInspectQty not numeric
           move zero to ProdInspectQty
       end-if
       if ProdInspectQty < InQty
           move zero to ProdInspectQty
       else
           subtract InQty from ProdInspectQty
       end-if
       move zero to WSQtyToStock, WSReleasedQty
       if WSAcceptQty > zero
           move WSAcceptQty to WSQtyToStock
           call "BACKREL" using ProdCode, WSQtyToStock, WSReleasedQty
           add WSQtyToStock to ProdOnHand
       end-if
       rewrite ProductData
           invalid key
               display "Product update failed - decision not posted"
               move "N" to WSPostOkFlag
       end-rewrite
       if WSPostOkFlag = "Y"
           move spaces to WSMoveRef
           string "QC" delimited by size
               InHoldNum delimited by size
               into WSMoveRef
           if WSAcceptQty > zero
               perform PostAcceptedPart
           end-if
           if WSRejectQty > zero
               compute WSMoveQty = zero - WSRejectQty
               move "IX" to WSMoveSource
               call "STOCKMOVE" using ProdCode, InWhseCode, WSMoveQty,
                   WSMoveSource, WSMoveRef, OperatorID
               add 1 to WSRejectedCount
           end-if
           set InDecided to true
           move WSAcceptQty to InAcceptQty
           move WSRejectQty to InRejectQty
           move OperatorID to InDecidedBy
           move WSRunDate to InDecidedDate
           move WSReason to InRejectReason
           move WSDisposition to InDisposition
           move zero to InRtvNum
           rewrite InspectionHoldData
               invalid key display "Hold record not updated"
           end-rewrite
           if ProdSerialized and SerFileOpen
               perform ReleaseHoldSerials
           end-if
           display "Hold " InHoldNum " released: " WSQtyToStock
               " to stock, " WSReleasedQty " to waiting backorders, "
               WSRejectQty " rejected"
           if InToVendor
               display "Post the return in vendreturn option 3"
           end-if
       end-if.

PostAcceptedPart.
       if WSQtyToStock > zero
           move WSQtyToStock to WSLocDelta
           call "STOCKADJ" using ProdCode, InWhseCode, WSLocDelta
       end-if
       perform PostLotBalance
       compute WSMoveQty = zero - WSAcceptQty
       move "IA" to WSMoveSource
       call "STOCKMOVE" using ProdCode, InWhseCode, WSMoveQty,
           WSMoveSource, WSMoveRef, OperatorID
       move WSQtyToStock to WSMoveQty
       move "GR" to WSMoveSource
       call "STOCKMOVE" using ProdCode, InWhseCode, WSMoveQty,
           WSMoveSource, WSMoveRef, OperatorID
       if WSQtyToStock > zero
           call "PUTDIRECT" using ProdCode, InWhseCode, WSQtyToStock,
               InLotNum, InPoNum, OperatorID, WSPaTaskNum, WSPaBin,
               WSPaSource
           if WSPaTaskNum > zero
               if WSPaBin = spaces
                   display "No bin on file - put away and record the"
                       " bin in putaway (task " WSPaTaskNum ")"
               else
                   display "PUT AWAY to bin " WSPaBin " (task "
                       WSPaTaskNum ")"
               end-if
           end-if
       end-if
       add 1 to WSAcceptedCount.

*> come in goodsreceipt: solo la parte a scaffale alimenta il lotto,
*> datato all'arrivo cosi' l'oldest-first non lo scavalca
PostLotBalance.
       if InLotNum not = spaces and WSQtyToStock > zero
           move ProdCode to LbProdCode
           move InLotNum to LbLotNum
           read LotBalances
               invalid key
                   move ProdCode to LbProdCode
                   move InLotNum to LbLotNum
                   move WSQtyToStock to LbOnHand
                   move InReceivedDate to LbReceiptDate
                   move InExpiryDate to LbExpiryDate
                   write LotBalanceData
                       invalid key display "  lot balance not written"
                   end-write
               not invalid key
                   add WSQtyToStock to LbOnHand
                   *> come in goodsreceipt: vale la scadenza piu' vicina
                   if LbExpiryDate not numeric
                       move zero to LbExpiryDate
                   end-if
                   if InExpiryDate > zero
                       if LbExpiryDate = zero
                               or InExpiryDate < LbExpiryDate
                           move InExpiryDate to LbExpiryDate
                       end-if
                   end-if
                   rewrite LotBalanceData
                       invalid key display "  lot balance not updated"
                   end-rewrite
           end-read
       end-if.

*> accettazione parziale: si battono i seriali scartati (devono essere
*> di questa hold e ancora in ispezione); poi tutti quelli rimasti in
*> ispezione sotto la hold seguono la decisione - a scaffale, o al
*> fornitore/scarto se la hold e' stata rifiutata per intero
ReleaseHoldSerials.
       if AcceptPart
           display "Key the " WSRejectQty " rejected serial number(s)"
           perform varying WSSerialIdx from 1 by 1
                   until WSSerialIdx > WSRejectQty
               move "N" to WSSerialOkFlag
               perform until SerialTaken
                   perform TakeRejectedSerial
               end-perform
           end-perform
       end-if
       move "N" to WSSerEOFFlag
       move InProdCode to SerProdCode
       move low-values to SerSerialNum
       start SerialNumbers key is not less than SerKey
           invalid key set SerAtEOF to true
       end-start
       perform until SerAtEOF
           read SerialNumbers next record
               at end set SerAtEOF to true
           end-read
           if not SerAtEOF
               if SerProdCode not = InProdCode
                   set SerAtEOF to true
               else
                   if SerInInspection and SerHoldNum = InHoldNum
                       if RejectAll
                           perform SetSerialRejected
                       else
                           set SerInStock to true
                       end-if
                       rewrite SerialData
                           invalid key display "  serial " SerSerialNum
                               " not updated"
                       end-rewrite
                   end-if
               end-if
           end-if
       end-perform.

TakeRejectedSerial.
       display "  Rejected serial " WSSerialIdx " (blank = not"
           " serialized): " with no advancing
       accept WSSerialNum
       if WSSerialNum = spaces
           set SerialTaken to true
       else
           move InProdCode to SerProdCode
           move WSSerialNum to SerSerialNum
           read SerialNumbers
               invalid key
                   display "  Serial not on file for this product"
               not invalid key
                   if SerInInspection and SerHoldNum = InHoldNum
                       perform SetSerialRejected
                       rewrite SerialData
                           invalid key display "  serial not updated"
                           not invalid key set SerialTaken to true
                       end-rewrite
                   else
                       display "  Serial is not held under hold "
                           InHoldNum
                   end-if
           end-read
       end-if.

SetSerialRejected.
       if InScrapped
           set SerScrapped to true
       else
           set SerToVendor to true
       end-if
       move WSRunDate to SerDisposedDate.
