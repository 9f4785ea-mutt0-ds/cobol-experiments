       >>SOURCE FORMAT FREE
*> Return to vendor (RTV): defective or wrong stock from a supplier
*> could only be written off with a cycle-count adjustment or pushed
*> through the customer returns screen, and neither told the vendor
*> we wanted our money back. A return here names the purchase order
*> line the stock came in on and, for lot-tracked stock, the lot. The
*> quantity comes out of ProdOnHand, the warehouse bucket (STOCKADJ)
*> and LotBalances.dat, with an RV line on the movement ledger
*> (STOCKMOVE). A return authorization / packing list is printed to go
*> in the carton (Rtv<number>.dat, in the report catalog). A debit
*> memo for quantity x PO unit cost goes on OpenPayables.dat under the
*> vendor, and 113_ap_payment_run.cob nets it against that vendor's
*> next check. Every return is kept on ReturnsToVendor.dat (RTVREC).
*> Stock rejected at receiving inspection (139_qc_release.cob) never
*> reached the shelf: option 3 posts its return, document and debit
*> memo from the hold record, without touching the stock again.
IDENTIFICATION DIVISION.
PROGRAM-ID. vendreturn.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT LotBalances ASSIGN TO "LotBalances.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotKey
           FILE STATUS IS WSLotStatus.
       SELECT OpenPayables ASSIGN TO "OpenPayables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApKey
           FILE STATUS IS WSApStatus.
       SELECT VendorReturns ASSIGN TO "ReturnsToVendor.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RtvNum
           ALTERNATE RECORD KEY IS RtvVendNum WITH DUPLICATES
           FILE STATUS IS WSRtvStatus.
       *> numeratore resi, stesso schema a un record di
       *> RefundControl.dat
       SELECT RtvControl ASSIGN TO "RtvControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       *> scarti del QC in attesa di reso al fornitore
       SELECT InspectionHolds ASSIGN TO "InspectionHolds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS InHoldNum
           ALTERNATE RECORD KEY IS InProdCode WITH DUPLICATES
           FILE STATUS IS WSInStatus.
       SELECT ReturnDocument ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> le unita' serializzate rese escono per numero di serie
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

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD LotBalances.
01 LotBalanceData.
   COPY LOTBALREC.

FD OpenPayables.
01 PayableData.
   COPY APREC.

FD VendorReturns.
01 VendorReturnData.
   COPY RTVREC.

FD RtvControl.
01 RtvControlRecord.
   02 CtlNextRtvNum pic 9(6).

FD InspectionHolds.
01 InspectionHoldData.
   COPY INSPREC.

FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

FD ReturnDocument.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSPoStatus pic XX.
01 WSVendStatus pic XX.
01 WSLotStatus pic XX.
01 WSApStatus pic XX.
01 WSRtvStatus pic XX.
01 WSCtlStatus pic XX.
01 WSInStatus pic XX.
01 WSInOpenFlag pic X value "N".
       88 InFileOpen value "Y".
01 WSHoldPick pic 9(6).
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(5).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSConfirm pic X.
01 WSRptFileName pic X(30).
*> reso in preparazione: riga PO, quantita', lotto, magazzino, motivo
01 WSPoLineIdx pic 9(2).
01 WSPoLinePick pic 9(2).
01 WSRtvQty pic 9(5).
01 WSAvailable pic S9(6).
01 WSLotNum pic X(10).
01 WSWhseCode pic XX.
01 WSReason pic XX.
       88 EnteredReasonValid value "DF" "WR" "DM" "OV".
01 WSReasonText pic X(20).
01 WSRtvNum pic 9(6).
01 WSRtvAmount pic 9(8)V99.
01 WSVendName pic X(20).
01 WSValidFlag pic X value "N".
       88 ReturnIsValid value "Y".
01 WSPostOkFlag pic X value "Y".
01 WSDmRef pic X(10).
01 WSVendPick pic 9(5).
01 WSReturnCount pic 9(5) value zero.
*> riga sul movement ledger unificato, via STOCKMOVE
01 WSMoveQty pic S9(5).
01 WSMoveSource pic XX value "RV".
01 WSMoveRef pic X(10).
01 WSLocDelta pic S9(5).
01 Dollars PIC $$,$$$,$$9.99.
*> autorizzazione al reso / packing list per il fornitore
01 DocHeading pic X(60) value
       "RETURN TO VENDOR - AUTHORIZATION AND PACKING LIST".
01 DocNumberLine.
       02 filler pic X(12) value "RETURN NO. ".
       02 PrnRtvNum pic 9(6).
       02 filler pic X(20) value space.
       02 filler pic X(6) value "DATE: ".
       02 PrnRtvDate pic 9999/99/99.
01 DocVendorLine.
       02 filler pic X(12) value "VENDOR".
       02 PrnVendNum pic 9(5).
       02 filler pic X value space.
       02 PrnVendName pic X(20).
01 DocPoLine.
       02 filler pic X(12) value "YOUR PO".
       02 PrnPoNum pic 9(6).
       02 filler pic X(7) value " LINE ".
       02 PrnPoLine pic Z9.
       02 filler pic X(10) value "  ORDERED ".
       02 PrnPoDate pic 9999/99/99.
01 DocItemHeads.
       02 filler pic X(30) value
           "Product  Description          ".
       02 filler pic X(50) value
           "Lot          Qty Unit Cost         Amount".
01 DocItemLine.
       02 PrnProdCode pic X(8).
       02 filler pic X value space.
       02 PrnProdDesc pic X(20).
       02 filler pic X value space.
       02 PrnLotNum pic X(10).
       02 filler pic X value space.
       02 PrnQty pic ZZZZ9.
       02 filler pic X(2) value space.
       02 PrnUnitCost pic Z,ZZ9.99.
       02 filler pic X(2) value space.
       02 PrnAmount pic ZZ,ZZZ,ZZ9.99.
01 DocReasonLine.
       02 filler pic X(12) value "REASON".
       02 PrnReason pic XX.
       02 filler pic X value space.
       02 PrnReasonText pic X(20).
01 DocMemoLine.
       02 filler pic X(20) value "DEBIT MEMO ISSUED: ".
       02 PrnDmRef pic X(10).
       02 filler pic X(5) value " FOR ".
       02 PrnDmAmount pic $$,$$$,$$9.99.
01 DocMemoNote pic X(80) value
       "This amount will be deducted from our next payment to you.".
01 DocSignLine pic X(80) value
       "Shipped by: ____________________   Received by: ____________________".
*> registrazione del documento nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "vendreturn".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open input PurchaseOrders
       if WSPoStatus not = "00"
           display "No purchase-order file - nothing to return against"
           stop run
       end-if
       open input VendorFile
       if WSVendStatus not = "00"
           display "Vendor master not on file - run vendormaster first"
           close PurchaseOrders
           stop run
       end-if
       open i-o ProductFile
       open i-o LotBalances
       if WSLotStatus = "35"
           open output LotBalances
           close LotBalances
           open i-o LotBalances
       end-if
       open i-o OpenPayables
       if WSApStatus = "35"
           open output OpenPayables
           close OpenPayables
           open i-o OpenPayables
       end-if
       open i-o VendorReturns
       if WSRtvStatus = "35"
           open output VendorReturns
           close VendorReturns
           open i-o VendorReturns
       end-if
       open i-o InspectionHolds
       if WSInStatus = "00"
           set InFileOpen to true
       end-if
       open i-o SerialNumbers
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "RETURN TO VENDOR"
           display "1 : Return Stock to a Vendor"
           display "2 : List Returns for a Vendor"
           display "3 : Return Rejected Inspection Stock"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ReturnToVendor
               when 2 perform ListVendorReturns
               when 3
                   if InFileOpen
                       perform ReturnInspectionReject
                   else
                       display "No inspection holds on file"
                   end-if
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close PurchaseOrders, VendorFile, ProductFile, LotBalances,
           OpenPayables, VendorReturns
       if InFileOpen
           close InspectionHolds
       end-if
       if SerFileOpen
           close SerialNumbers
       end-if
       display "Returns posted this session: " WSReturnCount
       stop run.

*> il reso parte sempre da una riga PO ricevuta: costo e fornitore
*> vengono da li', non da quel che si batte
ReturnToVendor.
       move "N" to WSValidFlag
       display "PO Number: " with no advancing
       accept PoNum
       read PurchaseOrders
           invalid key display "PO not on file"
           not invalid key perform PickPoLine
       end-read
       if ReturnIsValid
           perform AcceptReturnDetails
       end-if
       if ReturnIsValid
           display "Return " WSRtvQty " x " ProdCode " to vendor "
               PoVendNum " " WSVendName
           move WSRtvAmount to Dollars
           display "Debit memo for " Dollars " - post it? (Y/N): "
               with no advancing
           accept WSConfirm
           if WSConfirm = "Y" or WSConfirm = "y"
               perform PostVendorReturn
           else
               display "Return not posted"
           end-if
       end-if.

PickPoLine.
       if PoCancelled
           display "PO is cancelled - nothing was received on it"
       else
           move PoVendNum to VendNum
           read VendorFile
               invalid key move "** NOT ON FILE **" to WSVendName
               not invalid key move VendName to WSVendName
           end-read
           display "Vendor " PoVendNum " " WSVendName
           perform varying WSPoLineIdx from 1 by 1
                   until WSPoLineIdx > PoLineCount
               display "Line " WSPoLineIdx ": " PoProdCode(WSPoLineIdx)
                   " ordered " PoQtyOrdered(WSPoLineIdx)
                   " received " PoQtyReceived(WSPoLineIdx)
                   " at " PoUnitCost(WSPoLineIdx)
           end-perform
           display "Line to return from: " with no advancing
           accept WSPoLinePick
           evaluate true
               when WSPoLinePick = zero or WSPoLinePick > PoLineCount
                   display "Not a line on this PO"
               when PoQtyReceived(WSPoLinePick) = zero
                   display "Nothing received on that line yet"
               when other
                   move PoProdCode(WSPoLinePick) to ProdCode
                   read ProductFile
                       invalid key display "Product not on file"
                       not invalid key set ReturnIsValid to true
                   end-read
           end-evaluate
       end-if.

*> non si rende piu' di quanto ricevuto sulla riga, ne' stock gia'
*> promesso a un ordine, ne' piu' di quanto resta nel lotto
AcceptReturnDetails.
       compute WSAvailable = ProdOnHand - ProdAllocated
       display "Product " ProdCode " " ProdDesc " on hand " ProdOnHand
           " allocated " ProdAllocated
       display "Quantity to return: " with no advancing
       accept WSRtvQty
       evaluate true
           when WSRtvQty = zero
               display "Quantity must be greater than zero"
               move "N" to WSValidFlag
           when WSRtvQty > PoQtyReceived(WSPoLinePick)
               display "More than was received on the PO line ("
                   PoQtyReceived(WSPoLinePick) ")"
               move "N" to WSValidFlag
           when WSRtvQty > WSAvailable
               display "Only " WSAvailable " unallocated on hand"
               move "N" to WSValidFlag
       end-evaluate
       if ReturnIsValid
           display "Lot number (blank = untracked): " with no advancing
           accept WSLotNum
           if WSLotNum not = spaces
               move ProdCode to LbProdCode
               move WSLotNum to LbLotNum
               read LotBalances
                   invalid key
                       display "Lot not on file for this product"
                       move "N" to WSValidFlag
                   not invalid key
                       if LbOnHand < WSRtvQty
                           display "Only " LbOnHand " left in that lot"
                           move "N" to WSValidFlag
                       end-if
               end-read
           end-if
       end-if
       if ReturnIsValid
           display "Shipping warehouse (blank = W1): " with no advancing
           accept WSWhseCode
           if WSWhseCode = spaces
               move "W1" to WSWhseCode
           end-if
           move spaces to WSReason
           perform until EnteredReasonValid
               display "Reason (DF = defective, WR = wrong item,"
                   " DM = damaged, OV = over-shipped): "
                   with no advancing
               accept WSReason
               if not EnteredReasonValid
                   display "Not a recognized reason"
               end-if
           end-perform
           compute WSRtvAmount = WSRtvQty * PoUnitCost(WSPoLinePick)
       end-if.

PostVendorReturn.
       move "Y" to WSPostOkFlag
       subtract WSRtvQty from ProdOnHand
       rewrite ProductData
           invalid key
               display "On-hand update failed - return not posted"
               move "N" to WSPostOkFlag
       end-rewrite
       if WSPostOkFlag = "Y"
           perform GetNextRtvNum
           compute WSLocDelta = zero - WSRtvQty
           call "STOCKADJ" using ProdCode, WSWhseCode, WSLocDelta
           perform TakeFromLot
           if ProdSerialized and SerFileOpen
               perform TakeReturnedSerials
           end-if
           move WSLocDelta to WSMoveQty
           move spaces to WSMoveRef
           string "RTV" delimited by size
               WSRtvNum delimited by size
               into WSMoveRef
           call "STOCKMOVE" using ProdCode, WSWhseCode, WSMoveQty,
               WSMoveSource, WSMoveRef, OperatorID
           perform WriteDebitMemo
           perform WriteReturnRecord
           perform PrintReturnDocument
           add 1 to WSReturnCount
           display "Return " WSRtvNum " posted, debit memo " WSDmRef
           display "Document in " WSRptFileName
       end-if.

TakeFromLot.
       if WSLotNum not = spaces
           move ProdCode to LbProdCode
           move WSLotNum to LbLotNum
           read LotBalances
               invalid key display "  lot balance not found"
               not invalid key
                   subtract WSRtvQty from LbOnHand
                   rewrite LotBalanceData
                       invalid key display "  lot balance not updated"
                   end-rewrite
           end-read
       end-if.

*> nota di debito: partita del fornitore con importo a nostro favore,
*> disponibile da subito; la payment run la scala dal prossimo
*> assegno
WriteDebitMemo.
       move spaces to WSDmRef
       string "DM" delimited by size
           WSRtvNum delimited by size
           into WSDmRef
       move PoVendNum to ApVendNum
       move WSDmRef to ApVendInvoice
       move PoNum to ApPoNum
       move WSRunDate to ApInvoiceDate
       move WSRtvAmount to ApAmount
       move WSRunDate to ApDueDate
       set ApOpen to true
       set ApReleased to true
       move zero to ApPaidDate, ApCheckNum, ApDiscTaken
       set ApVendorPayee to true
       move spaces to ApPayeeName, ApPayeeAddr, ApPayeeCity,
           ApPayeeState, ApPayeeZip
       set ApDebitMemo to true
       move zero to ApDmApplied
       write PayableData
           invalid key display "Debit memo " WSDmRef " already on the"
               " payables file - not filed twice"
       end-write.

WriteReturnRecord.
       move WSRtvNum to RtvNum
       move PoVendNum to RtvVendNum
       move PoNum to RtvPoNum
       move WSPoLinePick to RtvPoLine
       move ProdCode to RtvProdCode
       move WSLotNum to RtvLotNum
       move WSWhseCode to RtvWhseCode
       move WSRtvQty to RtvQty
       move PoUnitCost(WSPoLinePick) to RtvUnitCost
       move WSRtvAmount to RtvAmount
       move WSReason to RtvReason
       move WSRunDate to RtvDate
       move OperatorID to RtvOperatorID
       write VendorReturnData
           invalid key display "Return record not written"
       end-write.

PrintReturnDocument.
       move spaces to WSRptFileName
       string "Rtv" delimited by size
           WSRtvNum delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ReturnDocument
       move spaces to WSRcParams
       string "VENDOR " delimited by size
           PoVendNum delimited by size
           " PO " delimited by size
           PoNum delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       move "1" to AsaControl
       move DocHeading to PrintBody
       write PrintLine
       move WSRtvNum to PrnRtvNum
       move WSRunDate to PrnRtvDate
       move "0" to AsaControl
       move DocNumberLine to PrintBody
       write PrintLine
       move PoVendNum to PrnVendNum
       move WSVendName to PrnVendName
       move " " to AsaControl
       move DocVendorLine to PrintBody
       write PrintLine
       move PoNum to PrnPoNum
       move WSPoLinePick to PrnPoLine
       move PoDate to PrnPoDate
       move DocPoLine to PrintBody
       write PrintLine
       move "-" to AsaControl
       move DocItemHeads to PrintBody
       write PrintLine
       move ProdCode to PrnProdCode
       move ProdDesc to PrnProdDesc
       move WSLotNum to PrnLotNum
       move WSRtvQty to PrnQty
       move PoUnitCost(WSPoLinePick) to PrnUnitCost
       move WSRtvAmount to PrnAmount
       move " " to AsaControl
       move DocItemLine to PrintBody
       write PrintLine
       perform SetReasonText
       move WSReason to PrnReason
       move WSReasonText to PrnReasonText
       move "0" to AsaControl
       move DocReasonLine to PrintBody
       write PrintLine
       move WSDmRef to PrnDmRef
       move WSRtvAmount to PrnDmAmount
       move "0" to AsaControl
       move DocMemoLine to PrintBody
       write PrintLine
       move " " to AsaControl
       move DocMemoNote to PrintBody
       write PrintLine
       move "-" to AsaControl
       move DocSignLine to PrintBody
       write PrintLine
       close ReturnDocument.

SetReasonText.
       evaluate WSReason
           when "DF" move "DEFECTIVE" to WSReasonText
           when "WR" move "WRONG ITEM SHIPPED" to WSReasonText
           when "DM" move "DAMAGED IN TRANSIT" to WSReasonText
           when "OV" move "OVER-SHIPPED" to WSReasonText
           when "QC" move "FAILED INSPECTION" to WSReasonText
           when other move spaces to WSReasonText
       end-evaluate.

*> lo scarto del QC e' gia' uscito dall'ispezione (riga IX) e non e'
*> mai entrato a scaffale: qui solo reso, nota di debito e documento,
*> con riga PO, lotto, quantita' e motivo presi dalla hold
ReturnInspectionReject.
       move "N" to WSValidFlag
       display "Hold number (qcrelease option 3 lists them): "
           with no advancing
       accept WSHoldPick
       move WSHoldPick to InHoldNum
       read InspectionHolds
           invalid key display "Hold not on file"
           not invalid key
               evaluate true
                   when not InDecided or not InToVendor
                           or InRejectQty = zero
                       display "Hold " InHoldNum " has no rejects"
                           " waiting to go back to the vendor"
                   when InRtvNum not = zero
                       display "Already returned on RTV " InRtvNum
                   when other
                       perform PickHoldPoLine
               end-evaluate
       end-read
       if ReturnIsValid
           display "Return " WSRtvQty " x " ProdCode " lot " WSLotNum
               " to vendor " PoVendNum " " WSVendName
           move WSRtvAmount to Dollars
           display "Debit memo for " Dollars " - post it? (Y/N): "
               with no advancing
           accept WSConfirm
           if WSConfirm = "Y" or WSConfirm = "y"
               perform PostInspectionReturn
           else
               display "Return not posted"
           end-if
       end-if.

PickHoldPoLine.
       move InPoNum to PoNum
       read PurchaseOrders
           invalid key display "PO " InPoNum " not on file"
           not invalid key
               if InPoLine = zero or InPoLine > PoLineCount
                   display "PO line " InPoLine " not on the PO"
               else
                   move InPoLine to WSPoLinePick
                   move PoVendNum to VendNum
                   read VendorFile
                       invalid key move "** NOT ON FILE **" to WSVendName
                       not invalid key move VendName to WSVendName
                   end-read
                   move InProdCode to ProdCode
                   read ProductFile
                       invalid key display "Product not on file"
                       not invalid key set ReturnIsValid to true
                   end-read
               end-if
       end-read
       if ReturnIsValid
           move InRejectQty to WSRtvQty
           move InLotNum to WSLotNum
           move InWhseCode to WSWhseCode
           move InRejectReason to WSReason
           compute WSRtvAmount = WSRtvQty * PoUnitCost(WSPoLinePick)
       end-if.

PostInspectionReturn.
       perform GetNextRtvNum
       perform WriteDebitMemo
       perform WriteReturnRecord
       perform PrintReturnDocument
       move WSRtvNum to InRtvNum
       rewrite InspectionHoldData
           invalid key display "Hold " InHoldNum " not updated - the"
               " return stands"
       end-rewrite
       add 1 to WSReturnCount
       display "Return " WSRtvNum " posted, debit memo " WSDmRef
       display "Document in " WSRptFileName.

ListVendorReturns.
       display "Vendor Number: " with no advancing
       accept WSVendPick
       move "N" to WSEOFFlag
       move WSVendPick to RtvVendNum
       start VendorReturns key is not less than RtvVendNum
           invalid key set AtEOF to true
       end-start
       display "Return Date     PO     Product  Lot          Qty Rs"
           "       Amount"
       perform until AtEOF
           read VendorReturns next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RtvVendNum not = WSVendPick
                   set AtEOF to true
               else
                   move RtvAmount to Dollars
                   display RtvNum " " RtvDate " " RtvPoNum " "
                       RtvProdCode " " RtvLotNum " " RtvQty " "
                       RtvReason " " Dollars
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> legge e incrementa il numero reso, come GetNextRefundNum
GetNextRtvNum.
       move zero to WSRtvNum
       open input RtvControl
       if WSCtlStatus = "00"
           read RtvControl
               at end move zero to CtlNextRtvNum
           end-read
           move CtlNextRtvNum to WSRtvNum
           close RtvControl
       end-if
       if WSRtvNum = zero
           move 1 to WSRtvNum
       end-if
       open output RtvControl
       compute CtlNextRtvNum = WSRtvNum + 1
       write RtvControlRecord
       close RtvControl.

*> un prodotto serializzato esce per numero di serie: solo unita' a
*> scaffale (gli scarti del QC sono gia' marcati al fornitore)
TakeReturnedSerials.
       display "Serialized product - key the " WSRtvQty
           " serial number(s) going back"
       perform varying WSSerialIdx from 1 by 1
               until WSSerialIdx > WSRtvQty
           move "N" to WSSerialOkFlag
           perform until SerialTaken
               perform TakeOneReturnedSerial
           end-perform
       end-perform.

TakeOneReturnedSerial.
       display "  Serial " WSSerialIdx " of " WSRtvQty ": "
           with no advancing
       accept WSSerialNum
       move ProdCode to SerProdCode
       move WSSerialNum to SerSerialNum
       read SerialNumbers
           invalid key display "  Serial not on file for " ProdCode
           not invalid key
               if not SerInStock
                   display "  Serial is not on the shelf (status "
                       SerStatus ")"
               else
                   set SerToVendor to true
                   move WSRunDate to SerDisposedDate
                   rewrite SerialData
                       invalid key display "  serial not updated"
                       not invalid key set SerialTaken to true
                   end-rewrite
               end-if
       end-read.
