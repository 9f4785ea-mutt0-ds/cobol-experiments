*> and stamps the ship date, advancing the lifecycle on ORDERREC's
*> OrderStatusFlag so the phone clerks (and the invoice program,
*> which refuses anything not yet shipped) can see where an order is
*> without walking to the warehouse. The units of serialized products
*> picked on the order (SerialNumbers.dat) are stamped shipped with
*> the same date, so each serial stands tied to the order and the
*> customer it went to. Customers on EDI get an advance ship notice
*> for every confirmed shipment (EDIASN).
IDENTIFICATION DIVISION.
PROGRAM-ID. shipconfirm.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BoKey
           FILE STATUS IS WSBoStatus.
       *> i seriali prelevati sull'ordine escono con lui
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT SerialNumbers ASSIGN TO "SerialNumbers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SerKey
           ALTERNATE RECORD KEY IS SerOrderNum WITH DUPLICATES
           FILE STATUS IS WSSerStatus.

DATA DIVISION.
FILE SECTION.
01 BackorderData.
   COPY BORDREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSShipDate pic 9(8).
           03 RelProdCode pic X(8).
01 WSRelCount pic 9(2).
01 WSRelIdx pic 9(2).
*> numeri di serie: quelli prelevati sull'ordine si marcano spediti
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSSerEOFFlag pic X value "N".
       88 SerAtEOF value "Y".
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(5).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".
01 WSSerAnswer pic X.
01 WSSerialsShipped pic 9(5).
*> avviso di spedizione EDI (EDIASN)
01 WSAsnPurpose pic X.
01 WSAsnResult pic X.

PROCEDURE DIVISION.
StartPara.
       if WSBoStatus = "00"
           set BoFileOpen to true
       end-if
       open input ProductFile
       open i-o SerialNumbers
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "SHIPMENT CONFIRMATION"
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close OrdersFile, ProductFile
       if BoFileOpen
           close Backorders
       end-if
       if SerFileOpen
           close SerialNumbers
       end-if
       display "Orders confirmed this session: " WSConfirmedCount
       stop run.

                       add 1 to WSConfirmedCount
                       display "Order " OrderNum " marked shipped "
                           WSShipDate
                       perform ShipOrderSerials
                       perform SendShipNotice
               end-rewrite
       end-evaluate.

       move zero to WSShortTotal
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           *> le righe drop-ship partono dal fornitore e si
           *> confermano su 146_drop_ship.cob, non qui
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               if OrderSizeQuantity(WSLineIdx, WSSizeIdx) > zero
                       and not OrderLineDropShip(WSLineIdx)
                   perform ConfirmOneSlot
               end-if
           end-perform
                       " unit(s) backordered; invoice will bill"
                       " the shipped quantities only"
               end-if
               perform ShipOrderSerials
               perform SendShipNotice
       end-rewrite.

ConfirmOneSlot.
           move WSShortQty to BoQtyShort
           move OrderDate to BoOrderDate
           move zero to BoReleaseDate
           move zero to BoPoNum, BoPoDueDate
           move "N" to BoPoPromisedFlag
           set BoOpen to true
           write BackorderData
               invalid key
               display "Remainder of " WSRemShipped " unit(s)"
                   " shipped on order " OrderNum " - ready to"
                   " invoice"
               if SerFileOpen
                   perform varying WSRelIdx from 1 by 1
                           until WSRelIdx > WSRelCount
                       perform ShipReleasedSerials
                   end-perform
               end-if
               perform SendShipNotice
       end-rewrite.

*> il cliente EDI riceve l'avviso di spedizione con quello che e'
*> davvero partito; il tracking arriva dopo, con 99_carrier_confirm
SendShipNotice.
       move "O" to WSAsnPurpose
       call "EDIASN" using OrderData, WSAsnPurpose, WSAsnResult
       if WSAsnResult = "S"
           display "  advance ship notice sent to the customer (EDI)"
       end-if.

*> i seriali prelevati sull'ordine (101_pick_confirm) diventano
*> spediti; su una conferma corta si chiede unita' per unita', e
*> quella rimasta in magazzino torna a scaffale
ShipOrderSerials.
       if SerFileOpen
           move zero to WSSerialsShipped
           move "N" to WSSerEOFFlag
           move OrderNum to SerOrderNum
           start SerialNumbers key is = SerOrderNum
               invalid key set SerAtEOF to true
           end-start
           perform until SerAtEOF
               read SerialNumbers next record
                   at end set SerAtEOF to true
               end-read
               if not SerAtEOF
                   if SerOrderNum not = OrderNum
                       set SerAtEOF to true
                   else
                       if SerPicked
                           perform ShipOneSerial
                       end-if
                   end-if
               end-if
           end-perform
           if WSSerialsShipped > zero
               display "  " WSSerialsShipped " serial number(s)"
                   " shipped to customer " OrderCustIDNum
           end-if
       end-if.

ShipOneSerial.
       move "Y" to WSSerAnswer
       if WSShortTotal > zero and WSChoice = 2
           display "  Serial " SerProdCode " " SerSerialNum
               " shipped (Y/N): " with no advancing
           accept WSSerAnswer
           if WSSerAnswer = "y"
               move "Y" to WSSerAnswer
           end-if
       end-if
       if WSSerAnswer = "Y"
           set SerShipped to true
           move WSShipDate to SerShipDate
           add 1 to WSSerialsShipped
       else
           set SerInStock to true
           move zero to SerPickDate
       end-if
       rewrite SerialData
           invalid key display "  serial " SerSerialNum " not updated"
       end-rewrite.

*> il resto rilasciato non passa dal pick confirm: per un prodotto
*> serializzato si battono qui i seriali, presi dallo scaffale
ShipReleasedSerials.
       move RelProdCode(WSRelIdx) to ProdCode
       read ProductFile
           invalid key move "N" to ProdSerialFlag
       end-read
       if ProdSerialized
           display "Line " RelLineNum(WSRelIdx) " " ProdCode
               " is serialized - key the " RelQty(WSRelIdx)
               " serial number(s) shipped"
           perform varying WSSerialIdx from 1 by 1
                   until WSSerialIdx > RelQty(WSRelIdx)
               move "N" to WSSerialOkFlag
               perform until SerialTaken
                   perform TakeReleasedSerial
               end-perform
           end-perform
       end-if.

TakeReleasedSerial.
       display "  Serial " WSSerialIdx " of " RelQty(WSRelIdx) ": "
           with no advancing
       accept WSSerialNum
       move ProdCode to SerProdCode
       move WSSerialNum to SerSerialNum
       read SerialNumbers
           invalid key
               display "  Serial " WSSerialNum " was never received"
                   " for " ProdCode
           not invalid key
               if not SerInStock
                   display "  Serial is not on the shelf (status "
                       SerStatus ", order " SerOrderNum ")"
               else
                   set SerShipped to true
                   move OrderNum to SerOrderNum
                   move OrderCustIDNum to SerCustIDNum
                   move WSShipDate to SerPickDate
                   move spaces to SerPickedBy
                   move WSShipDate to SerShipDate
                   rewrite SerialData
                       invalid key display "  serial not updated"
                       not invalid key set SerialTaken to true
                   end-rewrite
               end-if
       end-read.
