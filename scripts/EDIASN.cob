       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. EDIASN.
*> Outbound advance ship notice for the customers we already bill by
*> EDI (CustEbillFlag E): their receiving docks want to know what is
*> on the truck before it arrives. The caller has just marked the
*> order shipped (or stamped the carrier's tracking on it) and
*> passes the order record as it stands; EDIASN appends one notice to
*> the day's EdiAsn.<date>.dat - header with purpose, ship date,
*> tracking number and estimated cartons (one per 50 lb, as the
*> manifest estimates them), the ship-to, a detail per line with the
*> quantities actually shipped (overflow lines from OrderLines.dat,
*> drop-ship lines the vendor has shipped marked V), the lots drawn
*> for the order from LotUsage.dat and a closing count record - and
*> logs it to EdiRegister.dat next to the EDI invoices. Purpose O is
*> the original notice from ship confirmation, R the replacement
*> sent when the carrier's tracking comes back, D a duplicate
*> resent on request. Hands back S sent, N customer not on EDI,
*> E notice file could not be written.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
       SELECT ShipToAddresses ASSIGN TO "ShipToAddresses.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StKey
           FILE STATUS IS WSStStatus.
       *> solo lettura, per il peso: i chiamanti lo tengono al massimo
       *> aperto in input
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS WSProdStatus.
       SELECT OrderLines ASSIGN TO "OrderLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OlKey
           FILE STATUS IS WSOlStatus.
       SELECT LotUsage ASSIGN TO "LotUsage.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSLuStatus.
       SELECT AsnOut ASSIGN TO WSAsnFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAsnStatus.
       SELECT EdiRegister ASSIGN TO "EdiRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegStatus.
DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.
FD ShipToAddresses.
01 ShipToData.
   COPY SHIPTOREC.
FD ProductFile.
01 ProductData.
   COPY PRODREC.
FD OrderLines.
01 OrderLineData.
   COPY ORDLINREC.
FD LotUsage.
01 LotUsageRecord.
   COPY LOTUSEREC.
FD AsnOut.
*> stesso record fisso da 80 di 106_edi_invoice: H testata, S
*> destinazione, D una per riga spedita, L una per lotto, E chiusura
01 AsnRecord.
   02 AsnRecType pic X.
   02 AsnData pic X(79).
01 AsnHeaderRec redefines AsnRecord.
   02 filler pic X.
   02 AshPurpose pic X.
   02 AshOrderNum pic 9(6).
   02 AshCustIDNum pic 9(5).
   02 AshOrderDate pic 9(8).
   02 AshShipDate pic 9(8).
   02 AshTrackingNum pic X(15).
   02 AshCartons pic 9(4).
   02 AshWeight pic 9(7)V99.
   02 AshSendDate pic 9(8).
   02 filler pic X(15).
01 AsnShipToRec redefines AsnRecord.
   02 filler pic X.
   02 AssOrderNum pic 9(6).
   02 AssShipToCode pic X(3).
   02 AssShipName pic X(20).
   02 AssAddrLine1 pic X(20).
   02 AssAddrCity pic X(15).
   02 AssAddrState pic XX.
   02 AssAddrZip pic X(10).
   02 filler pic X(3).
01 AsnDetailRec redefines AsnRecord.
   02 filler pic X.
   02 AsdOrderNum pic 9(6).
   02 AsdLineNum pic 9(2).
   02 AsdProdCode pic X(8).
   02 AsdProdName pic X(10).
   02 AsdSizeQty occurs 3 times.
       03 AsdSizeType pic A.
       03 AsdSizeQuantity pic 9(3).
   02 AsdLineQty pic 9(5).
   02 AsdShipFrom pic X.
   02 AsdShipDate pic 9(8).
   02 filler pic X(27).
01 AsnLotRec redefines AsnRecord.
   02 filler pic X.
   02 AslOrderNum pic 9(6).
   02 AslProdCode pic X(8).
   02 AslLotNum pic X(10).
   02 AslQty pic 9(5).
   02 filler pic X(50).
01 AsnEndRec redefines AsnRecord.
   02 filler pic X.
   02 AseOrderNum pic 9(6).
   02 AseLineCount pic 9(3).
   02 AseLotCount pic 9(3).
   02 AseTotalUnits pic 9(7).
   02 filler pic X(60).
FD EdiRegister.
01 EdiRegisterRecord.
   COPY EDIREGREC.
WORKING-STORAGE SECTION.
01 WSCustStatus pic XX.
01 WSStStatus pic XX.
01 WSProdStatus pic XX.
01 WSOlStatus pic XX.
01 WSLuStatus pic XX.
01 WSAsnStatus pic XX.
01 WSRegStatus pic XX.
01 WSOlEOFFlag pic X value "N".
       88 OlAtEOF value "Y".
01 WSLuEOFFlag pic X value "N".
       88 LuAtEOF value "Y".
01 WSAsnFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSLineQty pic 9(5).
01 WSShipWeight pic 9(7)V99.
01 WSCartons pic 9(4).
01 WSLinesSent pic 9(3).
01 WSLotsSent pic 9(3).
01 WSTotalUnits pic 9(7).
LINKAGE SECTION.
       01 LOrderData.
          COPY ORDERREC.
       01 LPurpose PIC X.
       01 LResult  PIC X.
PROCEDURE DIVISION using LOrderData, LPurpose, LResult.
StartPara.
       move "N" to LResult
       open input CustomerFile
       if WSCustStatus not = "00"
           goback
       end-if
       move OrderCustIDNum to IDNum
       read CustomerFile
           invalid key
               close CustomerFile
               goback
       end-read
       if not EbillElectronic
           close CustomerFile
           goback
       end-if
       accept WSRunDate from date yyyymmdd
       move spaces to WSAsnFileName
       string "EdiAsn." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSAsnFileName
       open extend AsnOut
       if WSAsnStatus = "35"
           open output AsnOut
       end-if
       if WSAsnStatus not = "00"
           display "EDIASN: " WSAsnFileName " not writable - no ship"
               " notice for order " OrderNum
           move "E" to LResult
           close CustomerFile
           goback
       end-if
       open input ProductFile
       perform WeighShipment
       compute WSCartons = (WSShipWeight / 50) + 1
       perform WriteAsnHeader
       perform WriteAsnShipTo
       move zero to WSLinesSent WSLotsSent WSTotalUnits
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           perform WriteBaseLine
       end-perform
       if OrderLineCount > 5
           perform WriteOverflowLines
       end-if
       perform WriteLotLines
       perform WriteAsnEnd
       if WSProdStatus = "00"
           close ProductFile
       end-if
       close AsnOut, CustomerFile
       perform RegisterAsn
       move "S" to LResult
       goback.

*> peso delle righe base che partono da noi, per ProdWeight; stessa
*> stima colli del manifest
WeighShipment.
       move zero to WSShipWeight
       if WSProdStatus = "00"
           perform varying WSLineIdx from 1 by 1
                   until WSLineIdx > OrderLineCount or WSLineIdx > 5
               if not OrderLineDropShip(WSLineIdx)
                   move zero to WSLineQty
                   perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
                       add OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                           to WSLineQty
                   end-perform
                   move OrderProdCode(WSLineIdx) to ProdCode
                   read ProductFile
                       invalid key continue
                       not invalid key
                           compute WSShipWeight = WSShipWeight
                               + (WSLineQty * ProdWeight)
                   end-read
               end-if
           end-perform
       end-if.

WriteAsnHeader.
       move spaces to AsnRecord
       move "H" to AsnRecType
       move LPurpose to AshPurpose
       move OrderNum to AshOrderNum
       move OrderCustIDNum to AshCustIDNum
       move OrderDate to AshOrderDate
       move OrderShipDate to AshShipDate
       move OrderTrackingNum to AshTrackingNum
       move WSCartons to AshCartons
       move WSShipWeight to AshWeight
       move WSRunDate to AshSendDate
       write AsnRecord.

*> ship-to dell'ordine se presente, altrimenti l'indirizzo master
WriteAsnShipTo.
       move spaces to AsnRecord
       move "S" to AsnRecType
       move OrderNum to AssOrderNum
       move OrderShipToCode to AssShipToCode
       move LastName to AssShipName
       move AddrLine1 to AssAddrLine1
       move AddrCity to AssAddrCity
       move AddrState to AssAddrState
       move AddrZip to AssAddrZip
       if OrderShipToCode not = spaces
           open input ShipToAddresses
           if WSStStatus = "00"
               move OrderCustIDNum to StCustIDNum
               move OrderShipToCode to StShipToCode
               read ShipToAddresses
                   invalid key continue
                   not invalid key
                       move StShipToName to AssShipName
                       move StAddrLine1 to AssAddrLine1
                       move StAddrCity to AssAddrCity
                       move StAddrState to AssAddrState
                       move StAddrZip to AssAddrZip
               end-read
               close ShipToAddresses
           end-if
       end-if
       write AsnRecord.

*> le righe drop-ship entrano solo quando il fornitore le ha
*> spedite, marcate V con la sua data; le righe a zero (tutto in
*> backorder) non sono partite
WriteBaseLine.
       if not OrderLineDropShip(WSLineIdx)
               or (OrderDsShipDate(WSLineIdx) is numeric
                   and OrderDsShipDate(WSLineIdx) > zero)
           move spaces to AsnRecord
           move "D" to AsnRecType
           move OrderNum to AsdOrderNum
           move WSLineIdx to AsdLineNum
           move OrderProdCode(WSLineIdx) to AsdProdCode
           move OrderProdName(WSLineIdx) to AsdProdName
           move zero to WSLineQty
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               move OrderSizeType(WSLineIdx, WSSizeIdx)
                   to AsdSizeType(WSSizeIdx)
               move OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                   to AsdSizeQuantity(WSSizeIdx)
               add OrderSizeQuantity(WSLineIdx, WSSizeIdx) to WSLineQty
           end-perform
           if WSLineQty not = zero
               move WSLineQty to AsdLineQty
               if OrderLineDropShip(WSLineIdx)
                   move "V" to AsdShipFrom
                   move OrderDsShipDate(WSLineIdx) to AsdShipDate
               else
                   move "W" to AsdShipFrom
                   move OrderShipDate to AsdShipDate
               end-if
               write AsnRecord
               add 1 to WSLinesSent
               add WSLineQty to WSTotalUnits
           end-if
       end-if.

*> le righe 6+ partono sempre dal magazzino
WriteOverflowLines.
       open input OrderLines
       if WSOlStatus = "00"
           move "N" to WSOlEOFFlag
           move OrderNum to OlOrderNum
           move zero to OlLineNum
           start OrderLines key is not less than OlKey
               invalid key set OlAtEOF to true
           end-start
           perform until OlAtEOF
               read OrderLines next record
                   at end set OlAtEOF to true
               end-read
               if not OlAtEOF
                   if OlOrderNum not = OrderNum
                       set OlAtEOF to true
                   else
                       perform WriteOneOverflowLine
                   end-if
               end-if
           end-perform
           close OrderLines
           move "N" to WSOlEOFFlag
       end-if.

WriteOneOverflowLine.
       move spaces to AsnRecord
       move "D" to AsnRecType
       move OrderNum to AsdOrderNum
       move OlLineNum to AsdLineNum
       move OlProdCode to AsdProdCode
       move OlProdName to AsdProdName
       move zero to WSLineQty
       perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
           move OlSizeType(WSSizeIdx) to AsdSizeType(WSSizeIdx)
           move OlSizeQuantity(WSSizeIdx) to AsdSizeQuantity(WSSizeIdx)
           add OlSizeQuantity(WSSizeIdx) to WSLineQty
       end-perform
       if WSLineQty > zero
           move WSLineQty to AsdLineQty
           move "W" to AsdShipFrom
           move OrderShipDate to AsdShipDate
           write AsnRecord
           add 1 to WSLinesSent
           add WSLineQty to WSTotalUnits
       end-if.

*> i lotti prelevati per l'ordine all'allocazione, come sul packing
*> slip
WriteLotLines.
       move "N" to WSLuEOFFlag
       open input LotUsage
       if WSLuStatus not = "00"
           set LuAtEOF to true
       end-if
       perform until LuAtEOF
           read LotUsage
               at end set LuAtEOF to true
           end-read
           if not LuAtEOF
               if LuOrderNum = OrderNum
                   move spaces to AsnRecord
                   move "L" to AsnRecType
                   move OrderNum to AslOrderNum
                   move LuProdCode to AslProdCode
                   move LuLotNum to AslLotNum
                   move LuQty to AslQty
                   write AsnRecord
                   add 1 to WSLotsSent
               end-if
           end-if
       end-perform
       if WSLuStatus = "00" or WSLuStatus = "10"
           close LotUsage
       end-if
       move "N" to WSLuEOFFlag.

WriteAsnEnd.
       move spaces to AsnRecord
       move "E" to AsnRecType
       move OrderNum to AseOrderNum
       move WSLinesSent to AseLineCount
       move WSLotsSent to AseLotCount
       move WSTotalUnits to AseTotalUnits
       write AsnRecord.

RegisterAsn.
       open extend EdiRegister
       if WSRegStatus = "35"
           open output EdiRegister
       end-if
       if WSRegStatus not = "00"
           display "EDIASN: EdiRegister.dat not writable - notice for"
               " order " OrderNum " sent but not registered"
       else
           move zero to EdiInvoiceNum
           move OrderCustIDNum to EdiCustIDNum
           move WSRunDate to EdiFileDate
           move WSAsnFileName to EdiFileName
           move zero to EdiAmount
           set EdiDocAsn to true
           move OrderNum to EdiOrderNum
           move LPurpose to EdiPurpose
           move WSTotalUnits to EdiUnits
           write EdiRegisterRecord
           close EdiRegister
       end-if.
