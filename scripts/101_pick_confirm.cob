*> backorders through the same shape the merge uses, and put a
*> stock-discrepancy line on PickDiscrepancies.dat for the cycle-count
*> desk (the shelf was wrong - count it). Only a confirmed order
*> becomes eligible for ship confirm. Lines of serialized products
*> (ProdSerialized) have the serial number of every unit picked keyed
*> here, tying each unit on SerialNumbers.dat to the order and the
*> customer it is going to; a unit with no serial on file (stock from
*> before the product was serialized) is keyed blank, goes out
*> unserialized and is counted at the end of the session. Every
*> confirmation, short or not, also goes on PickLog.dat - picker,
*> warehouse, wave, lines, units and the start/end times off the pick
*> list - for the weekly productivity report
*> (157_picker_productivity.cob).
IDENTIFICATION DIVISION.
PROGRAM-ID. pickconfirm.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSBoStatus.
       SELECT Discrepancies ASSIGN TO "PickDiscrepancies.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> i prodotti serializzati: ogni unita' prelevata si lega
       *> all'ordine per numero di serie
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
       *> una riga per ogni prelievo confermato, per la produttivita'
       SELECT PickLog ASSIGN TO "PickLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPlStatus.

DATA DIVISION.
FILE SECTION.
01 DiscrepancyRecord.
   COPY PICKDISCREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

FD PickLog.
01 PickLogRecord.
   COPY PICKLOGREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSBoStatus pic XX.
01 WSShortQty pic 9(3).
01 WSShortTotal pic 9(5).
01 WSConfirmedCount pic 9(5) value zero.
*> numeri di serie delle righe di prodotti serializzati
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSLinePicked pic 9(5).
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(5).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".
01 WSSerialCount pic 9(5) value zero.
01 WSNoSerialCount pic 9(5) value zero.
*> il log dei prelievi: righe/unita' dell'ordine e orari del giro.
*> Gli ordini di una stessa wave condividono il giro: il tempo si
*> registra sul primo, gli altri riportano gli orari con zero minuti
01 WSPlStatus pic XX.
01 WSPlOpenFlag pic X value "N".
       88 PlFileOpen value "Y".
01 WSPickLines pic 9(3).
01 WSPickUnits pic 9(5).
01 WSPickShortLines pic 9(3).
01 WSLineShortFlag pic X value "N".
       88 LineWasShort value "Y".
01 WSLineCountedFlag pic X value "N".
       88 LineCounted value "Y".
01 WSWaveNum pic 9(4).
01 WSLastWaveNum pic 9(4) value zero.
01 WSLastWaveStart pic 9(4) value zero.
01 WSLastWaveEnd pic 9(4) value zero.
01 WSStartTime pic 9(4).
01 WSEndTime pic 9(4).
01 WSPickMinutes pic 9(4).
01 WSClockNow pic 9(8).
01 WSClockParts redefines WSClockNow.
       02 WSClockHhmm pic 9(4).
       02 filler pic 9(4).
01 WSTimeIn pic 9(4).
01 WSTimeParts redefines WSTimeIn.
       02 WSTimeHh pic 99.
       02 WSTimeMm pic 99.
01 WSStartMins pic 9(4).
01 WSEndMins pic 9(4).

PROCEDURE DIVISION.
StartPara.
           set BoFileOpen to true
       end-if
       open extend Discrepancies
       open input ProductFile
       open i-o SerialNumbers
       if WSSerStatus = "35"
           open output SerialNumbers
           close SerialNumbers
           open i-o SerialNumbers
       end-if
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       open extend PickLog
       if WSPlStatus = "35"
           open output PickLog
       end-if
       if WSPlStatus = "00"
           set PlFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "PICK CONFIRMATION"
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close OrdersFile, Discrepancies, ProductFile
       if BoFileOpen
           close Backorders
       end-if
       if SerFileOpen
           close SerialNumbers
       end-if
       if PlFileOpen
           close PickLog
       end-if
       display "Picks confirmed this session: " WSConfirmedCount
       if WSSerialCount > zero
           display "Serial numbers tied to orders: " WSSerialCount
       end-if
       if WSNoSerialCount > zero
           display "Units picked with no serial on file: "
               WSNoSerialCount " - check their receipts"
       end-if
       stop run.

ConfirmOnePick.
           display "NOTE: order has " OrderLineCount " lines - only"
               " lines 1-5 can be confirmed short here"
       end-if
       perform TakePickTimes
       move zero to WSShortTotal
       move zero to WSPickLines
       move zero to WSPickUnits
       move zero to WSPickShortLines
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount or WSLineIdx > 5
           move "N" to WSLineShortFlag
           move "N" to WSLineCountedFlag
           *> le righe drop-ship le spedisce il fornitore: qui non
           *> c'e' niente da confermare
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               if OrderSizeQuantity(WSLineIdx, WSSizeIdx) > zero
                       and not OrderLineDropShip(WSLineIdx)
                   perform ConfirmOneSlot
               end-if
           end-perform
           if LineCounted
               add 1 to WSPickLines
           end-if
           if LineWasShort
               add 1 to WSPickShortLines
           end-if
       end-perform
       set OrderPickConfirmed to true
       rewrite OrderData
           not invalid key
               add 1 to WSConfirmedCount
               display "Order " OrderNum " pick-confirmed"
               perform WritePickLog
               if WSShortTotal > zero
                   display "  " WSShortTotal " unit(s) short:"
                       " backordered and fed to the count desk"
               end-if
               if SerFileOpen
                   perform varying WSLineIdx from 1 by 1
                           until WSLineIdx > OrderLineCount
                           or WSLineIdx > 5
                       perform PickLineSerials
                   end-perform
               end-if
       end-rewrite.

*> una riga di prodotto serializzato: un numero di serie per ogni
*> unita' davvero prelevata (tutti gli slot taglia della riga)
PickLineSerials.
       move OrderProdCode(WSLineIdx) to ProdCode
       read ProductFile
           invalid key move "N" to ProdSerialFlag
       end-read
       if ProdSerialized and not OrderLineDropShip(WSLineIdx)
           move zero to WSLinePicked
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               add OrderSizeQuantity(WSLineIdx, WSSizeIdx)
                   to WSLinePicked
           end-perform
           if WSLinePicked > zero
               display "Line " WSLineIdx " " ProdCode
                   " is serialized - key the " WSLinePicked
                   " serial number(s) picked"
               perform varying WSSerialIdx from 1 by 1
                       until WSSerialIdx > WSLinePicked
                   move "N" to WSSerialOkFlag
                   perform until SerialTaken
                       perform TakePickedSerial
                   end-perform
               end-perform
           end-if
       end-if.

*> il seriale deve essere a scaffale (non in ispezione, non gia' su
*> un altro ordine) e, se l'ordine ha un magazzino, in quel magazzino;
*> invio = unita' presa senza seriale in archivio (merce di prima
*> della serializzazione): il prelievo resta, nessun seriale legato
TakePickedSerial.
       display "  Serial " WSSerialIdx " of " WSLinePicked
           " (blank = unit has no serial on file): "
           with no advancing
       accept WSSerialNum
       if WSSerialNum = spaces
           display "  WARNING: unit picked as unserialized - no serial"
               " tied to order " OrderNum
           add 1 to WSNoSerialCount
           set SerialTaken to true
       else
           perform TiePickedSerial
       end-if.

TiePickedSerial.
       move ProdCode to SerProdCode
       move WSSerialNum to SerSerialNum
       read SerialNumbers
           invalid key
               display "  Serial " WSSerialNum " was never received"
                   " for " ProdCode
           not invalid key
               evaluate true
                   when not SerInStock
                       display "  Serial is not on the shelf (status "
                           SerStatus ", order " SerOrderNum ")"
                   when OrderWhseCode not = spaces
                           and SerWhseCode not = spaces
                           and SerWhseCode not = OrderWhseCode
                       display "  Serial is stocked at " SerWhseCode
                           ", the order picks from " OrderWhseCode
                   when other
                       set SerPicked to true
                       move OrderNum to SerOrderNum
                       move OrderCustIDNum to SerCustIDNum
                       move WSRunDate to SerPickDate
                       move OperatorID to SerPickedBy
                       move zero to SerShipDate
                       rewrite SerialData
                           invalid key display "  serial not updated"
                           not invalid key
                               set SerialTaken to true
                               add 1 to WSSerialCount
                       end-rewrite
               end-evaluate
       end-read.

ConfirmOneSlot.
       display "Line " WSLineIdx " "
           OrderProdCode(WSLineIdx) " size "
           OrderSizeQuantity(WSLineIdx, WSSizeIdx)
           " - quantity actually picked: " with no advancing
       accept WSPickedQty
       set LineCounted to true
       if WSPickedQty > OrderSizeQuantity(WSLineIdx, WSSizeIdx)
           display "  More than listed - taking "
               OrderSizeQuantity(WSLineIdx, WSSizeIdx)
           move OrderSizeQuantity(WSLineIdx, WSSizeIdx)
               to WSPickedQty
       end-if
       add WSPickedQty to WSPickUnits
       if WSPickedQty < OrderSizeQuantity(WSLineIdx, WSSizeIdx)
           compute WSShortQty =
               OrderSizeQuantity(WSLineIdx, WSSizeIdx) - WSPickedQty
           add WSShortQty to WSShortTotal
           set LineWasShort to true
           perform WriteShortBackorder
           perform WriteDiscrepancy
           move WSPickedQty to
           move WSShortQty to BoQtyShort
           move OrderDate to BoOrderDate
           move zero to BoReleaseDate
           move zero to BoPoNum, BoPoDueDate
           move "N" to BoPoPromisedFlag
           set BoOpen to true
           write BackorderData
               invalid key
       move WSRunDate to PdDate
       move OperatorID to PdOperatorID
       write DiscrepancyRecord.

*> gli orari del giro dal foglio di prelievo (HHMM, zero = adesso).
*> Un ordine della stessa wave del precedente ne eredita gli orari:
*> il giro e' uno solo e i minuti vanno contati una volta
TakePickTimes.
       display "Wave number on the pick list (0 = single order): "
           with no advancing
       accept WSWaveNum
       if WSWaveNum not = zero and WSWaveNum = WSLastWaveNum
           move WSLastWaveStart to WSStartTime
           move WSLastWaveEnd to WSEndTime
           move zero to WSPickMinutes
           display "  Wave " WSWaveNum " already timed "
               WSStartTime "-" WSEndTime
       else
           accept WSClockNow from time
           display "Pick started at (HHMM, 0 = now): "
               with no advancing
           accept WSStartTime
           if WSStartTime = zero
               move WSClockHhmm to WSStartTime
           end-if
           display "Pick finished at (HHMM, 0 = now): "
               with no advancing
           accept WSEndTime
           if WSEndTime = zero
               move WSClockHhmm to WSEndTime
           end-if
           move WSStartTime to WSTimeIn
           compute WSStartMins = WSTimeHh * 60 + WSTimeMm
           move WSEndTime to WSTimeIn
           compute WSEndMins = WSTimeHh * 60 + WSTimeMm
           *> un giro a cavallo della mezzanotte
           if WSEndMins < WSStartMins
               add 1440 to WSEndMins
           end-if
           compute WSPickMinutes = WSEndMins - WSStartMins
           move WSWaveNum to WSLastWaveNum
           move WSStartTime to WSLastWaveStart
           move WSEndTime to WSLastWaveEnd
       end-if.

WritePickLog.
       if PlFileOpen
           move WSRunDate to PlDate
           move OperatorID to PlOperatorID
           move OrderWhseCode to PlWhseCode
           move WSWaveNum to PlWaveNum
           move OrderNum to PlOrderNum
           move WSPickLines to PlLines
           move WSPickUnits to PlUnits
           move WSPickShortLines to PlShortLines
           move WSShortTotal to PlShortUnits
           move WSStartTime to PlStartTime
           move WSEndTime to PlEndTime
           move WSPickMinutes to PlMinutes
           write PickLogRecord
       end-if.
