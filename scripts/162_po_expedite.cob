       >>SOURCE FORMAT FREE
*> Daily purchase-order expediting worklist: a customer waiting on a
*> backorder used to be tied to the PO meant to cover it only when the
*> customer called. This run lines the open Backorders.dat lines of
*> each product up against the product's open PurchaseOrders.dat
*> lines - oldest order first (the order BACKREL releases them in)
*> against the earliest-due line - and stamps each backorder with the
*> PO that covers it and that line's due date: the vendor-promised
*> date when the buyer has keyed one on 87_po_entry.cob, else
*> PoExpectedDate. The late-order report prints that stamp under each
*> late order. The worklist lists every PO line past its due date or
*> due after the requested date of a customer order waiting on it,
*> with the waiting orders and their revenue at list price, then the
*> backorders no open PO covers. Drop-ship POs are left out - they
*> are tied to their order from the start and never backorder.
IDENTIFICATION DIVISION.
PROGRAM-ID. poexpedite.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT Backorders ASSIGN TO "Backorders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BoKey
           FILE STATUS IS WSBoStatus.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS WSProdStatus.
       SELECT ExpeditePrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD Backorders.
01 BackorderData.
   COPY BORDREC.

FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD ExpeditePrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(100).

WORKING-STORAGE SECTION.
01 WSPoStatus pic XX.
01 WSBoStatus pic XX.
01 WSOrderStatus pic XX.
01 WSProdStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSTodayOrdinal pic S9(8).
01 WSLineIdx pic 9(2).
*> righe PO aperte, in ordine di prodotto, data dovuta, PO e riga:
*> l'ordine in cui i backorder del prodotto le consumano
01 ExpLineTable.
       02 ElEntry occurs 2000 times.
           03 ElSortKey.
               04 ElProdCode pic X(8).
               04 ElDueDate pic 9(8).
               04 ElPoNum pic 9(6).
               04 ElLineNo pic 9(2).
           03 ElVendNum pic 9(5).
           03 ElExpected pic 9(8).
           03 ElPromised pic 9(8).
           03 ElOutstanding pic 9(6).
           03 ElRemain pic 9(6).
           03 ElWaitOrders pic 9(4).
           03 ElWaitQty pic 9(6).
           03 ElWaitValue pic 9(8)V99.
           03 ElEarliestReq pic 9(8).
01 WSElCount pic 9(4) value zero.
01 WSElIdx pic 9(4).
01 WSInsAt pic 9(4).
01 WSNewKey.
       02 WSNewProd pic X(8).
       02 WSNewDue pic 9(8).
       02 WSNewPoNum pic 9(6).
       02 WSNewLineNo pic 9(2).
01 WSOutstanding pic 9(6).
01 WSElFullCount pic 9(5) value zero.
*> i backorder aperti con la riga PO a cui sono andati (zero = nessun
*> PO li copre), per la stampa
01 WaitTable.
       02 BwEntry occurs 3000 times.
           03 BwElIdx pic 9(4).
           03 BwProdCode pic X(8).
           03 BwOrderNum pic 9(6).
           03 BwCustIDNum pic 9(5).
           03 BwReqDate pic 9(8).
           03 BwQty pic 9(5).
           03 BwValue pic 9(7)V99.
01 WSBwCount pic 9(4) value zero.
01 WSBwIdx pic 9(4).
01 WSBwFullCount pic 9(5) value zero.
*> allocazione del prodotto corrente
01 WSCurProd pic X(8).
01 WSCurPtr pic 9(4).
01 WSNeedQty pic 9(5).
01 WSTakeQty pic 9(6).
01 WSCoverIdx pic 9(4).
01 WSReqDate pic 9(8).
01 WSReqOrdinal pic S9(8).
01 WSLineValue pic 9(7)V99.
01 WSProdPrice pic 9(4)V99.
01 WSRestamped pic 9(5) value zero.
*> stampa
01 WSListedCount pic 9(4) value zero.
01 WSListedValue pic 9(9)V99 value zero.
01 WSUncoveredCount pic 9(4) value zero.
01 WSUncoveredValue pic 9(9)V99 value zero.
01 WSPastDueFlag pic X.
       88 LinePastDue value "Y".
01 WSAfterReqFlag pic X.
       88 LineAfterReq value "Y".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value "PO EXPEDITING WORKLIST".
       02 filler pic X(8) value "RUN OF ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(45) value
           "PO     Ln Vend   Product  Outstd  Due        ".
       02 filler pic X(45) value
           "Promised      Late Ordrs Value Waiting Reason".
01 PoLinePrint.
       02 PrnPoNum pic 9(6).
       02 filler pic X value space.
       02 PrnLineNo pic Z9.
       02 filler pic X value space.
       02 PrnVendNum pic 9(5).
       02 filler pic XX value spaces.
       02 PrnProdCode pic X(8).
       02 filler pic X value space.
       02 PrnOutstanding pic ZZZZZ9.
       02 filler pic XX value spaces.
       02 PrnDueDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnPromised pic X(10).
       02 filler pic X value space.
       02 PrnDaysLate pic -ZZZZZ9.
       02 filler pic X value space.
       02 PrnWaitOrders pic ZZZZ9.
       02 filler pic X value space.
       02 PrnWaitValue pic ZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnReason pic X(16).
01 WSPromisedEdit pic 9999/99/99.
01 WaitLine.
       02 filler pic X(9) value "   order ".
       02 PrnWtOrderNum pic 9(6).
       02 filler pic X(6) value " cust ".
       02 PrnWtCustID pic 9(5).
       02 filler pic X(11) value " requested ".
       02 PrnWtReqDate pic 9999/99/99.
       02 filler pic X(6) value "  qty ".
       02 PrnWtQty pic ZZZZ9.
       02 filler pic X(8) value "  value ".
       02 PrnWtValue pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnWtProd pic X(8).
01 SectionLine pic X(60).
01 TotalLine.
       02 PrnTotLabel pic X(40).
       02 PrnTotCount pic ZZZZ9.
       02 filler pic X(12) value "  revenue   ".
       02 PrnTotValue pic ZZZ,ZZZ,ZZ9.99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "poexpedite".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "poexpedite".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       move spaces to WSRptFileName
       string "Expedite." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open input PurchaseOrders
       if WSPoStatus not = "00"
           display "No purchase-order file - nothing to expedite"
           move 4 to RETURN-CODE
           stop run
       end-if
       open i-o Backorders
       if WSBoStatus not = "00"
           display "No backorder file - nothing waiting"
           close PurchaseOrders
           move 4 to RETURN-CODE
           stop run
       end-if
       open input OrdersFile
       open input ProductFile
       perform LoadOpenPoLines
       close PurchaseOrders
       perform MatchBackorders
       close Backorders, OrdersFile, ProductFile
       open output ExpeditePrint
       move spaces to WSRcParams
       string "business date " delimited by size
           WSRunDate delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform PrintWorklist
       perform PrintUncovered
       perform PrintTotals
       close ExpeditePrint
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Open PO lines: " WSElCount "  listed: " WSListedCount
       display "Backorders matched: " WSBwCount "  with no PO: "
           WSUncoveredCount
       display "Report written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSListedCount = zero and WSUncoveredCount = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSBwCount to WSRhRead
       move WSRestamped to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> ogni riga ancora da ricevere dei PO aperti o parziali, non drop-ship
LoadOpenPoLines.
       move zero to PoNum
       start PurchaseOrders key is not less than PoNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read PurchaseOrders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if (PoOpen or PoPartial) and not PoDropShip
                   perform varying WSLineIdx from 1 by 1
                           until WSLineIdx > PoLineCount
                       if PoQtyOrdered(WSLineIdx)
                               > PoQtyReceived(WSLineIdx)
                           perform AddOpenPoLine
                       end-if
                   end-perform
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

AddOpenPoLine.
       if PoPromisedDate(WSLineIdx) is not numeric
           move zero to PoPromisedDate(WSLineIdx)
       end-if
       move PoProdCode(WSLineIdx) to WSNewProd
       if PoPromisedDate(WSLineIdx) > zero
           move PoPromisedDate(WSLineIdx) to WSNewDue
       else
           move PoExpectedDate to WSNewDue
       end-if
       move PoNum to WSNewPoNum
       move WSLineIdx to WSNewLineNo
       compute WSOutstanding = PoQtyOrdered(WSLineIdx)
           - PoQtyReceived(WSLineIdx)
       if WSElCount >= 2000
           add 1 to WSElFullCount
       else
           move zero to WSInsAt
           perform varying WSElIdx from 1 by 1
                   until WSElIdx > WSElCount or WSInsAt > zero
               if ElSortKey(WSElIdx) > WSNewKey
                   move WSElIdx to WSInsAt
               end-if
           end-perform
           if WSInsAt = zero
               compute WSInsAt = WSElCount + 1
           else
               perform varying WSElIdx from WSElCount by -1
                       until WSElIdx < WSInsAt
                   move ElEntry(WSElIdx) to ElEntry(WSElIdx + 1)
               end-perform
           end-if
           add 1 to WSElCount
           move WSNewKey to ElSortKey(WSInsAt)
           move PoVendNum to ElVendNum(WSInsAt)
           move PoExpectedDate to ElExpected(WSInsAt)
           move PoPromisedDate(WSLineIdx) to ElPromised(WSInsAt)
           move WSOutstanding to ElOutstanding(WSInsAt)
           move WSOutstanding to ElRemain(WSInsAt)
           move zero to ElWaitOrders(WSInsAt), ElWaitQty(WSInsAt),
               ElWaitValue(WSInsAt), ElEarliestReq(WSInsAt)
       end-if.

*> i backorder in ordine di chiave: prodotto, poi ordine (il piu'
*> vecchio per primo, come li rilascia BACKREL); ognuno consuma le
*> righe PO del prodotto in ordine di data dovuta e va sulla riga che
*> lo completa. Uno che nessun PO copre per intero resta scoperto
MatchBackorders.
       move spaces to WSCurProd
       move low-values to BoKey
       start Backorders key is not less than BoKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read Backorders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if BoOpen
                   perform MatchOneBackorder
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

MatchOneBackorder.
       if BoProdCode not = WSCurProd
           move BoProdCode to WSCurProd
           perform FindFirstProdLine
           move zero to WSProdPrice
           move BoProdCode to ProdCode
           read ProductFile
               invalid key continue
               not invalid key move ProdPrice to WSProdPrice
           end-read
       end-if
       move BoQtyShort to WSNeedQty
       move zero to WSCoverIdx
       perform until WSNeedQty = zero or WSCurPtr = zero
           if ElRemain(WSCurPtr) > WSNeedQty
               move WSNeedQty to WSTakeQty
           else
               move ElRemain(WSCurPtr) to WSTakeQty
           end-if
           subtract WSTakeQty from ElRemain(WSCurPtr)
           subtract WSTakeQty from WSNeedQty
           move WSCurPtr to WSCoverIdx
           if ElRemain(WSCurPtr) = zero
               perform NextProdLine
           end-if
       end-perform
       if WSNeedQty > zero
           move zero to WSCoverIdx
       end-if
       perform GetRequestedDate
       compute WSLineValue rounded = BoQtyShort * WSProdPrice
       perform StampBackorder
       if WSBwCount >= 3000
           add 1 to WSBwFullCount
       else
           add 1 to WSBwCount
           move WSCoverIdx to BwElIdx(WSBwCount)
           move BoProdCode to BwProdCode(WSBwCount)
           move BoOrderNum to BwOrderNum(WSBwCount)
           move BoCustIDNum to BwCustIDNum(WSBwCount)
           move WSReqDate to BwReqDate(WSBwCount)
           move BoQtyShort to BwQty(WSBwCount)
           move WSLineValue to BwValue(WSBwCount)
       end-if
       if WSCoverIdx > zero
           add 1 to ElWaitOrders(WSCoverIdx)
           add BoQtyShort to ElWaitQty(WSCoverIdx)
           add WSLineValue to ElWaitValue(WSCoverIdx)
           if ElEarliestReq(WSCoverIdx) = zero
                   or WSReqDate < ElEarliestReq(WSCoverIdx)
               move WSReqDate to ElEarliestReq(WSCoverIdx)
           end-if
       else
           add 1 to WSUncoveredCount
           add WSLineValue to WSUncoveredValue
       end-if.

*> prima riga del prodotto con quantita' ancora da assegnare
FindFirstProdLine.
       move zero to WSCurPtr
       perform varying WSElIdx from 1 by 1
               until WSElIdx > WSElCount or WSCurPtr > zero
           if ElProdCode(WSElIdx) = WSCurProd
                   and ElRemain(WSElIdx) > zero
               move WSElIdx to WSCurPtr
           end-if
       end-perform.

NextProdLine.
       add 1 to WSCurPtr
       if WSCurPtr > WSElCount
           move zero to WSCurPtr
       else
           if ElProdCode(WSCurPtr) not = WSCurProd
               move zero to WSCurPtr
           end-if
       end-if.

*> la data richiesta dell'ordine; ASAP (zero) vale come in
*> lateorders: due giorni dalla data ordine
GetRequestedDate.
       move zero to WSReqDate
       move BoOrderNum to OrderNum
       read OrdersFile
           invalid key move BoOrderDate to WSReqDate
           not invalid key
               if OrderRequestDate > zero
                   move OrderRequestDate to WSReqDate
               else
                   compute WSReqOrdinal =
                       function integer-of-date(OrderDate) + 2
                   compute WSReqDate =
                       function date-of-integer(WSReqOrdinal)
               end-if
       end-read.

StampBackorder.
       if WSCoverIdx > zero
           move ElPoNum(WSCoverIdx) to BoPoNum
           move ElDueDate(WSCoverIdx) to BoPoDueDate
           if ElPromised(WSCoverIdx) > zero
               move "Y" to BoPoPromisedFlag
           else
               move "N" to BoPoPromisedFlag
           end-if
       else
           move zero to BoPoNum, BoPoDueDate
           move "N" to BoPoPromisedFlag
       end-if
       rewrite BackorderData
           invalid key display "Backorder " BoOrderNum " not restamped"
           not invalid key add 1 to WSRestamped
       end-rewrite.

*> una riga PO va in lista se e' oltre la data dovuta, o se arriva
*> dopo la data richiesta di un ordine che la aspetta
PrintWorklist.
       perform varying WSElIdx from 1 by 1 until WSElIdx > WSElCount
           move "N" to WSPastDueFlag, WSAfterReqFlag
           if ElDueDate(WSElIdx) < WSRunDate
               move "Y" to WSPastDueFlag
           end-if
           if ElEarliestReq(WSElIdx) > zero
                   and ElDueDate(WSElIdx) > ElEarliestReq(WSElIdx)
               move "Y" to WSAfterReqFlag
           end-if
           if LinePastDue or LineAfterReq
               perform PrintOnePoLine
           end-if
       end-perform.

PrintOnePoLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       add 1 to WSListedCount
       add ElWaitValue(WSElIdx) to WSListedValue
       move ElPoNum(WSElIdx) to PrnPoNum
       move ElLineNo(WSElIdx) to PrnLineNo
       move ElVendNum(WSElIdx) to PrnVendNum
       move ElProdCode(WSElIdx) to PrnProdCode
       move ElOutstanding(WSElIdx) to PrnOutstanding
       move ElDueDate(WSElIdx) to PrnDueDate
       if ElPromised(WSElIdx) > zero
           move ElPromised(WSElIdx) to WSPromisedEdit
           move WSPromisedEdit to PrnPromised
       else
           move spaces to PrnPromised
       end-if
       if LinePastDue
           compute PrnDaysLate = WSTodayOrdinal
               - function integer-of-date(ElDueDate(WSElIdx))
       else
           move zero to PrnDaysLate
       end-if
       move ElWaitOrders(WSElIdx) to PrnWaitOrders
       move ElWaitValue(WSElIdx) to PrnWaitValue
       evaluate true
           when LinePastDue and LineAfterReq
               move "PAST DUE+AFT REQ" to PrnReason
           when LinePastDue
               move "PAST DUE" to PrnReason
           when other
               move "AFTER REQUESTED" to PrnReason
       end-evaluate
       move " " to AsaControl
       move PoLinePrint to PrintBody
       write PrintLine
       add 1 to LineCount
       perform varying WSBwIdx from 1 by 1 until WSBwIdx > WSBwCount
           if BwElIdx(WSBwIdx) = WSElIdx
               perform PrintWaitLine
           end-if
       end-perform.

PrintWaitLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move BwOrderNum(WSBwIdx) to PrnWtOrderNum
       move BwCustIDNum(WSBwIdx) to PrnWtCustID
       move BwReqDate(WSBwIdx) to PrnWtReqDate
       move BwQty(WSBwIdx) to PrnWtQty
       move BwValue(WSBwIdx) to PrnWtValue
       move BwProdCode(WSBwIdx) to PrnWtProd
       move " " to AsaControl
       move WaitLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintUncovered.
       if WSUncoveredCount > zero
           if NewPageRequired
               perform PrintPageHeading
           end-if
           move "BACKORDERS NO OPEN PO COVERS - RAISE OR ADD TO A PO"
               to SectionLine
           move "0" to AsaControl
           move SectionLine to PrintBody
           write PrintLine
           add 2 to LineCount
           perform varying WSBwIdx from 1 by 1
                   until WSBwIdx > WSBwCount
               if BwElIdx(WSBwIdx) = zero
                   perform PrintWaitLine
               end-if
           end-perform
       end-if.

PrintTotals.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move "PO lines to expedite" to PrnTotLabel
       move WSListedCount to PrnTotCount
       move WSListedValue to PrnTotValue
       move "0" to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       move "Backorders with no open PO" to PrnTotLabel
       move WSUncoveredCount to PrnTotCount
       move WSUncoveredValue to PrnTotValue
       move " " to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       if WSElFullCount > zero or WSBwFullCount > zero
           move "Tables full - some PO lines/backorders not listed"
               to SectionLine
           move " " to AsaControl
           move SectionLine to PrintBody
           write PrintLine
       end-if.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
