*> name and phone so someone can call BEFORE the customer calls us.
*> Orders with no requested date (ASAP) are listed only once they are
*> older than the two-day window measured from the order date.
*> A late order waiting on backordered stock carries a line per open
*> backorder underneath: the PO the expediting run matched it to and
*> the date that PO line is due - the vendor's promised date when the
*> buyer has keyed one - or that no open PO covers it.
*> The run can also be burst by sales rep (the customer's
*> CustSalesRepID) or by warehouse (OrderWhseCode) through RPTBURST:
*> one piece per recipient, registered in the report catalog, plus a
*> distribution list; the master copy is kept for management.
IDENTIFICATION DIVISION.
PROGRAM-ID. lateorders.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT Backorders ASSIGN TO "Backorders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BoKey
           FILE STATUS IS WSBoStatus.
       SELECT LatePrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> righe per RPTBURST, accanto al master
       SELECT BurstWork ASSIGN TO WSBurstWork
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
01 CustomerData.
   COPY CUSTREC.

FD Backorders.
01 BackorderData.
   COPY BORDREC.

FD LatePrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

FD BurstWork.
01 BurstWorkData.
   COPY BURSTREC.

WORKING-STORAGE SECTION.
01 WSOrderEOFFlag pic X value "N".
       88 OrderAtEOF value "Y".
01 WSDaysToGo pic S9(8).
01 CustExist pic X.
01 WSLateCount pic 9(5) value zero.
01 WSBoStatus pic XX.
01 WSBoEOFFlag pic X value "N".
       88 BoAtEOF value "Y".
*> backorder aperti con il PO timbrato da poexpedite, caricati una
*> volta: il file e' per prodotto, qui servono per ordine
01 BoWaitTable.
       02 BtEntry occurs 3000 times.
           03 BtOrderNum pic 9(6).
           03 BtProdCode pic X(8).
           03 BtQty pic 9(3).
           03 BtPoNum pic 9(6).
           03 BtDueDate pic 9(8).
           03 BtPromisedFlag pic X.
01 WSBtCount pic 9(4) value zero.
01 WSBtIdx pic 9(4).
01 BackorderLine.
       02 filler pic X(20) value "      backordered   ".
       02 PrnBoProd pic X(8).
       02 filler pic X(5) value " qty ".
       02 PrnBoQty pic ZZ9.
       02 filler pic X(2) value ": ".
       02 PrnBoCover pic X(40).
01 WSCoverText pic X(40).
01 WSBoDueEdit pic 9999/99/99.
01 PageHeading.
       02 filler pic X(22) value "LATE-ORDER REPORT     ".
       02 PrnRunDate pic 9999/99/99.
01 WSRcName pic X(12) value "lateorders".
01 WSRcParams pic X(30).

*> bursting via RPTBURST: R = per rep del cliente, W = per magazzino
01 WSBurstBy pic X value "N".
       88 BurstByRep value "R".
       88 BurstByWhse value "W".
       88 Bursting value "R" "W".
01 WSBurstPrefix pic X(20) value "LateOrders".
01 WSBurstWork pic X(30) value "LateOrdersBurst.tmp".
01 WSBurstPieces pic 9(4).
01 WSBurstSeq pic 9(7) value zero.
01 WSBurstKey pic X(4).
01 WSBurstRep pic 9(4).
01 WSBurstRepText redefines WSBurstRep pic X(4).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       accept WSRunDate from date yyyymmdd
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       display "Burst by (R)ep, (W)arehouse or (N)one: "
           with no advancing
       accept WSBurstBy
       move function upper-case(WSBurstBy) to WSBurstBy
       move spaces to WSRptFileName
       string "LateOrders." delimited by size
           WSRunDate delimited by size
       open input OrdersFile
       open input CustomerFile
       open output LatePrint
       if Bursting
           open output BurstWork
       end-if
       perform LoadBackorders
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       move spaces to WSBurstKey
       perform WriteBurstLine
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       perform WriteBurstLine
       write PrintLine
       move zero to OrderNum
       start OrdersFile key is not less than OrderNum
           end-if
       end-perform
       close OrdersFile, CustomerFile, LatePrint
       if Bursting
           close BurstWork
           call "RPTBURST" using WSRcName, WSBurstPrefix, WSRunDate,
               WSBurstBy, WSBurstWork, WSBurstPieces
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Late or at-risk orders: " WSLateCount
               move spaces to PrnPhone
           end-if
           compute PrnDaysLate = zero - WSDaysToGo
           *> l'ordine e le sue righe di backorder vanno allo stesso pezzo
           if BurstByRep
               if CustExist = "Y"
                   move CustSalesRepID to WSBurstRep
               else
                   move zero to WSBurstRep
               end-if
               move WSBurstRepText to WSBurstKey
           else
               if OrderWhseCode = spaces
                   move "W1" to WSBurstKey
               else
                   move OrderWhseCode to WSBurstKey
               end-if
           end-if
           move " " to AsaControl
           move LateDetail to PrintBody
           perform WriteBurstLine
           write PrintLine
           perform PrintOrderBackorders
       end-if.

LoadBackorders.
       open input Backorders
       if WSBoStatus = "00"
           move low-values to BoKey
           start Backorders key is not less than BoKey
               invalid key set BoAtEOF to true
           end-start
           perform until BoAtEOF
               read Backorders next record
                   at end set BoAtEOF to true
               end-read
               if not BoAtEOF and BoOpen and WSBtCount < 3000
                   add 1 to WSBtCount
                   move BoOrderNum to BtOrderNum(WSBtCount)
                   move BoProdCode to BtProdCode(WSBtCount)
                   move BoQtyShort to BtQty(WSBtCount)
                   if BoPoNum is numeric
                       move BoPoNum to BtPoNum(WSBtCount)
                       move BoPoDueDate to BtDueDate(WSBtCount)
                       move BoPoPromisedFlag to BtPromisedFlag(WSBtCount)
                   else
                       move zero to BtPoNum(WSBtCount), BtDueDate(WSBtCount)
                       move "N" to BtPromisedFlag(WSBtCount)
                   end-if
               end-if
           end-perform
           close Backorders
       end-if.

PrintOrderBackorders.
       perform varying WSBtIdx from 1 by 1 until WSBtIdx > WSBtCount
           if BtOrderNum(WSBtIdx) = OrderNum
               move BtProdCode(WSBtIdx) to PrnBoProd
               move BtQty(WSBtIdx) to PrnBoQty
               move spaces to WSCoverText
               if BtPoNum(WSBtIdx) = zero
                   move "no open PO covers it" to WSCoverText
               else
                   move BtDueDate(WSBtIdx) to WSBoDueEdit
                   string "PO " delimited by size
                       BtPoNum(WSBtIdx) delimited by size
                       " due " delimited by size
                       WSBoDueEdit delimited by size
                       into WSCoverText
                   if BtPromisedFlag(WSBtIdx) = "Y"
                       move "(promised)" to WSCoverText(29:10)
                   end-if
               end-if
               move WSCoverText to PrnBoCover
               move " " to AsaControl
               move BackorderLine to PrintBody
               perform WriteBurstLine
               write PrintLine
           end-if
       end-perform.

WriteBurstLine.
       if Bursting
           add 1 to WSBurstSeq
           move WSBurstKey to BwKey
           move WSBurstSeq to BwSeq
           move AsaControl to BwAsa
           move PrintBody to BwBody
           write BurstWorkData
       end-if.
