*> and prints every open backorder with a per-product subtotal and a
*> grand total, in the same ASA PrintLine convention as
*> 10_reports.cob, so purchasing sees what the warehouse is short.
*> The run is registered in the report catalog and can be burst by
*> sales rep (the customer's CustSalesRepID) or by warehouse (the
*> order's OrderWhseCode) through RPTBURST: one piece per recipient
*> with a distribution list, the master kept for management.
IDENTIFICATION DIVISION.
PROGRAM-ID. backorderreport.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSBoStatus.
       SELECT BackorderPrint ASSIGN TO WSBoFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> rep e magazzino del backorder, letti solo se si fa bursting
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES.
       SELECT BurstWork ASSIGN TO WSBurstWork
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   02 AsaControl pic X.
   02 PrintBody  pic X(70).

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD BurstWork.
01 BurstWorkData.
   COPY BURSTREC.

WORKING-STORAGE SECTION.
01 WSBoStatus pic XX.
01 WSEOFFlag pic X value "N".
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).

*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "backorders".
01 WSRcParams pic X(30).

*> bursting via RPTBURST: R = per rep del cliente, W = per magazzino
*> dell'ordine; i subtotali per prodotto restano solo sul master
01 WSBurstBy pic X value "N".
       88 BurstByRep value "R".
       88 BurstByWhse value "W".
       88 Bursting value "R" "W".
01 WSBurstPrefix pic X(20) value "Backorders".
01 WSBurstWork pic X(30) value "BackordersBurst.tmp".
01 WSBurstPieces pic 9(4).
01 WSBurstSeq pic 9(7) value zero.
01 WSBurstKey pic X(4).
01 WSBurstRep pic 9(4).
01 WSBurstRepText redefines WSBurstRep pic X(4).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       accept WSRunDate from date yyyymmdd
       display "Burst by (R)ep, (W)arehouse or (N)one: "
           with no advancing
       accept WSBurstBy
       move function upper-case(WSBurstBy) to WSBurstBy
       move spaces to WSBoFileName
       string "Backorders." delimited by size
           WSRunDate delimited by size
           stop run
       end-if
       open output BackorderPrint
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSBoFileName, WSRcParams
       if Bursting
           open input CustomerFile
           open input OrdersFile
           open output BurstWork
       end-if
       perform PrintPageHeading
       move spaces to WSCurrentProd
       move low-values to BoKey
       perform PrintProdSubtotal
       perform PrintGrandTotal
       close Backorders, BackorderPrint
       if Bursting
           close CustomerFile, OrdersFile, BurstWork
           call "RPTBURST" using WSRcName, WSBurstPrefix, WSRunDate,
               WSBurstBy, WSBurstWork, WSBurstPieces
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Open backorder items: " WSGrandItemCount
       move BoOrderDate to PrnOrderDate
       move " " to AsaControl
       move DetailLine to PrintBody
       if Bursting
           perform FindBurstKey
           perform WriteBurstLine
       end-if
       write PrintLine
       add 1 to LineCount
       add BoQtyShort to WSProdShortQty, WSGrandShortQty
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       *> le testate vanno una volta sola in testa a ogni pezzo
       if Bursting and WSBurstSeq = zero
           move spaces to WSBurstKey
           move "1" to AsaControl
           move PageHeading to PrintBody
           perform WriteBurstLine
           move "-" to AsaControl
           move Heads to PrintBody
           perform WriteBurstLine
       end-if
       move 3 to LineCount.

PrintGrandTotal.
       move "-" to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine.

*> cliente sconosciuto = house account; ordine senza magazzino (da
*> prima del secondo magazzino) = W1, come in 22_order_entry.cob
FindBurstKey.
       if BurstByRep
           move BoCustIDNum to IDNum
           read CustomerFile
               invalid key move zero to WSBurstRep
               not invalid key move CustSalesRepID to WSBurstRep
           end-read
           move WSBurstRepText to WSBurstKey
       else
           move "W1" to WSBurstKey
           move BoOrderNum to OrderNum
           read OrdersFile
               invalid key continue
               not invalid key
                   if OrderWhseCode not = spaces
                       move OrderWhseCode to WSBurstKey
                   end-if
           end-read
       end-if.

WriteBurstLine.
       add 1 to WSBurstSeq
       move WSBurstKey to BwKey
       move WSBurstSeq to BwSeq
       move AsaControl to BwAsa
       move PrintBody to BwBody
       write BurstWorkData.
