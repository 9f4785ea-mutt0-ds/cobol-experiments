       >>SOURCE FORMAT FREE
*> Sales rep quota attainment: rolls the invoiced sales in
*> InvoiceHistory.dat (net of tax and freight) up to each rep through
*> the customer's CustSalesRepID, takes the returns back off - every
*> RT line on StockMovements.dat is an order coming back through
*> 40_returns.cob, valued at the unit price the invoice charged, as
*> the credit memo was - and sets month-to-date and year-to-date net
*> sales against the monthly quotas kept in SalesQuotas.dat
*> (47_rep_master.cob). Reps are ranked on year-to-date attainment;
*> a rep with no quota for the year is listed after the ranked ones,
*> unranked. Sales of customers with no valid rep are totalled on
*> their own line so the report still ties to the invoice register.
*> An invoice counts for the rep who had the customer on the invoice
*> date, and a return against the rep who had it on the order date
*> (REPASOF over the assignment history), so a realignment moves only
*> the business written after it.
IDENTIFICATION DIVISION.
PROGRAM-ID. repattain.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
       SELECT SalesQuotas ASSIGN TO "SalesQuotas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QtKey
           FILE STATUS IS WSQtStatus.
       SELECT InvoiceHistory ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhInvoiceNum
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
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
       SELECT StockMovements ASSIGN TO "StockMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMvStatus.
       SELECT AttainPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD RepFile.
01 RepData.
   COPY REPREC.

FD SalesQuotas.
01 QuotaData.
   COPY QUOTAREC.

FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD StockMovements.
01 MovementRecord.
   COPY MOVEREC.

FD AttainPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(120).

WORKING-STORAGE SECTION.
01 WSRepStatus pic XX.
01 WSQtStatus pic XX.
01 WSIhStatus pic XX.
01 WSCustStatus pic XX.
01 WSOrderStatus pic XX.
01 WSProdStatus pic XX.
01 WSMvStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSIhEOFFlag pic X value "N".
       88 IhAtEOF value "Y".
01 WSQtOpenFlag pic X value "N".
       88 QtFileOpen value "Y".
01 WSIhOpenFlag pic X value "N".
       88 IhFileOpen value "Y".
01 WSCustOpenFlag pic X value "N".
       88 CustFileOpen value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSReportDate pic 9(8).
01 WSReportParts redefines WSReportDate.
       02 WSReportYear pic 9(4).
       02 WSReportMonth pic 99.
       02 WSReportDay pic 99.
01 WSYearStart pic 9(8).
01 WSMonthStart pic 9(8).
01 WSQuotaPeriod pic 9(6).
01 WSQuotaParts redefines WSQuotaPeriod.
       02 WSQuotaYear pic 9(4).
       02 WSQuotaMonth pic 99.
*> una riga per rep, caricata da SalesReps.dat, come ProdStatsTable
*> nel ranking prodotti
01 RepStatsTable.
       02 RepStats occurs 200 times.
           03 RsRepID pic 9(4).
           03 RsRepName pic X(25).
           03 RsActive pic X.
           03 RsMtdSales pic 9(9)V99.
           03 RsMtdReturns pic 9(9)V99.
           03 RsYtdSales pic 9(9)V99.
           03 RsYtdReturns pic 9(9)V99.
           03 RsMtdQuota pic 9(9).
           03 RsYtdQuota pic 9(11).
           03 RsYtdPct pic 9(5)V9.
           03 RsPrinted pic X.
01 RsUsed pic 9(3) value zero.
01 WSSearchIdx pic 9(3).
01 WSFoundIdx pic 9(3).
01 WSPickIdx pic 9(3).
01 WSPickPct pic 9(5)V9.
01 WSPickNet pic S9(9)V99.
01 WSRank pic 9(3).
01 WSRepOverflow pic 9(5) value zero.
*> rep del cliente: zero = cliente senza rep o rep non a master
01 WSCustRepID pic 9(4).
*> data del documento per REPASOF: fattura, o ordine per i resi
01 WSRepAsOfDate pic 9(8).
01 WSAmount pic 9(9)V99.
01 WSInMonth pic X.
       88 InReportMonth value "Y".
01 WSRtOrderNum pic 9(6).
01 WSRtQty pic 9(5).
01 WSUnitPrice pic 9(4)V99.
01 WSLineIdx pic 9(2).
01 WSPriceFound pic X.
       88 PriceFound value "Y".
01 WSMtdNet pic S9(9)V99.
01 WSYtdNet pic S9(9)V99.
01 WSMtdPct pic 9(5)V9.
*> vendite di clienti senza rep valido: riga a parte
01 WSUnasgMtdSales pic 9(9)V99 value zero.
01 WSUnasgMtdReturns pic 9(9)V99 value zero.
01 WSUnasgYtdSales pic 9(9)V99 value zero.
01 WSUnasgYtdReturns pic 9(9)V99 value zero.
01 WSTotMtdNet pic S9(11)V99 value zero.
01 WSTotYtdNet pic S9(11)V99 value zero.
01 WSTotYtdReturns pic 9(11)V99 value zero.
01 WSTotMtdQuota pic 9(11) value zero.
01 WSTotYtdQuota pic 9(11) value zero.
01 WSInvoicesRead pic 9(7) value zero.
01 WSReturnsRead pic 9(7) value zero.
01 WSReturnsUnmatched pic 9(5) value zero.
01 PageHeading.
       02 filler pic X(36) value "SALES REP QUOTA ATTAINMENT AS OF ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(10) value "Rank  Rep".
       02 filler pic X(21) value "Name".
       02 filler pic X(14) value "   MTD net".
       02 filler pic X value space.
       02 filler pic X(11) value "  MTD quota".
       02 filler pic X value space.
       02 filler pic X(7) value "   MTD%".
       02 filler pic X value space.
       02 filler pic X(13) value "  YTD returns".
       02 filler pic X value space.
       02 filler pic X(15) value "        YTD net".
       02 filler pic X value space.
       02 filler pic X(13) value "    YTD quota".
       02 filler pic X value space.
       02 filler pic X(7) value "   YTD%".
01 DetailLine.
       02 PrnRank pic ZZ9.
       02 PrnRankX redefines PrnRank pic X(3).
       02 filler pic XX value space.
       02 PrnRepID pic 9(4).
       02 filler pic X value space.
       02 PrnRepName pic X(20).
       02 filler pic X value space.
       02 PrnMtdNet pic -ZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnMtdQuota pic ZZZ,ZZZ,ZZ9.
       02 filler pic X value space.
       02 PrnMtdPct pic ZZZZ9.9.
       02 PrnMtdPctX redefines PrnMtdPct pic X(7).
       02 filler pic X value space.
       02 PrnYtdReturns pic ZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnYtdNet pic -ZZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnYtdQuota pic Z,ZZZ,ZZZ,ZZ9.
       02 filler pic X value space.
       02 PrnYtdPct pic ZZZZ9.9.
       02 PrnYtdPctX redefines PrnYtdPct pic X(7).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "repattain".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "repattain".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Report date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSReportDate
       if WSReportDate = zero
           move WSRunDate to WSReportDate
       end-if
       compute WSYearStart = WSReportYear * 10000 + 101
       compute WSMonthStart = WSReportYear * 10000
           + WSReportMonth * 100 + 1
       open input RepFile
       if WSRepStatus not = "00"
           display "No sales reps on file - nothing to report"
           move 4 to RETURN-CODE
           accept WSJobEndTime from time
           call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
               WSElapsedSecs
           perform WriteRunHistory
           stop run
       end-if
       perform LoadReps
       close RepFile
       open input SalesQuotas
       if WSQtStatus = "00"
           set QtFileOpen to true
       end-if
       perform LoadQuotas
       if QtFileOpen
           close SalesQuotas
       end-if
       *> senza anagrafica clienti tutto finisce senza rep
       open input CustomerFile
       if WSCustStatus = "00"
           set CustFileOpen to true
       end-if
       open input InvoiceHistory
       if WSIhStatus = "00"
           set IhFileOpen to true
           perform AccumulateSales
       end-if
       *> senza ordini un reso non si sa di chi sia: niente resi
       open input OrdersFile
       if WSOrderStatus = "00"
           open input ProductFile
           open input StockMovements
           if WSMvStatus = "00"
               perform AccumulateReturns
               close StockMovements
           end-if
           if WSProdStatus = "00"
               close ProductFile
           end-if
           close OrdersFile
       end-if
       if IhFileOpen
           close InvoiceHistory
       end-if
       if CustFileOpen
           close CustomerFile
       end-if
       move spaces to WSRptFileName
       string "RepAttain." delimited by size
           WSReportDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output AttainPrint
       move spaces to WSRcParams
       move WSReportDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintAttainment
       close AttainPrint
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Invoices read: " WSInvoicesRead
           "  returns read: " WSReturnsRead
       display "Reps reported: " RsUsed
       if WSReturnsUnmatched > zero
           display "Notice: " WSReturnsUnmatched " return line(s) whose"
               " order is no longer on file - not charged to a rep"
       end-if
       if WSRepOverflow > zero
           display "Notice: rep table full - " WSRepOverflow
               " rep(s) not reported"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       move 0 to RETURN-CODE
       perform WriteRunHistory
       stop run.

WriteRunHistory.
       move RETURN-CODE to WSRhRc
       compute WSRhRead = WSInvoicesRead + WSReturnsRead
       move RsUsed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc.

LoadReps.
       move zero to RepID
       start RepFile key is not less than RepID
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read RepFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RsUsed < 200
                   add 1 to RsUsed
                   initialize RepStats(RsUsed)
                   move RepID to RsRepID(RsUsed)
                   move RepName to RsRepName(RsUsed)
                   move RepStatusFlag to RsActive(RsUsed)
                   move "N" to RsPrinted(RsUsed)
               else
                   add 1 to WSRepOverflow
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> quota del mese e somma dei mesi dell'anno fino a quello del report
LoadQuotas.
       perform varying WSSearchIdx from 1 by 1 until WSSearchIdx > RsUsed
           if QtFileOpen
               move WSReportYear to WSQuotaYear
               perform varying WSQuotaMonth from 1 by 1
                       until WSQuotaMonth > WSReportMonth
                   move RsRepID(WSSearchIdx) to QtRepID
                   move WSQuotaPeriod to QtPeriod
                   read SalesQuotas
                       invalid key continue
                       not invalid key
                           add QtQuotaAmt to RsYtdQuota(WSSearchIdx)
                           if WSQuotaMonth = WSReportMonth
                               move QtQuotaAmt
                                   to RsMtdQuota(WSSearchIdx)
                           end-if
                   end-read
               end-perform
           end-if
       end-perform.

*> fatture dell'anno fino alla data del report, al rep del cliente
AccumulateSales.
       move zero to IhInvoiceNum
       start InvoiceHistory key is not less than IhInvoiceNum
           invalid key set IhAtEOF to true
       end-start
       perform until IhAtEOF
           read InvoiceHistory next record
               at end set IhAtEOF to true
           end-read
           if not IhAtEOF
               if IhInvoiceDate >= WSYearStart
                       and IhInvoiceDate <= WSReportDate
                   add 1 to WSInvoicesRead
                   move IhCustIDNum to IDNum
                   move IhInvoiceDate to WSRepAsOfDate
                   perform FindCustomerRep
                   move IhNetTotal to WSAmount
                   move "N" to WSInMonth
                   if IhInvoiceDate >= WSMonthStart
                       set InReportMonth to true
                   end-if
                   perform AddSale
               end-if
           end-if
       end-perform
       move "N" to WSIhEOFFlag.

FindCustomerRep.
       move zero to WSCustRepID
       move zero to WSFoundIdx
       if CustFileOpen
           read CustomerFile
               invalid key continue
               not invalid key
                   move CustSalesRepID to WSCustRepID
                   call "REPASOF" using IDNum, WSRepAsOfDate, WSCustRepID
           end-read
       end-if
       if WSCustRepID not = zero
           perform varying WSSearchIdx from 1 by 1
                   until WSSearchIdx > RsUsed or WSFoundIdx > zero
               if RsRepID(WSSearchIdx) = WSCustRepID
                   move WSSearchIdx to WSFoundIdx
               end-if
           end-perform
       end-if.

AddSale.
       if WSFoundIdx > zero
           add WSAmount to RsYtdSales(WSFoundIdx)
           if InReportMonth
               add WSAmount to RsMtdSales(WSFoundIdx)
           end-if
       else
           add WSAmount to WSUnasgYtdSales
           if InReportMonth
               add WSAmount to WSUnasgMtdSales
           end-if
       end-if.

AddReturn.
       if WSFoundIdx > zero
           add WSAmount to RsYtdReturns(WSFoundIdx)
           if InReportMonth
               add WSAmount to RsMtdReturns(WSFoundIdx)
           end-if
       else
           add WSAmount to WSUnasgYtdReturns
           if InReportMonth
               add WSAmount to WSUnasgMtdReturns
           end-if
       end-if.

*> i resi stanno sul ledger movimenti come RT, riferimento l'ordine:
*> il reso pesa nel mese in cui rientra, non in quello della fattura
AccumulateReturns.
       perform until AtEOF
           read StockMovements
               at end set AtEOF to true
           end-read
           if not AtEOF
               if MvSourceCode = "RT" and MvDate >= WSYearStart
                       and MvDate <= WSReportDate and MvQty > zero
                   add 1 to WSReturnsRead
                   perform ValueOneReturn
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

ValueOneReturn.
       move MvReference(1:6) to WSRtOrderNum
       move WSRtOrderNum to OrderNum
       read OrdersFile
           invalid key
               add 1 to WSReturnsUnmatched
           not invalid key
               move MvQty to WSRtQty
               perform ResolveReturnPrice
               compute WSAmount = WSUnitPrice * WSRtQty
               move OrderCustIDNum to IDNum
               move OrderDate to WSRepAsOfDate
               perform FindCustomerRep
               move "N" to WSInMonth
               if MvDate >= WSMonthStart
                   set InReportMonth to true
               end-if
               perform AddReturn
       end-read.

*> al prezzo fatturato, come il credito del reso; in mancanza, il
*> listino
ResolveReturnPrice.
       move zero to WSUnitPrice
       move "N" to WSPriceFound
       if IhFileOpen
           move "N" to WSIhEOFFlag
           move OrderCustIDNum to IhCustIDNum
           start InvoiceHistory key is equal to IhCustIDNum
               invalid key set IhAtEOF to true
           end-start
           perform until IhAtEOF or PriceFound
               read InvoiceHistory next record
                   at end set IhAtEOF to true
               end-read
               if not IhAtEOF
                   if IhCustIDNum not = OrderCustIDNum
                       set IhAtEOF to true
                   else
                       if IhOrderNum = OrderNum
                           perform FindInvoicedPrice
                       end-if
                   end-if
               end-if
           end-perform
       end-if
       if not PriceFound and WSProdStatus = "00"
           move MvProdCode to ProdCode
           read ProductFile
               invalid key continue
               not invalid key move ProdPrice to WSUnitPrice
           end-read
       end-if.

FindInvoicedPrice.
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > IhLineCount or WSLineIdx > 5
           if IhProdCode(WSLineIdx) = MvProdCode
               move IhUnitPrice(WSLineIdx) to WSUnitPrice
               set PriceFound to true
           end-if
       end-perform.

*> prima i rep con quota, per attainment d'anno decrescente, poi quelli
*> senza quota per netto decrescente, senza posizione - la stessa
*> selezione del massimo non ancora stampato del ranking prodotti
PrintAttainment.
       perform PrintPageHeading
       move zero to WSRank
       perform RsUsed times
           move zero to WSPickIdx
           move zero to WSPickPct
           perform varying WSSearchIdx from 1 by 1
                   until WSSearchIdx > RsUsed
               if RsPrinted(WSSearchIdx) = "N"
                       and RsYtdQuota(WSSearchIdx) > zero
                   perform ComputeRepPct
                   if WSPickIdx = zero
                           or RsYtdPct(WSSearchIdx) > WSPickPct
                       move RsYtdPct(WSSearchIdx) to WSPickPct
                       move WSSearchIdx to WSPickIdx
                   end-if
               end-if
           end-perform
           if WSPickIdx > zero
               add 1 to WSRank
               move WSRank to PrnRank
               perform PrintOneRep
           end-if
       end-perform
       perform RsUsed times
           move zero to WSPickIdx
           move zero to WSPickNet
           perform varying WSSearchIdx from 1 by 1
                   until WSSearchIdx > RsUsed
               if RsPrinted(WSSearchIdx) = "N"
                   compute WSYtdNet = RsYtdSales(WSSearchIdx)
                       - RsYtdReturns(WSSearchIdx)
                   if WSPickIdx = zero or WSYtdNet > WSPickNet
                       move WSYtdNet to WSPickNet
                       move WSSearchIdx to WSPickIdx
                   end-if
               end-if
           end-perform
           if WSPickIdx > zero
               move spaces to PrnRankX
               perform PrintOneRep
           end-if
       end-perform
       perform PrintUnassigned
       perform PrintTotals.

*> attainment dell'anno sul netto (un netto negativo conta zero)
ComputeRepPct.
       compute WSYtdNet = RsYtdSales(WSSearchIdx)
           - RsYtdReturns(WSSearchIdx)
       if WSYtdNet > zero
           compute RsYtdPct(WSSearchIdx) rounded =
               WSYtdNet * 100 / RsYtdQuota(WSSearchIdx)
               on size error move 99999.9 to RsYtdPct(WSSearchIdx)
           end-compute
       else
           move zero to RsYtdPct(WSSearchIdx)
       end-if.

*> un rep inattivo senza vendite, resi ne' quota nell'anno non c'e'
PrintOneRep.
       move "Y" to RsPrinted(WSPickIdx)
       if RsActive(WSPickIdx) = "A"
               or RsYtdSales(WSPickIdx) > zero
               or RsYtdReturns(WSPickIdx) > zero
               or RsYtdQuota(WSPickIdx) > zero
           if NewPageRequired
               perform PrintPageHeading
           end-if
           move RsRepID(WSPickIdx) to PrnRepID
           move RsRepName(WSPickIdx) to PrnRepName
           compute WSMtdNet = RsMtdSales(WSPickIdx)
               - RsMtdReturns(WSPickIdx)
           compute WSYtdNet = RsYtdSales(WSPickIdx)
               - RsYtdReturns(WSPickIdx)
           move WSMtdNet to PrnMtdNet
           move WSYtdNet to PrnYtdNet
           move RsMtdQuota(WSPickIdx) to PrnMtdQuota
           move RsYtdQuota(WSPickIdx) to PrnYtdQuota
           move RsYtdReturns(WSPickIdx) to PrnYtdReturns
           if RsMtdQuota(WSPickIdx) > zero
               if WSMtdNet > zero
                   compute WSMtdPct rounded =
                       WSMtdNet * 100 / RsMtdQuota(WSPickIdx)
                       on size error move 99999.9 to WSMtdPct
                   end-compute
               else
                   move zero to WSMtdPct
               end-if
               move WSMtdPct to PrnMtdPct
           else
               move "    n/a" to PrnMtdPctX
           end-if
           if RsYtdQuota(WSPickIdx) > zero
               move RsYtdPct(WSPickIdx) to PrnYtdPct
           else
               move "    n/a" to PrnYtdPctX
           end-if
           move " " to AsaControl
           move DetailLine to PrintBody
           write PrintLine
           add 1 to LineCount
           add WSMtdNet to WSTotMtdNet
           add WSYtdNet to WSTotYtdNet
           add RsYtdReturns(WSPickIdx) to WSTotYtdReturns
           add RsMtdQuota(WSPickIdx) to WSTotMtdQuota
           add RsYtdQuota(WSPickIdx) to WSTotYtdQuota
       end-if.

PrintUnassigned.
       compute WSMtdNet = WSUnasgMtdSales - WSUnasgMtdReturns
       compute WSYtdNet = WSUnasgYtdSales - WSUnasgYtdReturns
       if WSUnasgYtdSales > zero or WSUnasgYtdReturns > zero
           move spaces to PrnRankX
           move zero to PrnRepID
           move "NO REP ASSIGNED" to PrnRepName
           move WSMtdNet to PrnMtdNet
           move zero to PrnMtdQuota
           move "    n/a" to PrnMtdPctX
           move WSUnasgYtdReturns to PrnYtdReturns
           move WSYtdNet to PrnYtdNet
           move zero to PrnYtdQuota
           move "    n/a" to PrnYtdPctX
           move "0" to AsaControl
           move DetailLine to PrintBody
           write PrintLine
           add 2 to LineCount
           add WSMtdNet to WSTotMtdNet
           add WSYtdNet to WSTotYtdNet
           add WSUnasgYtdReturns to WSTotYtdReturns
       end-if.

PrintTotals.
       move spaces to PrnRankX
       move zero to PrnRepID
       move "TOTAL" to PrnRepName
       move WSTotMtdNet to PrnMtdNet
       move WSTotMtdQuota to PrnMtdQuota
       move WSTotYtdReturns to PrnYtdReturns
       move WSTotYtdNet to PrnYtdNet
       move WSTotYtdQuota to PrnYtdQuota
       if WSTotMtdQuota > zero and WSTotMtdNet > zero
           compute WSMtdPct rounded = WSTotMtdNet * 100 / WSTotMtdQuota
               on size error move 99999.9 to WSMtdPct
           end-compute
           move WSMtdPct to PrnMtdPct
       else
           move "    n/a" to PrnMtdPctX
       end-if
       if WSTotYtdQuota > zero and WSTotYtdNet > zero
           compute WSMtdPct rounded = WSTotYtdNet * 100 / WSTotYtdQuota
               on size error move 99999.9 to WSMtdPct
           end-compute
           move WSMtdPct to PrnYtdPct
       else
           move "    n/a" to PrnYtdPctX
       end-if
       move "-" to AsaControl
       move DetailLine to PrintBody
       write PrintLine.

PrintPageHeading.
       move WSReportDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
