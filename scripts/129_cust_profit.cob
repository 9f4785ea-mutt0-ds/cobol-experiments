       >>SOURCE FORMAT FREE
*> Customer profitability / cost-to-serve: for one month, every
*> customer's invoiced net sales (InvoiceHistory.dat) followed by what
*> it cost us to earn them - standard cost of the goods (ProdStdCost,
*> net of what came back), the price concessions on the invoice lines
*> (quantity and Preferred-tier discounts, and contract, quote and
*> promotional prices by IhPriceSrc, valued against list), freight
*> deductions we credited rather than collected, returns credited
*> (RT movements valued as 127_rep_attainment.cob values them),
*> finance charges credited off instead of paid, and bad-debt
*> write-offs from WriteOffs.dat. Customers are ranked by net
*> contribution, then subtotalled by rep (the rep who had the
*> customer at month-end, through REPASOF) and by tier.
*> The concessions are already out of invoiced net sales - they are
*> shown so their cost is visible, not taken off a second time:
*> contribution = net sales - COGS - freight - returns - finance
*> charges waived - write-offs.
IDENTIFICATION DIVISION.
PROGRAM-ID. custprofit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS WSProdStatus.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES
           FILE STATUS IS WSOrderStatus.
       SELECT StockMovements ASSIGN TO "StockMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMvStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT Disputes ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DsDisputeNum
           ALTERNATE RECORD KEY IS DsCustIDNum WITH DUPLICATES
           FILE STATUS IS WSDsStatus.
       SELECT WriteOffJournal ASSIGN TO "WriteOffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWoStatus.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
       SELECT ProfitPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD StockMovements.
01 MovementRecord.
   COPY MOVEREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD Disputes.
01 DisputeData.
   COPY DISPREC.

FD WriteOffJournal.
01 WriteOffRecord.
   COPY WOFFREC.

FD RepFile.
01 RepData.
   COPY REPREC.

FD ProfitPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(132).

WORKING-STORAGE SECTION.
01 WSIhStatus pic XX.
01 WSCustStatus pic XX.
01 WSProdStatus pic XX.
01 WSOrderStatus pic XX.
01 WSMvStatus pic XX.
01 WSCashStatus pic XX.
01 WSArStatus pic XX.
01 WSDsStatus pic XX.
01 WSWoStatus pic XX.
01 WSRepStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSIhEOFFlag pic X value "N".
       88 IhAtEOF value "Y".
01 WSIhOpenFlag pic X value "N".
       88 IhFileOpen value "Y".
01 WSCustOpenFlag pic X value "N".
       88 CustFileOpen value "Y".
01 WSProdOpenFlag pic X value "N".
       88 ProdFileOpen value "Y".
01 WSArOpenFlag pic X value "N".
       88 ArFileOpen value "Y".
01 WSDsOpenFlag pic X value "N".
       88 DsFileOpen value "Y".
01 WSRepOpenFlag pic X value "N".
       88 RepFileOpen value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> il mese del report e i suoi limiti: dal primo del mese al primo
*> del mese dopo escluso
01 WSPeriod pic 9(6).
01 WSPeriodParts redefines WSPeriod.
       02 WSPeriodYear pic 9(4).
       02 WSPeriodMonth pic 99.
01 WSPeriodStart pic 9(8).
01 WSNextStart pic 9(8).
01 WSPeriodEnd pic 9(8).
*> una riga per cliente con movimento nel mese, aggiunta la prima
*> volta che il cliente compare
01 CustProfitTable.
       02 CpEntry occurs 1000 times.
           03 CpCustID pic 9(5).
           03 CpName pic X(20).
           03 CpRepID pic 9(4).
           03 CpTier pic X.
           03 CpNetSales pic 9(9)V99.
           03 CpDiscount pic 9(9)V99.
           03 CpContract pic 9(9)V99.
           03 CpCogs pic S9(9)V99.
           03 CpFreight pic 9(9)V99.
           03 CpReturns pic 9(9)V99.
           03 CpFcWaived pic 9(9)V99.
           03 CpWriteOff pic 9(9)V99.
           03 CpContrib pic S9(9)V99.
           03 CpPrinted pic X.
01 CpUsed pic 9(4) value zero.
01 WSCustOverflow pic 9(5) value zero.
*> subtotali: 1 = totale generale, 2/3 = tier Preferred/Standard,
*> dal 4 in poi un rep ciascuno
01 SubTotalTable.
       02 StEntry occurs 203 times.
           03 StRepID pic 9(4).
           03 StName pic X(20).
           03 StNetSales pic 9(11)V99.
           03 StDiscount pic 9(11)V99.
           03 StContract pic 9(11)V99.
           03 StCogs pic S9(11)V99.
           03 StFreight pic 9(11)V99.
           03 StReturns pic 9(11)V99.
           03 StFcWaived pic 9(11)V99.
           03 StWriteOff pic 9(11)V99.
           03 StContrib pic S9(11)V99.
           03 StPrinted pic X.
01 StUsed pic 9(3) value 3.
01 WSRepOverflow pic 9(5) value zero.
01 WSSearchIdx pic 9(4).
01 WSFoundIdx pic 9(4).
01 WSPickIdx pic 9(4).
01 WSSubIdx pic 9(3).
01 WSPickContrib pic S9(9)V99.
01 WSPickRep pic 9(4).
01 WSRank pic 9(4).
01 WSCustID pic 9(5).
01 WSRepAsOf pic 9(4).
01 WSLineIdx pic 9(2).
01 WSLineList pic 9(8)V99.
01 WSLineCharged pic 9(8)V99.
01 WSLineCost pic 9(8)V99.
01 WSAmount pic 9(9)V99.
01 WSRtOrderNum pic 9(6).
01 WSRtQty pic 9(5).
01 WSUnitPrice pic 9(4)V99.
01 WSPriceFound pic X.
       88 PriceFound value "Y".
01 WSDisputeRef pic X(6).
01 WSFcFlag pic X.
       88 CreditOnFinanceCharge value "Y".
01 WSInvoicesRead pic 9(7) value zero.
01 WSReturnsRead pic 9(7) value zero.
01 WSReturnsUnmatched pic 9(5) value zero.
01 WSCreditsRead pic 9(7) value zero.
01 WSWriteOffsRead pic 9(7) value zero.
01 PageHeading.
       02 filler pic X(44)
           value "CUSTOMER PROFITABILITY / COST TO SERVE FOR ".
       02 PrnPeriod pic 9999/99.
01 Heads.
       02 filler pic X(11) value "Rank Cust".
       02 filler pic X(17) value "Name           T".
       02 filler pic X(13) value "   Net sales".
       02 filler pic X(11) value " Discounts".
       02 filler pic X(11) value "  Contract".
       02 filler pic X(14) value "         COGS".
       02 filler pic X(10) value "  Freight".
       02 filler pic X(11) value "   Returns".
       02 filler pic X(10) value "FC waived".
       02 filler pic X(11) value "Write-offs".
       02 filler pic X(13) value " Contribution".
01 DetailLine.
       02 PrnRank pic ZZZ9.
       02 PrnRankX redefines PrnRank pic X(4).
       02 filler pic X value space.
       02 PrnCustID pic 9(5).
       02 PrnCustIDX redefines PrnCustID pic X(5).
       02 filler pic X value space.
       02 PrnName pic X(14).
       02 filler pic X value space.
       02 PrnTier pic X.
       02 filler pic X value space.
       02 PrnNetSales pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnDiscount pic ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnContract pic ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnCogs pic -Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnFreight pic ZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnReturns pic ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnFcWaived pic ZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnWriteOff pic ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnContrib pic -Z,ZZZ,ZZ9.99.
01 SectionLine pic X(40).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "custprofit".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "custprofit".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = mese della data di business della catena
       call "GETBUSDT" using WSRunDate
       display "Period (YYYYMM, 0 = month of the business date): "
           with no advancing
       accept WSPeriod
       if WSPeriod = zero
           move WSRunDate(1:6) to WSPeriod
       end-if
       compute WSPeriodStart = WSPeriod * 100 + 1
       if WSPeriodMonth = 12
           compute WSNextStart = (WSPeriodYear + 1) * 10000 + 101
       else
           compute WSNextStart = WSPeriodStart + 100
       end-if
       *> solo per confronti e per REPASOF: il giorno prima del primo
       *> del mese dopo
       compute WSPeriodEnd = WSNextStart - 1
       perform InitSubTotals
       open input InvoiceHistory
       if WSIhStatus not = "00"
           display "No invoice history on file - nothing to report"
           move 4 to RETURN-CODE
           accept WSJobEndTime from time
           call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
               WSElapsedSecs
           perform WriteRunHistory
           stop run
       end-if
       set IhFileOpen to true
       open input CustomerFile
       if WSCustStatus = "00"
           set CustFileOpen to true
       end-if
       open input ProductFile
       if WSProdStatus = "00"
           set ProdFileOpen to true
       end-if
       open input RepFile
       if WSRepStatus = "00"
           set RepFileOpen to true
       end-if
       perform AccumulateInvoices
       *> senza ordini un reso non si sa di chi sia: niente resi
       open input OrdersFile
       if WSOrderStatus = "00"
           open input StockMovements
           if WSMvStatus = "00"
               perform AccumulateReturns
               close StockMovements
           end-if
           close OrdersFile
       end-if
       open input CashJournal
       if WSCashStatus = "00"
           open input Receivables
           if WSArStatus = "00"
               set ArFileOpen to true
           end-if
           open input Disputes
           if WSDsStatus = "00"
               set DsFileOpen to true
           end-if
           perform AccumulateCredits
           if ArFileOpen
               close Receivables
           end-if
           if DsFileOpen
               close Disputes
           end-if
           close CashJournal
       end-if
       open input WriteOffJournal
       if WSWoStatus = "00"
           perform AccumulateWriteOffs
           close WriteOffJournal
       end-if
       perform AccumulateSubTotals
       move spaces to WSRptFileName
       string "CustProfit." delimited by size
           WSPeriod delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ProfitPrint
       move spaces to WSRcParams
       move WSPeriod to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintProfitability
       close ProfitPrint
       close InvoiceHistory
       if CustFileOpen
           close CustomerFile
       end-if
       if ProdFileOpen
           close ProductFile
       end-if
       if RepFileOpen
           close RepFile
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Invoices read: " WSInvoicesRead
           "  returns read: " WSReturnsRead
       display "Credits read: " WSCreditsRead
           "  write-offs read: " WSWriteOffsRead
       display "Customers reported: " CpUsed
       if WSReturnsUnmatched > zero
           display "Notice: " WSReturnsUnmatched " return line(s) whose"
               " order is no longer on file - not charged to a customer"
       end-if
       if WSCustOverflow > zero
           display "Notice: customer table full - " WSCustOverflow
               " document(s) not reported"
       end-if
       if WSRepOverflow > zero
           display "Notice: rep table full - " WSRepOverflow
               " customer(s) left out of the rep subtotals"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       move 0 to RETURN-CODE
       perform WriteRunHistory
       stop run.

WriteRunHistory.
       move RETURN-CODE to WSRhRc
       compute WSRhRead = WSInvoicesRead + WSReturnsRead
           + WSCreditsRead + WSWriteOffsRead
       move CpUsed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc.

InitSubTotals.
       perform varying WSSubIdx from 1 by 1 until WSSubIdx > 203
           initialize StEntry(WSSubIdx)
           move "N" to StPrinted(WSSubIdx)
       end-perform
       move "TOTAL" to StName(1)
       move "PREFERRED" to StName(2)
       move "STANDARD" to StName(3).

*> la riga del cliente, aggiunta la prima volta: nome, tier e il rep
*> che aveva a fine mese
FindCustEntry.
       move zero to WSFoundIdx
       perform varying WSSearchIdx from 1 by 1
               until WSSearchIdx > CpUsed or WSFoundIdx > zero
           if CpCustID(WSSearchIdx) = WSCustID
               move WSSearchIdx to WSFoundIdx
           end-if
       end-perform
       if WSFoundIdx = zero
           if CpUsed < 1000
               add 1 to CpUsed
               move CpUsed to WSFoundIdx
               initialize CpEntry(CpUsed)
               move WSCustID to CpCustID(CpUsed)
               move "N" to CpPrinted(CpUsed)
               move "NOT ON FILE" to CpName(CpUsed)
               move "S" to CpTier(CpUsed)
               if CustFileOpen
                   move WSCustID to IDNum
                   read CustomerFile
                       invalid key continue
                       not invalid key
                           move spaces to CpName(CpUsed)
                           string LastName delimited by space
                               ", " delimited by size
                               FirstName delimited by space
                               into CpName(CpUsed)
                           if PreferredCustomer
                               move "P" to CpTier(CpUsed)
                           end-if
                           move CustSalesRepID to WSRepAsOf
                           call "REPASOF" using IDNum, WSPeriodEnd,
                               WSRepAsOf
                           move WSRepAsOf to CpRepID(CpUsed)
                   end-read
               end-if
           else
               add 1 to WSCustOverflow
           end-if
       end-if.

*> fatturato netto del mese, costo standard e concessioni di prezzo
*> riga per riga, come il margine del ranking prodotti
AccumulateInvoices.
       move zero to IhInvoiceNum
       start InvoiceHistory key is not less than IhInvoiceNum
           invalid key set IhAtEOF to true
       end-start
       perform until IhAtEOF
           read InvoiceHistory next record
               at end set IhAtEOF to true
           end-read
           if not IhAtEOF
               if IhInvoiceDate >= WSPeriodStart
                       and IhInvoiceDate < WSNextStart
                   add 1 to WSInvoicesRead
                   move IhCustIDNum to WSCustID
                   perform FindCustEntry
                   if WSFoundIdx > zero
                       add IhNetTotal to CpNetSales(WSFoundIdx)
                       add IhPrefDiscount to CpDiscount(WSFoundIdx)
                       perform varying WSLineIdx from 1 by 1
                               until WSLineIdx > IhLineCount
                               or WSLineIdx > 5
                           perform CostOneLine
                       end-perform
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSIhEOFFlag.

*> listino contro prezzo applicato: la differenza e' contratto,
*> quotazione o promozione secondo IhPriceSrc; lo sconto quantita'
*> e' quanto la riga netta sta sotto il prezzo unitario applicato
CostOneLine.
       move zero to WSLineList, WSLineCost
       compute WSLineCharged = IhUnitPrice(WSLineIdx) * IhQty(WSLineIdx)
       if ProdFileOpen
           move IhProdCode(WSLineIdx) to ProdCode
           read ProductFile
               invalid key continue
               not invalid key
                   compute WSLineList = ProdPrice * IhQty(WSLineIdx)
                   compute WSLineCost = ProdStdCost * IhQty(WSLineIdx)
           end-read
       end-if
       add WSLineCost to CpCogs(WSFoundIdx)
       if IhPriceSrc(WSLineIdx) = "C" or "Q" or "P"
           if WSLineList > WSLineCharged
               compute CpContract(WSFoundIdx) = CpContract(WSFoundIdx)
                   + WSLineList - WSLineCharged
           end-if
       end-if
       if WSLineCharged > IhLineNet(WSLineIdx)
           compute CpDiscount(WSFoundIdx) = CpDiscount(WSFoundIdx)
               + WSLineCharged - IhLineNet(WSLineIdx)
       end-if.

*> i resi stanno sul ledger movimenti come RT, riferimento l'ordine:
*> accreditati al prezzo fatturato, e la merce rientrata esce dal
*> costo del venduto al costo standard
AccumulateReturns.
       perform until AtEOF
           read StockMovements
               at end set AtEOF to true
           end-read
           if not AtEOF
               if MvSourceCode = "RT" and MvDate >= WSPeriodStart
                       and MvDate < WSNextStart and MvQty > zero
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
               move OrderCustIDNum to WSCustID
               perform FindCustEntry
               if WSFoundIdx > zero
                   perform ResolveReturnPrice
                   compute WSAmount = WSUnitPrice * WSRtQty
                   add WSAmount to CpReturns(WSFoundIdx)
                   if ProdFileOpen
                       move MvProdCode to ProdCode
                       read ProductFile
                           invalid key continue
                           not invalid key
                               compute CpCogs(WSFoundIdx) =
                                   CpCogs(WSFoundIdx)
                                   - ProdStdCost * WSRtQty
                       end-read
                   end-if
               end-if
       end-read.

*> al prezzo fatturato, come il credito del reso; in mancanza, il
*> listino
ResolveReturnPrice.
       move zero to WSUnitPrice
       move "N" to WSPriceFound
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
       move "N" to WSIhEOFFlag
       if not PriceFound and ProdFileOpen
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

*> crediti CM del mese: su un finance charge (ArOrderNum zero) e'
*> un addebito rinunciato; CM+numero disputa su una deduzione freight
*> accreditata e' trasporto assorbito. I CMR dei rebate no
AccumulateCredits.
       perform until AtEOF
           read CashJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               if CashCheckNum(1:2) = "CM"
                       and CashCheckNum(1:3) not = "CMR"
                       and CashDate >= WSPeriodStart
                       and CashDate < WSNextStart
                       and CashInvoiceNum > zero
                   add 1 to WSCreditsRead
                   perform ClassifyOneCredit
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

ClassifyOneCredit.
       move CashCustIDNum to WSCustID
       move "N" to WSFcFlag
       if ArFileOpen
           move CashInvoiceNum to ArInvoiceNum
           read Receivables
               invalid key continue
               not invalid key
                   if ArOrderNum = zero
                       perform FindCustEntry
                       if WSFoundIdx > zero
                           add CashAmount to CpFcWaived(WSFoundIdx)
                       end-if
                       set CreditOnFinanceCharge to true
                   end-if
           end-read
       end-if
       *> lo stesso riferimento CM+6 cifre lo usano anche i resi (CM+
       *> ordine): la disputa conta solo se cliente e fattura tornano
       move CashCheckNum(3:6) to WSDisputeRef
       if not CreditOnFinanceCharge and DsFileOpen and WSDisputeRef is numeric
           move WSDisputeRef to DsDisputeNum
           read Disputes
               invalid key continue
               not invalid key
                   if DsCustIDNum = CashCustIDNum
                           and DsInvoiceNum = CashInvoiceNum
                           and DsFreight and DsCredited
                       perform FindCustEntry
                       if WSFoundIdx > zero
                           add CashAmount to CpFreight(WSFoundIdx)
                       end-if
                   end-if
           end-read
       end-if.

AccumulateWriteOffs.
       perform until AtEOF
           read WriteOffJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WoDate >= WSPeriodStart and WoDate < WSNextStart
                   add 1 to WSWriteOffsRead
                   move WoCustIDNum to WSCustID
                   perform FindCustEntry
                   if WSFoundIdx > zero
                       add WoAmount to CpWriteOff(WSFoundIdx)
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> contributo di ogni cliente, poi nel totale, nel suo tier e nel suo
*> rep
AccumulateSubTotals.
       perform varying WSSearchIdx from 1 by 1 until WSSearchIdx > CpUsed
           compute CpContrib(WSSearchIdx) = CpNetSales(WSSearchIdx)
               - CpCogs(WSSearchIdx) - CpFreight(WSSearchIdx)
               - CpReturns(WSSearchIdx) - CpFcWaived(WSSearchIdx)
               - CpWriteOff(WSSearchIdx)
           move 1 to WSSubIdx
           perform AddToSubTotal
           if CpTier(WSSearchIdx) = "P"
               move 2 to WSSubIdx
           else
               move 3 to WSSubIdx
           end-if
           perform AddToSubTotal
           perform FindRepSubTotal
           if WSSubIdx > zero
               perform AddToSubTotal
           end-if
       end-perform.

FindRepSubTotal.
       move zero to WSFoundIdx
       perform varying WSSubIdx from 4 by 1
               until WSSubIdx > StUsed or WSFoundIdx > zero
           if StRepID(WSSubIdx) = CpRepID(WSSearchIdx)
               move WSSubIdx to WSFoundIdx
           end-if
       end-perform
       if WSFoundIdx = zero
           if StUsed < 203
               add 1 to StUsed
               move StUsed to WSFoundIdx
               move CpRepID(WSSearchIdx) to StRepID(StUsed)
               move "NO REP ASSIGNED" to StName(StUsed)
               if CpRepID(WSSearchIdx) not = zero and RepFileOpen
                   move CpRepID(WSSearchIdx) to RepID
                   read RepFile
                       invalid key move "REP NOT ON FILE"
                           to StName(StUsed)
                       not invalid key move RepName to StName(StUsed)
                   end-read
               end-if
           else
               add 1 to WSRepOverflow
           end-if
       end-if
       move WSFoundIdx to WSSubIdx.

AddToSubTotal.
       add CpNetSales(WSSearchIdx) to StNetSales(WSSubIdx)
       add CpDiscount(WSSearchIdx) to StDiscount(WSSubIdx)
       add CpContract(WSSearchIdx) to StContract(WSSubIdx)
       add CpCogs(WSSearchIdx) to StCogs(WSSubIdx)
       add CpFreight(WSSearchIdx) to StFreight(WSSubIdx)
       add CpReturns(WSSearchIdx) to StReturns(WSSubIdx)
       add CpFcWaived(WSSearchIdx) to StFcWaived(WSSubIdx)
       add CpWriteOff(WSSearchIdx) to StWriteOff(WSSubIdx)
       add CpContrib(WSSearchIdx) to StContrib(WSSubIdx).

*> clienti per contributo decrescente - la selezione del massimo non
*> ancora stampato del ranking prodotti - poi i rep per ID, i due
*> tier e il totale
PrintProfitability.
       perform PrintPageHeading
       move zero to WSRank
       perform CpUsed times
           move zero to WSPickIdx
           move zero to WSPickContrib
           perform varying WSSearchIdx from 1 by 1
                   until WSSearchIdx > CpUsed
               if CpPrinted(WSSearchIdx) = "N"
                   if WSPickIdx = zero
                           or CpContrib(WSSearchIdx) > WSPickContrib
                       move CpContrib(WSSearchIdx) to WSPickContrib
                       move WSSearchIdx to WSPickIdx
                   end-if
               end-if
           end-perform
           if WSPickIdx > zero
               add 1 to WSRank
               perform PrintOneCustomer
           end-if
       end-perform
       move "SUBTOTALS BY REP" to SectionLine
       perform PrintSection
       perform varying WSSubIdx from 4 by 1 until WSSubIdx > StUsed
           move zero to WSPickIdx
           move zero to WSPickRep
           perform varying WSSearchIdx from 4 by 1
                   until WSSearchIdx > StUsed
               if StPrinted(WSSearchIdx) = "N"
                   if WSPickIdx = zero
                           or StRepID(WSSearchIdx) < WSPickRep
                       move StRepID(WSSearchIdx) to WSPickRep
                       move WSSearchIdx to WSPickIdx
                   end-if
               end-if
           end-perform
           if WSPickIdx > zero
               move "Y" to StPrinted(WSPickIdx)
               move StRepID(WSPickIdx) to PrnCustID
               move " " to AsaControl
               perform PrintSubTotal
           end-if
       end-perform
       move "SUBTOTALS BY TIER" to SectionLine
       perform PrintSection
       move 2 to WSPickIdx
       move spaces to PrnCustIDX
       move " " to AsaControl
       perform PrintSubTotal
       move 3 to WSPickIdx
       perform PrintSubTotal
       move 1 to WSPickIdx
       move "-" to AsaControl
       perform PrintSubTotal.

PrintOneCustomer.
       move "Y" to CpPrinted(WSPickIdx)
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move WSRank to PrnRank
       move CpCustID(WSPickIdx) to PrnCustID
       move CpName(WSPickIdx) to PrnName
       move CpTier(WSPickIdx) to PrnTier
       move CpNetSales(WSPickIdx) to PrnNetSales
       move CpDiscount(WSPickIdx) to PrnDiscount
       move CpContract(WSPickIdx) to PrnContract
       move CpCogs(WSPickIdx) to PrnCogs
       move CpFreight(WSPickIdx) to PrnFreight
       move CpReturns(WSPickIdx) to PrnReturns
       move CpFcWaived(WSPickIdx) to PrnFcWaived
       move CpWriteOff(WSPickIdx) to PrnWriteOff
       move CpContrib(WSPickIdx) to PrnContrib
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

*> AsaControl e PrnCustID (rep o spazi) li prepara il chiamante
PrintSubTotal.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move spaces to PrnRankX
       move StName(WSPickIdx) to PrnName
       move space to PrnTier
       move StNetSales(WSPickIdx) to PrnNetSales
       move StDiscount(WSPickIdx) to PrnDiscount
       move StContract(WSPickIdx) to PrnContract
       move StCogs(WSPickIdx) to PrnCogs
       move StFreight(WSPickIdx) to PrnFreight
       move StReturns(WSPickIdx) to PrnReturns
       move StFcWaived(WSPickIdx) to PrnFcWaived
       move StWriteOff(WSPickIdx) to PrnWriteOff
       move StContrib(WSPickIdx) to PrnContrib
       move DetailLine to PrintBody
       write PrintLine
       if AsaControl = " "
           add 1 to LineCount
       else
           add 3 to LineCount
       end-if.

PrintSection.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move "0" to AsaControl
       move SectionLine to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintPageHeading.
       move WSPeriod to PrnPeriod
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
