       >>SOURCE FORMAT FREE
*> Thirteen-week cash forecast for treasury's Monday question - what
*> comes in and what goes out, week by week, from the forecast date.
*> Inflows:
*>   - open Receivables.dat items (the undisputed balance) at
*>     ArDueDate moved by the customer's own average days late,
*>     measured from the check applications in CashReceipts.dat the
*>     way 84_credit_review.cob measures payment speed;
*>   - open promises to pay (Promises.dat) at the promised date - the
*>     amount promised comes off the customer's open items, oldest
*>     first, so it is not counted twice;
*>   - the open installments of payment plans (PaymentPlans.dat) at
*>     their due dates, in place of the item the plan is for.
*> Outflows:
*>   - open payables (OpenPayables.dat) at ApDueDate; held items are
*>     not scheduled, only totalled underneath, and so are open
*>     debit memos, which the payment run takes off the vendor's
*>     next check;
*>   - open purchase orders, the not-yet-billed quantity at PO cost,
*>     at PoExpectedDate plus the vendor's terms days.
*> Anything already due before the first week is expected in week 1;
*> anything after week 13 is only totalled.
IDENTIFICATION DIVISION.
PROGRAM-ID. cashforecast.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT Promises ASSIGN TO "Promises.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PromKey
           FILE STATUS IS WSPromStatus.
       SELECT PlanFile ASSIGN TO "PaymentPlans.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PlanInvoiceNum
           FILE STATUS IS WSPlanStatus.
       SELECT OpenPayables ASSIGN TO "OpenPayables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApKey
           FILE STATUS IS WSApStatus.
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
       SELECT ForecastPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD Promises.
01 PromiseData.
   COPY PROMREC.

FD PlanFile.
01 PlanData.
   COPY PLANREC.

FD OpenPayables.
01 PayableData.
   COPY APREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD ForecastPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(132).

WORKING-STORAGE SECTION.
01 WSCustStatus pic XX.
01 WSArStatus pic XX.
01 WSCashStatus pic XX.
01 WSPromStatus pic XX.
01 WSPlanStatus pic XX.
01 WSApStatus pic XX.
01 WSPoStatus pic XX.
01 WSVendStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSArEOFFlag pic X value "N".
       88 ArAtEOF value "Y".
01 WSPromEOFFlag pic X value "N".
       88 PromAtEOF value "Y".
01 WSPromOpenFlag pic X value "N".
       88 PromFileOpen value "Y".
01 WSPlanOpenFlag pic X value "N".
       88 PlanFileOpen value "Y".
01 WSVendOpenFlag pic X value "N".
       88 VendFileOpen value "Y".
01 WSOnPlanFlag pic X value "N".
       88 ItemOnPlan value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSStartDate pic 9(8).
01 WSStartOrdinal pic 9(7).
01 WSDateOrdinal pic 9(7).
01 WSExpOrdinal pic S9(7).
01 WSWeekIdx pic 9(3).
01 WSWeekDate pic 9(8).
*> le 13 settimane: dalla data del forecast, sette giorni ciascuna
01 WeekTable.
       02 WkEntry occurs 13 times.
           03 WkStartDate pic 9(8).
           03 WkArIn pic 9(9)V99.
           03 WkPromiseIn pic 9(9)V99.
           03 WkPlanIn pic 9(9)V99.
           03 WkApOut pic 9(9)V99.
           03 WkPoOut pic 9(9)V99.
01 WSLaterIn pic 9(9)V99 value zero.
01 WSLaterOut pic 9(9)V99 value zero.
01 WSHeldAp pic 9(9)V99 value zero.
01 WSOpenMemos pic 9(9)V99 value zero.
01 WSAmount pic 9(9)V99.
*> ritardo medio di pagamento per cliente, dalle applicazioni degli
*> assegni: giorni dopo la scadenza, negativo = paga in anticipo
01 LateTable.
       02 LtEntry occurs 1000 times.
           03 LtCustID pic 9(5).
           03 LtDaysSum pic S9(9).
           03 LtPayCount pic 9(7).
01 LtUsed pic 9(4) value zero.
01 WSLateOverflow pic 9(5) value zero.
01 WSLtIdx pic 9(4).
01 WSFoundIdx pic 9(4).
01 WSAvgLate pic S9(5).
01 WSDueOrdinal pic 9(7).
01 WSPayOrdinal pic 9(7).
01 WSPromiseLeft pic 9(9)V99.
01 WSInstIdx pic 99.
01 WSPoLineIdx pic 99.
01 WSOpenQty pic 9(5).
01 WSTermsDays pic 9(3).
01 WSCustomersRead pic 9(7) value zero.
01 WSItemsRead pic 9(7) value zero.
01 WSApRead pic 9(7) value zero.
01 WSPoRead pic 9(7) value zero.
01 WSTotIn pic 9(9)V99.
01 WSTotOut pic 9(9)V99.
01 WSNet pic S9(9)V99.
01 WSCumNet pic S9(9)V99 value zero.
01 GrandTotals.
       02 GtArIn pic 9(9)V99 value zero.
       02 GtPromiseIn pic 9(9)V99 value zero.
       02 GtPlanIn pic 9(9)V99 value zero.
       02 GtApOut pic 9(9)V99 value zero.
       02 GtPoOut pic 9(9)V99 value zero.
01 PageHeading.
       02 filler pic X(40) value "THIRTEEN-WEEK CASH FORECAST FROM ".
       02 PrnStartDate pic 9999/99/99.
01 Heads.
       02 filler pic X(11) value "Week of".
       02 filler pic X(13) value " Receivables".
       02 filler pic X(13) value "    Promises".
       02 filler pic X(13) value "       Plans".
       02 filler pic X(13) value "    Total in".
       02 filler pic X(13) value "    Payables".
       02 filler pic X(13) value "    Open POs".
       02 filler pic X(13) value "   Total out".
       02 filler pic X(14) value "      Net cash".
       02 filler pic X(14) value "    Cumulative".
01 WeekLine.
       02 PrnWeekDate pic 9999/99/99.
       02 PrnWeekDateX redefines PrnWeekDate pic X(10).
       02 filler pic X value space.
       02 PrnArIn pic ZZ,ZZZ,ZZ9.99.
       02 PrnArInX redefines PrnArIn pic X(13).
       02 PrnPromiseIn pic ZZ,ZZZ,ZZ9.99.
       02 PrnPlanIn pic ZZ,ZZZ,ZZ9.99.
       02 PrnTotIn pic ZZ,ZZZ,ZZ9.99.
       02 PrnApOut pic ZZ,ZZZ,ZZ9.99.
       02 PrnPoOut pic ZZ,ZZZ,ZZ9.99.
       02 PrnTotOut pic ZZ,ZZZ,ZZ9.99.
       02 PrnNet pic -ZZ,ZZZ,ZZ9.99.
       02 PrnCumNet pic -ZZ,ZZZ,ZZ9.99.
       02 PrnCumNetX redefines PrnCumNet pic X(14).
01 MemoLine.
       02 MlText pic X(40).
       02 MlAmount pic ZZZ,ZZZ,ZZ9.99.
01 LineCount pic 99 value zero.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "cashforecast".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "cashforecast".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Forecast from (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSStartDate
       if WSStartDate = zero
           move WSRunDate to WSStartDate
       end-if
       compute WSStartOrdinal = function integer-of-date(WSStartDate)
       perform varying WSWeekIdx from 1 by 1 until WSWeekIdx > 13
           initialize WkEntry(WSWeekIdx)
           compute WSDateOrdinal = WSStartOrdinal + (WSWeekIdx - 1) * 7
           compute WkStartDate(WSWeekIdx) =
               function date-of-integer(WSDateOrdinal)
       end-perform
       open input Receivables
       if WSArStatus = "00"
           perform LoadDaysLate
           open input CustomerFile
           if WSCustStatus = "00"
               open input Promises
               if WSPromStatus = "00"
                   set PromFileOpen to true
               end-if
               open input PlanFile
               if WSPlanStatus = "00"
                   set PlanFileOpen to true
               end-if
               perform ForecastReceivables
               if PlanFileOpen
                   perform ForecastPlans
                   close PlanFile
               end-if
               if PromFileOpen
                   close Promises
               end-if
               close CustomerFile
           end-if
           close Receivables
       end-if
       open input OpenPayables
       if WSApStatus = "00"
           perform ForecastPayables
           close OpenPayables
       end-if
       open input PurchaseOrders
       if WSPoStatus = "00"
           open input VendorFile
           if WSVendStatus = "00"
               set VendFileOpen to true
           end-if
           perform ForecastPurchaseOrders
           if VendFileOpen
               close VendorFile
           end-if
           close PurchaseOrders
       end-if
       move spaces to WSRptFileName
       string "CashForecast." delimited by size
           WSStartDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ForecastPrint
       move spaces to WSRcParams
       move WSStartDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintForecast
       close ForecastPrint
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Customers read: " WSCustomersRead
           "  open items read: " WSItemsRead
       display "Payables read: " WSApRead "  purchase orders read: "
           WSPoRead
       if WSLateOverflow > zero
           display "Notice: payment history table full - "
               WSLateOverflow " customer(s) forecast at the due date"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       move 0 to RETURN-CODE
       move RETURN-CODE to WSRhRc
       compute WSRhRead = WSItemsRead + WSApRead + WSPoRead
       move 13 to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> giorni fra scadenza (o data fattura) e incasso per ogni
*> applicazione di un assegno vero, come la velocita' di pagamento di
*> creditreview - ma misurata sulla scadenza, non sulla fattura
LoadDaysLate.
       open input CashJournal
       if WSCashStatus = "00"
           perform until AtEOF
               read CashJournal
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if CashInvoiceNum > zero
                           and CashCheckNum(1:2) not = "CM"
                           and CashCheckNum(1:2) not = "UA"
                           and CashCheckNum(1:2) not = "NS"
                           and CashCheckNum(1:2) not = "DA"
                           and CashCheckNum(1:2) not = "DR"
                       perform MeasureOneApplication
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           close CashJournal
       end-if.

MeasureOneApplication.
       move CashInvoiceNum to ArInvoiceNum
       read Receivables
           invalid key continue
           not invalid key
               if ArDueDate > zero
                   compute WSDueOrdinal =
                       function integer-of-date(ArDueDate)
               else
                   compute WSDueOrdinal =
                       function integer-of-date(ArInvoiceDate)
               end-if
               compute WSPayOrdinal = function integer-of-date(CashDate)
               perform FindLateEntry
               if WSFoundIdx > zero
                   compute LtDaysSum(WSFoundIdx) = LtDaysSum(WSFoundIdx)
                       + WSPayOrdinal - WSDueOrdinal
                   add 1 to LtPayCount(WSFoundIdx)
               end-if
       end-read.

FindLateEntry.
       move zero to WSFoundIdx
       perform varying WSLtIdx from 1 by 1
               until WSLtIdx > LtUsed or WSFoundIdx > zero
           if LtCustID(WSLtIdx) = CashCustIDNum
               move WSLtIdx to WSFoundIdx
           end-if
       end-perform
       if WSFoundIdx = zero
           if LtUsed < 1000
               add 1 to LtUsed
               move LtUsed to WSFoundIdx
               move CashCustIDNum to LtCustID(LtUsed)
               move zero to LtDaysSum(LtUsed), LtPayCount(LtUsed)
           else
               add 1 to WSLateOverflow
           end-if
       end-if.

*> cliente per cliente: prima le promesse aperte, poi le partite
*> aperte spostate del ritardo medio, meno quanto gia' promesso
ForecastReceivables.
       move zero to IDNum
       start CustomerFile key is not less than IDNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read CustomerFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSCustomersRead
               perform ForecastOneCustomer
           end-if
       end-perform
       move "N" to WSEOFFlag.

ForecastOneCustomer.
       move zero to WSPromiseLeft
       if PromFileOpen
           perform ForecastPromises
       end-if
       move zero to WSAvgLate
       perform varying WSLtIdx from 1 by 1 until WSLtIdx > LtUsed
           if LtCustID(WSLtIdx) = IDNum and LtPayCount(WSLtIdx) > zero
               compute WSAvgLate rounded =
                   LtDaysSum(WSLtIdx) / LtPayCount(WSLtIdx)
           end-if
       end-perform
       move "N" to WSArEOFFlag
       move IDNum to ArCustIDNum
       start Receivables key is equal to ArCustIDNum
           invalid key set ArAtEOF to true
       end-start
       perform until ArAtEOF
           read Receivables next record
               at end set ArAtEOF to true
           end-read
           if not ArAtEOF
               if ArCustIDNum not = IDNum
                   set ArAtEOF to true
               else
                   if ArOpenItem and ArOpenBalance > ArDisputedAmt
                       add 1 to WSItemsRead
                       perform ForecastOneItem
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSArEOFFlag.

ForecastPromises.
       move "N" to WSPromEOFFlag
       move IDNum to PromCustIDNum
       move zero to PromSeq
       start Promises key is not less than PromKey
           invalid key set PromAtEOF to true
       end-start
       perform until PromAtEOF
           read Promises next record
               at end set PromAtEOF to true
           end-read
           if not PromAtEOF
               if PromCustIDNum not = IDNum
                   set PromAtEOF to true
               else
                   if PromOpen and PromAmount > zero
                       add PromAmount to WSPromiseLeft
                       compute WSExpOrdinal =
                           function integer-of-date(PromPayByDate)
                       perform FindWeek
                       if WSWeekIdx > zero
                           add PromAmount to WkPromiseIn(WSWeekIdx)
                       else
                           add PromAmount to WSLaterIn
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSPromEOFFlag.

*> una partita con piano rateale arriva dalle rate (ForecastPlans)
ForecastOneItem.
       move "N" to WSOnPlanFlag
       if PlanFileOpen
           move ArInvoiceNum to PlanInvoiceNum
           read PlanFile
               invalid key continue
               not invalid key set ItemOnPlan to true
           end-read
       end-if
       if not ItemOnPlan
           compute WSAmount = ArOpenBalance - ArDisputedAmt
           if WSPromiseLeft > zero
               if WSPromiseLeft >= WSAmount
                   subtract WSAmount from WSPromiseLeft
                   move zero to WSAmount
               else
                   subtract WSPromiseLeft from WSAmount
                   move zero to WSPromiseLeft
               end-if
           end-if
           if WSAmount > zero
               if ArDueDate > zero
                   compute WSExpOrdinal =
                       function integer-of-date(ArDueDate) + WSAvgLate
               else
                   compute WSExpOrdinal =
                       function integer-of-date(ArInvoiceDate) + WSAvgLate
               end-if
               perform FindWeek
               if WSWeekIdx > zero
                   add WSAmount to WkArIn(WSWeekIdx)
               else
                   add WSAmount to WSLaterIn
               end-if
           end-if
       end-if.

*> le rate non ancora saldate dei piani su partite ancora aperte
ForecastPlans.
       move zero to PlanInvoiceNum
       start PlanFile key is not less than PlanInvoiceNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read PlanFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               move PlanInvoiceNum to ArInvoiceNum
               read Receivables
                   invalid key continue
                   not invalid key
                       if ArOpenItem
                           perform ForecastOnePlan
                       end-if
               end-read
           end-if
       end-perform
       move "N" to WSEOFFlag.

ForecastOnePlan.
       perform varying WSInstIdx from 1 by 1
               until WSInstIdx > PlanInstallments or WSInstIdx > 12
           if not PiSettled(WSInstIdx)
                   and PiAmount(WSInstIdx) > PiAmountPaid(WSInstIdx)
               compute WSAmount = PiAmount(WSInstIdx)
                   - PiAmountPaid(WSInstIdx)
               compute WSExpOrdinal =
                   function integer-of-date(PiDueDate(WSInstIdx))
               perform FindWeek
               if WSWeekIdx > zero
                   add WSAmount to WkPlanIn(WSWeekIdx)
               else
                   add WSAmount to WSLaterIn
               end-if
           end-if
       end-perform.

ForecastPayables.
       move low-values to ApKey
       start OpenPayables key is not less than ApKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read OpenPayables next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if ApOpen and ApDebitMemo
                   compute WSOpenMemos = WSOpenMemos + ApAmount
                       - ApDmApplied
               end-if
               if ApOpen and ApVendorBill
                   add 1 to WSApRead
                   if ApOnHold
                       add ApAmount to WSHeldAp
                   else
                       compute WSExpOrdinal =
                           function integer-of-date(ApDueDate)
                       perform FindWeek
                       if WSWeekIdx > zero
                           add ApAmount to WkApOut(WSWeekIdx)
                       else
                           add ApAmount to WSLaterOut
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> ordinato e non ancora fatturato, al costo del PO: si paga alla
*> consegna prevista piu' i giorni dei termini del fornitore, come
*> la scadenza che gli darebbe il vendor invoice
ForecastPurchaseOrders.
       move zero to PoNum
       start PurchaseOrders key is not less than PoNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read PurchaseOrders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if PoOpen or PoPartial
                   add 1 to WSPoRead
                   perform ForecastOnePo
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

ForecastOnePo.
       move zero to WSAmount
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount or WSPoLineIdx > 10
           if PoQtyOrdered(WSPoLineIdx) > PoQtyBilled(WSPoLineIdx)
               compute WSOpenQty = PoQtyOrdered(WSPoLineIdx)
                   - PoQtyBilled(WSPoLineIdx)
               compute WSAmount = WSAmount
                   + WSOpenQty * PoUnitCost(WSPoLineIdx)
           end-if
       end-perform
       if WSAmount > zero
           move 30 to WSTermsDays
           if VendFileOpen
               move PoVendNum to VendNum
               read VendorFile
                   invalid key continue
                   not invalid key
                       evaluate VendTermsCode
                           when "N30" move 30 to WSTermsDays
                           when "N60" move 60 to WSTermsDays
                           when "210" move 30 to WSTermsDays
                           when other move zero to WSTermsDays
                       end-evaluate
               end-read
           end-if
           compute WSExpOrdinal =
               function integer-of-date(PoExpectedDate) + WSTermsDays
           perform FindWeek
           if WSWeekIdx > zero
               add WSAmount to WkPoOut(WSWeekIdx)
           else
               add WSAmount to WSLaterOut
           end-if
       end-if.

*> settimana della data attesa: gia' passata = settimana 1, oltre la
*> tredicesima = zero
FindWeek.
       if WSExpOrdinal < WSStartOrdinal
           move 1 to WSWeekIdx
       else
           compute WSWeekIdx = (WSExpOrdinal - WSStartOrdinal) / 7 + 1
           if WSWeekIdx > 13
               move zero to WSWeekIdx
           end-if
       end-if.

PrintForecast.
       move WSStartDate to PrnStartDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move " " to AsaControl
       perform varying WSWeekIdx from 1 by 1 until WSWeekIdx > 13
           compute WSTotIn = WkArIn(WSWeekIdx) + WkPromiseIn(WSWeekIdx)
               + WkPlanIn(WSWeekIdx)
           compute WSTotOut = WkApOut(WSWeekIdx) + WkPoOut(WSWeekIdx)
           compute WSNet = WSTotIn - WSTotOut
           add WSNet to WSCumNet
           add WkArIn(WSWeekIdx) to GtArIn
           add WkPromiseIn(WSWeekIdx) to GtPromiseIn
           add WkPlanIn(WSWeekIdx) to GtPlanIn
           add WkApOut(WSWeekIdx) to GtApOut
           add WkPoOut(WSWeekIdx) to GtPoOut
           move WkStartDate(WSWeekIdx) to PrnWeekDate
           move WkArIn(WSWeekIdx) to PrnArIn
           move WkPromiseIn(WSWeekIdx) to PrnPromiseIn
           move WkPlanIn(WSWeekIdx) to PrnPlanIn
           move WSTotIn to PrnTotIn
           move WkApOut(WSWeekIdx) to PrnApOut
           move WkPoOut(WSWeekIdx) to PrnPoOut
           move WSTotOut to PrnTotOut
           move WSNet to PrnNet
           move WSCumNet to PrnCumNet
           move WeekLine to PrintBody
           write PrintLine
       end-perform
       compute WSTotIn = GtArIn + GtPromiseIn + GtPlanIn
       compute WSTotOut = GtApOut + GtPoOut
       compute WSNet = WSTotIn - WSTotOut
       move "13 WEEKS " to PrnWeekDateX
       move GtArIn to PrnArIn
       move GtPromiseIn to PrnPromiseIn
       move GtPlanIn to PrnPlanIn
       move WSTotIn to PrnTotIn
       move GtApOut to PrnApOut
       move GtPoOut to PrnPoOut
       move WSTotOut to PrnTotOut
       move WSNet to PrnNet
       move spaces to PrnCumNetX
       move "-" to AsaControl
       move WeekLine to PrintBody
       write PrintLine
       move "Expected in after week 13" to MlText
       move WSLaterIn to MlAmount
       move "0" to AsaControl
       move MemoLine to PrintBody
       write PrintLine
       move "Due out after week 13" to MlText
       move WSLaterOut to MlAmount
       move " " to AsaControl
       move MemoLine to PrintBody
       write PrintLine
       move "Payables on hold - not scheduled" to MlText
       move WSHeldAp to MlAmount
       move MemoLine to PrintBody
       write PrintLine
       move "Open debit memos - off next checks" to MlText
       move WSOpenMemos to MlAmount
       move MemoLine to PrintBody
       write PrintLine.
