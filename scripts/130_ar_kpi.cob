       >>SOURCE FORMAT FREE
*> Receivables KPI snapshot and trend: the month-end step that keeps
*> what the aging report prints over. Walks every customer's open
*> items in Receivables.dat, ages them as 32_ar_aging.cob does
*> (current/30/60/90+ past due, as of the snapshot date), takes the
*> month's invoicing for the sales side, the still-open promises to
*> pay from Promises.dat and the open balance under a payment plan
*> (PaymentPlans.dat), and saves one ArKpiSnap.dat record (ARKPIREC)
*> for the company, one per sales rep and one per state, with days
*> sales outstanding and the collection effectiveness index worked
*> out against the previous month's snapshot. Then prints the trend:
*> the last 13 months for the company, this month by rep and by
*> state, and each rep's and state's DSO across the 13 months.
IDENTIFICATION DIVISION.
PROGRAM-ID. arkpi.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
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
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
       SELECT KpiSnapshots ASSIGN TO "ArKpiSnap.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS KsKey
           FILE STATUS IS WSKsStatus.
       SELECT TrendPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD Promises.
01 PromiseData.
   COPY PROMREC.

FD PlanFile.
01 PlanData.
   COPY PLANREC.

FD RepFile.
01 RepData.
   COPY REPREC.

FD KpiSnapshots.
01 KpiSnapData.
   COPY ARKPIREC.

FD TrendPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(132).

WORKING-STORAGE SECTION.
01 WSArStatus pic XX.
01 WSCustStatus pic XX.
01 WSPromStatus pic XX.
01 WSPlanStatus pic XX.
01 WSRepStatus pic XX.
01 WSKsStatus pic XX.
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
01 WSRepOpenFlag pic X value "N".
       88 RepFileOpen value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSSnapDate pic 9(8).
01 WSSnapParts redefines WSSnapDate.
       02 WSSnapYear pic 9(4).
       02 WSSnapMonth pic 99.
       02 WSSnapDay pic 99.
01 WSMonthStart pic 9(8).
01 WSSnapOrdinal pic 9(7).
01 WSInvOrdinal pic 9(7).
01 WSAgeDays pic S9(7).
*> periodo YYYYMM su cui si lavora, e il suo precedente
01 WSPeriod pic 9(6).
01 WSPeriodParts redefines WSPeriod.
       02 WSPeriodYear pic 9(4).
       02 WSPeriodMonth pic 99.
01 WSWorkPeriod pic 9(6).
01 WSWorkParts redefines WSWorkPeriod.
       02 WSWorkYear pic 9(4).
       02 WSWorkMonth pic 99.
*> i 13 mesi del trend, dal piu' vecchio a quello dello snapshot
01 TrendPeriods.
       02 TpPeriod pic 9(6) occurs 13 times.
01 WSTrendIdx pic 99.
*> importi del cliente in lavorazione
01 CustAmounts.
       02 CaCurrent pic 9(9)V99.
       02 CaBucket30 pic 9(9)V99.
       02 CaBucket60 pic 9(9)V99.
       02 CaBucket90 pic 9(9)V99.
       02 CaTotalAR pic 9(9)V99.
       02 CaSales pic 9(9)V99.
       02 CaPromise pic 9(9)V99.
       02 CaPlan pic 9(9)V99.
*> un gruppo per record di snapshot: 1 = totale, poi rep e stati
*> nell'ordine in cui compaiono
01 GroupTable.
       02 GkEntry occurs 300 times.
           03 GkType pic X.
           03 GkGroup pic X(4).
           03 GkCurrent pic 9(9)V99.
           03 GkBucket30 pic 9(9)V99.
           03 GkBucket60 pic 9(9)V99.
           03 GkBucket90 pic 9(9)V99.
           03 GkTotalAR pic 9(9)V99.
           03 GkSales pic 9(9)V99.
           03 GkPromise pic 9(9)V99.
           03 GkPlan pic 9(9)V99.
01 GkUsed pic 9(3) value 1.
01 WSGroupOverflow pic 9(5) value zero.
01 WSGkIdx pic 9(3).
01 WSFoundIdx pic 9(3).
01 WSFindType pic X.
01 WSFindGroup pic X(4).
01 WSRepGroup pic 9(4).
01 WSBeginAR pic 9(9)V99.
01 WSCeiNumer pic S9(10)V99.
01 WSCeiDenom pic S9(10)V99.
*> gruppi del mese per le sezioni per rep/stato, letti in ordine di
*> chiave dallo snapshot appena scritto
01 ListTable.
       02 LtGroup pic X(4) occurs 300 times.
01 LtUsed pic 9(3).
01 WSListIdx pic 9(3).
01 WSListType pic X.
01 WSCustomersRead pic 9(7) value zero.
01 WSItemsRead pic 9(7) value zero.
01 WSSnapsWritten pic 9(5) value zero.
01 PageHeading.
       02 filler pic X(28) value "RECEIVABLES KPI TREND AS OF ".
       02 PrnSnapDate pic 9999/99/99.
01 Heads.
       02 filler pic X(17) value "Period / group".
       02 filler pic X(13) value "     Current".
       02 filler pic X(13) value "   30-59 due".
       02 filler pic X(13) value "   60-89 due".
       02 filler pic X(13) value "     90+ due".
       02 filler pic X(15) value "      Total AR".
       02 filler pic X(13) value "   Month inv".
       02 filler pic X(7) value "   DSO".
       02 filler pic X(7) value "   CEI".
       02 filler pic X(11) value "  Promised".
       02 filler pic X(10) value "   On plan".
01 TrendLine.
       02 PrnLabel pic X(16).
       02 filler pic X value space.
       02 PrnCurrent pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnBucket30 pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnBucket60 pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnBucket90 pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnTotalAR pic ZZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnSales pic Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnDso pic ZZZ9.9.
       02 PrnDsoX redefines PrnDso pic X(6).
       02 filler pic X value space.
       02 PrnCei pic -ZZ9.9.
       02 PrnCeiX redefines PrnCei pic X(6).
       02 filler pic X value space.
       02 PrnPromise pic ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnPlan pic ZZZ,ZZ9.99.
01 PrnPeriod pic 9999/99.
*> trend DSO per rep/stato: una colonna per mese
01 DsoHeads.
       02 filler pic X(17) value "DSO by month".
       02 DhCell occurs 13 times.
           03 DhMonth pic X(5).
           03 filler pic X value space.
01 DsoLine.
       02 DlLabel pic X(16).
       02 filler pic X value space.
       02 DlCell occurs 13 times.
           03 DlDso pic ZZ9.9.
           03 DlDsoX redefines DlDso pic X(5).
           03 filler pic X value space.
01 SectionLine pic X(40).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "arkpi".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "arkpi".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Snapshot date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSSnapDate
       if WSSnapDate = zero
           move WSRunDate to WSSnapDate
       end-if
       compute WSMonthStart = WSSnapYear * 10000 + WSSnapMonth * 100 + 1
       compute WSSnapOrdinal = function integer-of-date(WSSnapDate)
       move WSSnapDate(1:6) to WSPeriod
       open input Receivables
       if WSArStatus not = "00"
           display "No receivables file found - nothing to snapshot"
           move 4 to RETURN-CODE
           accept WSJobEndTime from time
           call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
               WSElapsedSecs
           perform WriteRunHistory
           stop run
       end-if
       open input CustomerFile
       if WSCustStatus not = "00"
           display "Customer master not available - no snapshot taken"
           close Receivables
           move 8 to RETURN-CODE
           accept WSJobEndTime from time
           call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
               WSElapsedSecs
           perform WriteRunHistory
           stop run
       end-if
       open input Promises
       if WSPromStatus = "00"
           set PromFileOpen to true
       end-if
       open input PlanFile
       if WSPlanStatus = "00"
           set PlanFileOpen to true
       end-if
       open input RepFile
       if WSRepStatus = "00"
           set RepFileOpen to true
       end-if
       open i-o KpiSnapshots
       if WSKsStatus = "35"
           open output KpiSnapshots
           close KpiSnapshots
           open i-o KpiSnapshots
       end-if
       initialize GkEntry(1)
       move "T" to GkType(1)
       move spaces to GkGroup(1)
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
               perform SnapOneCustomer
           end-if
       end-perform
       move "N" to WSEOFFlag
       close Receivables, CustomerFile
       if PromFileOpen
           close Promises
       end-if
       if PlanFileOpen
           close PlanFile
       end-if
       perform varying WSGkIdx from 1 by 1 until WSGkIdx > GkUsed
           perform SaveSnapshot
       end-perform
       move spaces to WSRptFileName
       string "ArKpiTrend." delimited by size
           WSSnapDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output TrendPrint
       move spaces to WSRcParams
       move WSSnapDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintTrend
       close TrendPrint, KpiSnapshots
       if RepFileOpen
           close RepFile
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Customers read: " WSCustomersRead
           "  open items read: " WSItemsRead
       display "Snapshot records saved for " WSPeriod ": " WSSnapsWritten
       if WSGroupOverflow > zero
           display "Notice: group table full - " WSGroupOverflow
               " customer(s) left out of the rep/state breakdown"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       move 0 to RETURN-CODE
       perform WriteRunHistory
       stop run.

WriteRunHistory.
       move RETURN-CODE to WSRhRc
       move WSItemsRead to WSRhRead
       move WSSnapsWritten to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc.

*> le partite del cliente tramite la chiave alternata, come
*> ComputeCustBuckets di araging, poi promesse aperte; il cliente va
*> nel totale, nel gruppo del suo rep e in quello del suo stato
SnapOneCustomer.
       initialize CustAmounts
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
                   add 1 to WSItemsRead
                   perform SnapOneItem
               end-if
           end-if
       end-perform
       move "N" to WSArEOFFlag
       if PromFileOpen
           perform SumOpenPromises
       end-if
       if CaTotalAR > zero or CaSales > zero or CaPromise > zero
           move 1 to WSFoundIdx
           perform AddToGroup
           move "R" to WSFindType
           move CustSalesRepID to WSRepGroup
           move WSRepGroup to WSFindGroup
           perform FindGroup
           if WSFoundIdx > zero
               perform AddToGroup
           end-if
           move "S" to WSFindType
           move AddrState to WSFindGroup
           perform FindGroup
           if WSFoundIdx > zero
               perform AddToGroup
           end-if
       end-if.

*> i finance charge (ArOrderNum zero) sono nel saldo ma non sono
*> vendite del mese
SnapOneItem.
       if ArInvoiceDate >= WSMonthStart and ArInvoiceDate <= WSSnapDate
               and ArOrderNum > zero
           add ArInvoiceAmount to CaSales
       end-if
       if ArOpenBalance > zero and ArInvoiceDate <= WSSnapDate
           if ArDueDate > zero
               compute WSInvOrdinal = function integer-of-date(ArDueDate)
           else
               compute WSInvOrdinal =
                   function integer-of-date(ArInvoiceDate)
           end-if
           compute WSAgeDays = WSSnapOrdinal - WSInvOrdinal
           evaluate true
               when WSAgeDays < 30
                   add ArOpenBalance to CaCurrent
               when WSAgeDays < 60
                   add ArOpenBalance to CaBucket30
               when WSAgeDays < 90
                   add ArOpenBalance to CaBucket60
               when other
                   add ArOpenBalance to CaBucket90
           end-evaluate
           add ArOpenBalance to CaTotalAR
           if PlanFileOpen
               move ArInvoiceNum to PlanInvoiceNum
               read PlanFile
                   invalid key continue
                   not invalid key add ArOpenBalance to CaPlan
               end-read
           end-if
       end-if.

SumOpenPromises.
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
                   if PromOpen
                       add PromAmount to CaPromise
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSPromEOFFlag.

FindGroup.
       move zero to WSFoundIdx
       perform varying WSGkIdx from 2 by 1
               until WSGkIdx > GkUsed or WSFoundIdx > zero
           if GkType(WSGkIdx) = WSFindType
                   and GkGroup(WSGkIdx) = WSFindGroup
               move WSGkIdx to WSFoundIdx
           end-if
       end-perform
       if WSFoundIdx = zero
           if GkUsed < 300
               add 1 to GkUsed
               move GkUsed to WSFoundIdx
               initialize GkEntry(GkUsed)
               move WSFindType to GkType(GkUsed)
               move WSFindGroup to GkGroup(GkUsed)
           else
               add 1 to WSGroupOverflow
           end-if
       end-if.

AddToGroup.
       add CaCurrent to GkCurrent(WSFoundIdx)
       add CaBucket30 to GkBucket30(WSFoundIdx)
       add CaBucket60 to GkBucket60(WSFoundIdx)
       add CaBucket90 to GkBucket90(WSFoundIdx)
       add CaTotalAR to GkTotalAR(WSFoundIdx)
       add CaSales to GkSales(WSFoundIdx)
       add CaPromise to GkPromise(WSFoundIdx)
       add CaPlan to GkPlan(WSFoundIdx).

*> apertura = AR totale dello snapshot del mese prima per lo stesso
*> gruppo; rilanciare lo stesso mese riscrive i suoi record
SaveSnapshot.
       move WSPeriod to WSWorkPeriod
       perform StepBackOneMonth
       move zero to WSBeginAR
       move WSWorkPeriod to KsPeriod
       move GkType(WSGkIdx) to KsType
       move GkGroup(WSGkIdx) to KsGroup
       read KpiSnapshots
           invalid key continue
           not invalid key move KsTotalAR to WSBeginAR
       end-read
       initialize KpiSnapData
       move WSPeriod to KsPeriod
       move GkType(WSGkIdx) to KsType
       move GkGroup(WSGkIdx) to KsGroup
       move WSSnapDate to KsSnapDate
       move GkCurrent(WSGkIdx) to KsCurrent
       move GkBucket30(WSGkIdx) to KsBucket30
       move GkBucket60(WSGkIdx) to KsBucket60
       move GkBucket90(WSGkIdx) to KsBucket90
       move GkTotalAR(WSGkIdx) to KsTotalAR
       move GkSales(WSGkIdx) to KsSales
       move WSBeginAR to KsBeginAR
       move GkPromise(WSGkIdx) to KsPromiseAmt
       move GkPlan(WSGkIdx) to KsPlanAmt
       if KsSales > zero
           compute KsDso rounded = KsTotalAR * WSSnapDay / KsSales
               on size error move 9999.9 to KsDso
           end-compute
       end-if
       *> senza snapshot precedente il CEI non e' calcolabile
       if WSBeginAR > zero
           compute WSCeiNumer = WSBeginAR + KsSales - KsTotalAR
           compute WSCeiDenom = WSBeginAR + KsSales - KsCurrent
           if WSCeiDenom > zero
               compute KsCei rounded = WSCeiNumer * 100 / WSCeiDenom
                   on size error move zero to KsCei
               end-compute
           end-if
       end-if
       write KpiSnapData
           invalid key
               rewrite KpiSnapData
                   invalid key display "Snapshot not saved for "
                       KsType " " KsGroup
                   not invalid key add 1 to WSSnapsWritten
               end-rewrite
           not invalid key add 1 to WSSnapsWritten
       end-write.

StepBackOneMonth.
       if WSWorkMonth = 1
           subtract 1 from WSWorkYear
           move 12 to WSWorkMonth
       else
           subtract 1 from WSWorkMonth
       end-if.

*> azienda sui 13 mesi, poi il mese per rep e per stato, poi il DSO
*> di ogni rep e stato sui 13 mesi
PrintTrend.
       move WSPeriod to WSWorkPeriod
       perform varying WSTrendIdx from 13 by -1 until WSTrendIdx < 1
           move WSWorkPeriod to TpPeriod(WSTrendIdx)
           perform StepBackOneMonth
       end-perform
       perform PrintPageHeading
       move "COMPANY - LAST 13 MONTHS" to SectionLine
       perform PrintSection
       perform varying WSTrendIdx from 1 by 1 until WSTrendIdx > 13
           move TpPeriod(WSTrendIdx) to KsPeriod
           move "T" to KsType
           move spaces to KsGroup
           move TpPeriod(WSTrendIdx) to PrnPeriod
           move spaces to PrnLabel
           move PrnPeriod to PrnLabel
           read KpiSnapshots
               invalid key
                   perform PrintNoSnapshot
               not invalid key
                   perform PrintTrendLine
           end-read
       end-perform
       move "R" to WSListType
       perform LoadGroupList
       move "BY REP - THIS MONTH" to SectionLine
       perform PrintSection
       perform PrintMonthByGroup
       move "DSO TREND BY REP" to SectionLine
       perform PrintSection
       perform PrintDsoHeads
       perform PrintDsoByGroup
       move "S" to WSListType
       perform LoadGroupList
       move "BY STATE - THIS MONTH" to SectionLine
       perform PrintSection
       perform PrintMonthByGroup
       move "DSO TREND BY STATE" to SectionLine
       perform PrintSection
       perform PrintDsoHeads
       perform PrintDsoByGroup.

*> i gruppi del mese in ordine di chiave: rep per ID, stati per sigla
LoadGroupList.
       move zero to LtUsed
       move WSPeriod to KsPeriod
       move WSListType to KsType
       move low-values to KsGroup
       start KpiSnapshots key is not less than KsKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read KpiSnapshots next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if KsPeriod not = WSPeriod or KsType not = WSListType
                   set AtEOF to true
               else
                   if LtUsed < 300
                       add 1 to LtUsed
                       move KsGroup to LtGroup(LtUsed)
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

PrintMonthByGroup.
       perform varying WSListIdx from 1 by 1 until WSListIdx > LtUsed
           move WSPeriod to KsPeriod
           move WSListType to KsType
           move LtGroup(WSListIdx) to KsGroup
           read KpiSnapshots
               invalid key continue
               not invalid key
                   perform BuildGroupLabel
                   perform PrintTrendLine
           end-read
       end-perform.

PrintDsoByGroup.
       perform varying WSListIdx from 1 by 1 until WSListIdx > LtUsed
           move LtGroup(WSListIdx) to KsGroup
           perform BuildGroupLabel
           move PrnLabel to DlLabel
           perform varying WSTrendIdx from 1 by 1 until WSTrendIdx > 13
               move TpPeriod(WSTrendIdx) to KsPeriod
               move WSListType to KsType
               move LtGroup(WSListIdx) to KsGroup
               read KpiSnapshots
                   invalid key move "    -" to DlDsoX(WSTrendIdx)
                   not invalid key
                       if KsSales = zero
                           move "  n/a" to DlDsoX(WSTrendIdx)
                       else
                           if KsDso > 999.9
                               move "999+" to DlDsoX(WSTrendIdx)
                           else
                               move KsDso to DlDso(WSTrendIdx)
                           end-if
                       end-if
               end-read
           end-perform
           if NewPageRequired
               perform PrintPageHeading
           end-if
           move " " to AsaControl
           move DsoLine to PrintBody
           write PrintLine
           add 1 to LineCount
       end-perform.

*> rep: ID e nome dal master; stato: la sigla
BuildGroupLabel.
       move spaces to PrnLabel
       if WSListType = "R"
           move KsGroup to PrnLabel
           if KsGroup = "0000"
               move "0000 NO REP" to PrnLabel
           else
               if RepFileOpen
                   move KsGroup to RepID
                   read RepFile
                       invalid key continue
                       not invalid key
                           move RepName to PrnLabel(6:11)
                   end-read
               end-if
           end-if
       else
           move KsGroup to PrnLabel
       end-if.

PrintTrendLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move KsCurrent to PrnCurrent
       move KsBucket30 to PrnBucket30
       move KsBucket60 to PrnBucket60
       move KsBucket90 to PrnBucket90
       move KsTotalAR to PrnTotalAR
       move KsSales to PrnSales
       if KsSales = zero
           move "   n/a" to PrnDsoX
       else
           move KsDso to PrnDso
       end-if
       if KsBeginAR = zero
           move "   n/a" to PrnCeiX
       else
           move KsCei to PrnCei
       end-if
       move KsPromiseAmt to PrnPromise
       move KsPlanAmt to PrnPlan
       move " " to AsaControl
       move TrendLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintNoSnapshot.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move spaces to PrintBody
       move PrnLabel to PrintBody
       move "no snapshot taken" to PrintBody(18:17)
       move " " to AsaControl
       write PrintLine
       add 1 to LineCount.

PrintDsoHeads.
       perform varying WSTrendIdx from 1 by 1 until WSTrendIdx > 13
           move TpPeriod(WSTrendIdx) to WSWorkPeriod
           move spaces to DhMonth(WSTrendIdx)
           string WSWorkPeriod(5:2) delimited by size
               "/" delimited by size
               WSWorkPeriod(3:2) delimited by size
               into DhMonth(WSTrendIdx)
       end-perform
       move " " to AsaControl
       move DsoHeads to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintSection.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move "0" to AsaControl
       move SectionLine to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintPageHeading.
       move WSSnapDate to PrnSnapDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
