       >>SOURCE FORMAT FREE
*> Demand-based reorder points: ProdReorderPoint and the per-location
*> StkReorderPoint were typed in once and never revisited, so fast
*> movers stock out while dead items keep getting reordered. Mode 1,
*> the weekly proposal run, takes the last 13 weeks of usage from
*> StockMovements.dat (AL allocation and CS counter-sale lines) per
*> product and per location, works out the average daily usage and
*> its variability (standard deviation of the weekly totals), and
*> proposes
*>     reorder point = daily usage x lead days
*>                     + safety factor x daily deviation x sqrt(lead)
*> with the lead time from the preferred vendor's VendLeadDays
*> (ProdPrefVendNum, else the vendor of the latest PO, else 14 days)
*> and the safety factor from the ABC class: A 2.05, B 1.65, C 1.28
*> (98/95/90 per cent service). Only changes beyond the tolerance
*> the buyer gives go on the before/after exception list
*> (ReorderPoints.<date>.dat) and ReorderProps.dat (REORDREC.cpy).
*> Mode 2 is the buyer's review: each proposal is approved, rejected
*> or left for later, and only an approved one is written back to
*> products.txt or StockByLocation.dat - and only if the point on
*> file is still the one the proposal started from.
IDENTIFICATION DIVISION.
PROGRAM-ID. reordercalc.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT StockByLocation ASSIGN TO "StockByLocation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StockKey
           FILE STATUS IS WSStockStatus.
       SELECT StockMovements ASSIGN TO "StockMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMvStatus.
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
       SELECT ReorderProps ASSIGN TO "ReorderProps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RpKey
           FILE STATUS IS WSRpStatus.
       SELECT ProposalPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD StockByLocation.
01 StockData.
   COPY STOCKREC.

FD StockMovements.
01 MovementData.
   COPY MOVEREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD ReorderProps.
01 ProposalData.
   COPY REORDREC.

FD ProposalPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSStockStatus pic XX.
01 WSMvStatus pic XX.
01 WSPoStatus pic XX.
01 WSVendStatus pic XX.
01 WSRpStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSAskDate pic 9(8).
01 OperatorID PIC X(8) value spaces.
*> finestra di 13 settimane che finisce alla data del run
01 WSRunOrdinal pic S9(8).
01 WSFromOrdinal pic S9(8).
01 WSMvOrdinal pic S9(8).
01 WSWeekNum pic S9(4).
01 WSWeekIdx pic 9(2).
01 WSDefaultLeadDays pic 9(3) value 14.
*> tolleranza: sotto questa variazione percentuale la proposta e'
*> rumore e non va al buyer
01 WSTolerancePct pic 9(3).
*> consumo settimanale per prodotto (totale) e per location
01 ProdTable.
       02 ProdEntry occurs 500 times.
           03 PtProdCode pic X(8).
           03 PtOldPoint pic 9(5).
           03 PtAbcClass pic X.
           03 PtPrefVend pic 9(5).
           03 PtLastPoDate pic 9(8).
           03 PtLastPoVend pic 9(5).
           03 PtLeadDays pic 9(3).
           03 PtWeekUse pic 9(7) occurs 13 times.
01 WSPtCount pic 9(3) value zero.
01 WSPtIdx pic 9(3).
01 WSPtFound pic 9(3).
01 LocTable.
       02 LocEntry occurs 1000 times.
           03 LtProdIdx pic 9(3).
           03 LtWhseCode pic XX.
           03 LtOldPoint pic 9(5).
           03 LtWeekUse pic 9(7) occurs 13 times.
01 WSLtCount pic 9(4) value zero.
01 WSLtIdx pic 9(4).
01 WSLtFound pic 9(4).
01 WSProdOverflow pic 9(5) value zero.
01 WSLocOverflow pic 9(5) value zero.
01 WSUsage pic S9(7).
01 WSPoLineIdx pic 9(2).
*> il calcolo di un punto di riordino, su un vettore di 13 settimane
01 CalcWeeks.
       02 CwUse pic 9(7) occurs 13 times.
01 WSCalcLead pic 9(3).
01 WSCalcClass pic X.
01 WSTotalUse pic 9(9).
01 WSMeanWeek pic 9(7)V9(4).
01 WSSumSquares pic 9(15)V9(4).
01 WSWeekDev pic S9(7)V9(4).
01 WSWeekSd pic 9(7)V9(4).
01 WSAvgDaily pic 9(5)V99.
01 WSDailySd pic 9(5)V99.
01 WSSafetyFactor pic 9V99.
01 WSSafetyRaw pic 9(7)V99.
01 WSPointRaw pic 9(7)V99.
01 WSSafetyStock pic 9(5).
01 WSNewPoint pic 9(5).
01 WSOldPoint pic 9(5).
01 WSChangeDiff pic 9(5).
01 WSChangePct pic 9(5).
01 WSExceptionFlag pic X value "N".
       88 IsException value "Y".
01 WSCurProdCode pic X(8).
01 WSCurWhseCode pic XX.
01 WSProposed pic 9(5) value zero.
01 WSEvaluated pic 9(5) value zero.
01 WSMovesRead pic 9(7) value zero.
*> revisione del buyer
01 WSReviewMode pic X.
01 WSDecision pic X.
01 WSStopFlag pic X value "N".
       88 StopReview value "Y".
01 WSApplied pic 9(5) value zero.
01 WSRejected pic 9(5) value zero.
01 WSLeftPending pic 9(5) value zero.
01 WSStaleFlag pic X value "N".
       88 PointChangedSince value "Y".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value "REORDER POINT PROPOSALS - 13 WEEKS T".
       02 filler pic X(3) value "O  ".
       02 PrnRunDate pic 9999/99/99.
01 Heads pic X(80) value
       "Product  Wh  C Lead   AvgDay    DaySd Safety    Old    New  Chg%".
01 DetailLine.
       02 PrnProdCode pic X(8).
       02 filler pic x value space.
       02 PrnWhseCode pic XX.
       02 filler pic xx value space.
       02 PrnClass pic X.
       02 filler pic xx value space.
       02 PrnLead pic ZZ9.
       02 filler pic x value space.
       02 PrnAvgDaily pic ZZZZ9.99.
       02 filler pic x value space.
       02 PrnDailySd pic ZZZZ9.99.
       02 filler pic x value space.
       02 PrnSafety pic ZZZZZ9.
       02 filler pic x value space.
       02 PrnOldPoint pic ZZZZZ9.
       02 filler pic x value space.
       02 PrnNewPoint pic ZZZZZ9.
       02 filler pic x value space.
       02 PrnChangePct pic ZZZZ9.
01 WSPctText pic X(5).
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "reordercalc".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "reorderpts".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       display "1 = Propose reorder points (weekly run),"
           " 2 = Review and approve proposals: " with no advancing
       accept WSChoice
       evaluate WSChoice
           when 1 perform ProposeReorderPoints
           when 2 perform ReviewProposals
           when other display "Invalid choice"
       end-evaluate
       stop run.

ProposeReorderPoints.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Usage up to (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSAskDate
       if WSAskDate not = zero
           move WSAskDate to WSRunDate
       end-if
       display "Tolerance - smallest change to propose, in per cent"
           " (0 = 25): " with no advancing
       accept WSTolerancePct
       if WSTolerancePct = zero
           move 25 to WSTolerancePct
       end-if
       compute WSRunOrdinal = function integer-of-date(WSRunDate)
       compute WSFromOrdinal = WSRunOrdinal - 90
       open input StockMovements
       if WSMvStatus not = "00"
           display "No stock movements on file - no usage to plan from"
           move 4 to RETURN-CODE
           perform EndProposalRun
       end-if
       perform LoadProducts
       perform LoadLocations
       perform SumUsage
       close StockMovements
       perform FindLastPoVendors
       perform ResolveLeadDays
       open output ReorderProps
       move spaces to WSRptFileName
       string "ReorderPoints." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ProposalPrint
       move spaces to WSRcParams
       move WSRunDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform varying WSPtIdx from 1 by 1 until WSPtIdx > WSPtCount
           perform ProposeForProduct
       end-perform
       perform varying WSLtIdx from 1 by 1 until WSLtIdx > WSLtCount
           perform ProposeForLocation
       end-perform
       move spaces to PrintBody
       string "Evaluated " delimited by size
           WSEvaluated delimited by size
           ", proposed " delimited by size
           WSProposed delimited by size
           " (tolerance " delimited by size
           WSTolerancePct delimited by size
           "%) - approve with reordercalc mode 2" delimited by size
           into PrintBody
       move "0" to AsaControl
       write PrintLine
       close ReorderProps, ProposalPrint
       display "Stock movements read: " WSMovesRead
       display "Points evaluated: " WSEvaluated
           "  proposals for review: " WSProposed
       if WSProdOverflow > zero or WSLocOverflow > zero
           display "Notice: tables full - " WSProdOverflow
               " product(s) and " WSLocOverflow
               " location(s) not evaluated"
       end-if
       display "Written to " WSRptFileName
       move 0 to RETURN-CODE
       perform EndProposalRun.

EndProposalRun.
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Elapsed seconds: " WSElapsedSecs
       move RETURN-CODE to WSRhRc
       move WSMovesRead to WSRhRead
       move WSProposed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> prodotti attivi: i ritirati non si riordinano comunque
LoadProducts.
       open input ProductFile
       move "N" to WSEOFFlag
       move spaces to ProdCode
       start ProductFile key is not less than ProdCode
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read ProductFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if not ProdDiscontinued
                   if WSPtCount < 500
                       add 1 to WSPtCount
                       initialize ProdEntry(WSPtCount)
                       move ProdCode to PtProdCode(WSPtCount)
                       move ProdReorderPoint to PtOldPoint(WSPtCount)
                       move ProdAbcClass to PtAbcClass(WSPtCount)
                       move ProdPrefVendNum to PtPrefVend(WSPtCount)
                   else
                       add 1 to WSProdOverflow
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       close ProductFile.

LoadLocations.
       open input StockByLocation
       if WSStockStatus = "00"
           move "N" to WSEOFFlag
           move low-values to StockKey
           start StockByLocation key is not less than StockKey
               invalid key set AtEOF to true
           end-start
           perform until AtEOF
               read StockByLocation next record
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   move StkProdCode to WSCurProdCode
                   perform FindProduct
                   if WSPtFound > zero
                       if WSLtCount < 1000
                           add 1 to WSLtCount
                           initialize LocEntry(WSLtCount)
                           move WSPtFound to LtProdIdx(WSLtCount)
                           move StkWhseCode to LtWhseCode(WSLtCount)
                           move StkReorderPoint to LtOldPoint(WSLtCount)
                       else
                           add 1 to WSLocOverflow
                       end-if
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           close StockByLocation
       end-if.

FindProduct.
       move zero to WSPtFound
       perform varying WSPtIdx from 1 by 1
               until WSPtIdx > WSPtCount or WSPtFound > zero
           if PtProdCode(WSPtIdx) = WSCurProdCode
               move WSPtIdx to WSPtFound
           end-if
       end-perform.

FindLocation.
       move zero to WSLtFound
       perform varying WSLtIdx from 1 by 1
               until WSLtIdx > WSLtCount or WSLtFound > zero
           if LtProdIdx(WSLtIdx) = WSPtFound
                   and LtWhseCode(WSLtIdx) = WSCurWhseCode
               move WSLtIdx to WSLtFound
           end-if
       end-perform.

*> consumo = righe AL e CS della finestra, con il segno girato (il
*> ledger le scrive negative); la settimana 1 e' la piu' vecchia
SumUsage.
       move "N" to WSEOFFlag
       perform until AtEOF
           read StockMovements
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSMovesRead
               if (MvSourceCode = "AL" or MvSourceCode = "CS")
                       and MvDate > zero
                   compute WSMvOrdinal = function integer-of-date(MvDate)
                   if WSMvOrdinal >= WSFromOrdinal
                           and WSMvOrdinal <= WSRunOrdinal
                       perform AddOneUsage
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

AddOneUsage.
       compute WSWeekNum = (WSMvOrdinal - WSFromOrdinal) / 7 + 1
       if WSWeekNum > 13
           move 13 to WSWeekNum
       end-if
       move WSWeekNum to WSWeekIdx
       compute WSUsage = zero - MvQty
       move MvProdCode to WSCurProdCode
       perform FindProduct
       if WSPtFound > zero and WSUsage > zero
           add WSUsage to PtWeekUse(WSPtFound, WSWeekIdx)
           if MvWhseCode not = spaces
               move MvWhseCode to WSCurWhseCode
               perform FindLocation
               if WSLtFound > zero
                   add WSUsage to LtWeekUse(WSLtFound, WSWeekIdx)
               end-if
           end-if
       end-if.

*> senza fornitore preferito vale quello dell'ultimo PO del prodotto
FindLastPoVendors.
       open input PurchaseOrders
       if WSPoStatus = "00"
           move "N" to WSEOFFlag
           move zero to PoNum
           start PurchaseOrders key is not less than PoNum
               invalid key set AtEOF to true
           end-start
           perform until AtEOF
               read PurchaseOrders next record
                   at end set AtEOF to true
               end-read
               if not AtEOF and not PoCancelled
                   perform varying WSPoLineIdx from 1 by 1
                           until WSPoLineIdx > PoLineCount
                           or WSPoLineIdx > 10
                       move PoProdCode(WSPoLineIdx) to WSCurProdCode
                       perform FindProduct
                       if WSPtFound > zero
                           if PoDate >= PtLastPoDate(WSPtFound)
                               move PoDate to PtLastPoDate(WSPtFound)
                               move PoVendNum to PtLastPoVend(WSPtFound)
                           end-if
                       end-if
                   end-perform
               end-if
           end-perform
           move "N" to WSEOFFlag
           close PurchaseOrders
       end-if.

ResolveLeadDays.
       open input VendorFile
       perform varying WSPtIdx from 1 by 1 until WSPtIdx > WSPtCount
           move WSDefaultLeadDays to PtLeadDays(WSPtIdx)
           move PtPrefVend(WSPtIdx) to VendNum
           if VendNum = zero
               move PtLastPoVend(WSPtIdx) to VendNum
           end-if
           if VendNum > zero and WSVendStatus = "00"
               read VendorFile
                   invalid key continue
                   not invalid key
                       if VendLeadDays > zero
                           move VendLeadDays to PtLeadDays(WSPtIdx)
                       end-if
               end-read
           end-if
       end-perform
       if WSVendStatus = "00"
           close VendorFile
       end-if.

ProposeForProduct.
       perform varying WSWeekIdx from 1 by 1 until WSWeekIdx > 13
           move PtWeekUse(WSPtIdx, WSWeekIdx) to CwUse(WSWeekIdx)
       end-perform
       move PtLeadDays(WSPtIdx) to WSCalcLead
       move PtAbcClass(WSPtIdx) to WSCalcClass
       move PtOldPoint(WSPtIdx) to WSOldPoint
       move PtProdCode(WSPtIdx) to WSCurProdCode
       move spaces to WSCurWhseCode
       perform ComputeReorderPoint
       perform TestAndPropose.

*> una location senza punto e senza consumo non e' pianificata
ProposeForLocation.
       move LtProdIdx(WSLtIdx) to WSPtIdx
       perform varying WSWeekIdx from 1 by 1 until WSWeekIdx > 13
           move LtWeekUse(WSLtIdx, WSWeekIdx) to CwUse(WSWeekIdx)
       end-perform
       move PtLeadDays(WSPtIdx) to WSCalcLead
       move PtAbcClass(WSPtIdx) to WSCalcClass
       move LtOldPoint(WSLtIdx) to WSOldPoint
       move PtProdCode(WSPtIdx) to WSCurProdCode
       move LtWhseCode(WSLtIdx) to WSCurWhseCode
       perform ComputeReorderPoint
       perform TestAndPropose.

*> media giornaliera = totale / 91; deviazione giornaliera = scarto
*> delle 13 settimane / radice di 7; il punto si arrotonda per
*> eccesso all'unita'
ComputeReorderPoint.
       move zero to WSTotalUse
       perform varying WSWeekIdx from 1 by 1 until WSWeekIdx > 13
           add CwUse(WSWeekIdx) to WSTotalUse
       end-perform
       compute WSMeanWeek rounded = WSTotalUse / 13
       move zero to WSSumSquares
       perform varying WSWeekIdx from 1 by 1 until WSWeekIdx > 13
           compute WSWeekDev = CwUse(WSWeekIdx) - WSMeanWeek
           compute WSSumSquares = WSSumSquares + (WSWeekDev * WSWeekDev)
       end-perform
       compute WSWeekSd rounded = (WSSumSquares / 12) ** 0.5
       compute WSAvgDaily rounded = WSTotalUse / 91
       compute WSDailySd rounded = WSWeekSd / (7 ** 0.5)
       evaluate WSCalcClass
           when "A" move 2.05 to WSSafetyFactor
           when "B" move 1.65 to WSSafetyFactor
           when other move 1.28 to WSSafetyFactor
       end-evaluate
       compute WSSafetyRaw rounded =
           WSSafetyFactor * WSDailySd * (WSCalcLead ** 0.5)
       compute WSPointRaw = (WSAvgDaily * WSCalcLead) + WSSafetyRaw
       compute WSSafetyStock = WSSafetyRaw + .99
       compute WSNewPoint = WSPointRaw + .99
       add 1 to WSEvaluated.

*> va al buyer solo una variazione oltre la tolleranza; da zero o a
*> zero e' sempre un'eccezione
TestAndPropose.
       move "N" to WSExceptionFlag
       move zero to WSChangePct
       if WSNewPoint > WSOldPoint
           compute WSChangeDiff = WSNewPoint - WSOldPoint
       else
           compute WSChangeDiff = WSOldPoint - WSNewPoint
       end-if
       evaluate true
           when WSChangeDiff = zero
               continue
           when WSOldPoint = zero or WSNewPoint = zero
               set IsException to true
           when other
               compute WSChangePct = (WSChangeDiff * 100) / WSOldPoint
               if WSChangePct >= WSTolerancePct
                   set IsException to true
               end-if
       end-evaluate
       if IsException
           perform WriteProposal
       end-if.

WriteProposal.
       move WSCurProdCode to RpProdCode
       move WSCurWhseCode to RpWhseCode
       move WSOldPoint to RpOldPoint
       move WSNewPoint to RpNewPoint
       move WSAvgDaily to RpAvgDaily
       move WSDailySd to RpDailySd
       move WSCalcLead to RpLeadDays
       move WSCalcClass to RpAbcClass
       move WSSafetyStock to RpSafetyStock
       move WSRunDate to RpProposedDate
       set RpPending to true
       move spaces to RpDecidedBy
       move zero to RpDecidedDate
       write ProposalData
           invalid key display "Duplicate proposal skipped: "
               WSCurProdCode " " WSCurWhseCode
           not invalid key
               add 1 to WSProposed
               perform PrintProposalLine
       end-write.

PrintProposalLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move RpProdCode to PrnProdCode
       move RpWhseCode to PrnWhseCode
       move RpAbcClass to PrnClass
       move RpLeadDays to PrnLead
       move RpAvgDaily to PrnAvgDaily
       move RpDailySd to PrnDailySd
       move RpSafetyStock to PrnSafety
       move RpOldPoint to PrnOldPoint
       move RpNewPoint to PrnNewPoint
       move WSChangePct to PrnChangePct
       move " " to AsaControl
       move DetailLine to PrintBody
       if WSOldPoint = zero
           move "  new" to PrintBody(60:5)
       end-if
       write PrintLine
       add 1 to LineCount.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

*> revisione: una proposta alla volta, oppure tutte insieme; un punto
*> cambiato a mano dopo la proposta la lascia in sospeso
ReviewProposals.
       display "Buyer ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o ReorderProps
       if WSRpStatus not = "00"
           display "No reorder-point proposals on file - run mode 1"
           stop run
       end-if
       open i-o ProductFile
       open i-o StockByLocation
       display "A = approve every pending proposal, I = one at a"
           " time: " with no advancing
       accept WSReviewMode
       move "N" to WSStopFlag
       move "N" to WSEOFFlag
       move low-values to RpKey
       start ReorderProps key is not less than RpKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF or StopReview
           read ReorderProps next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RpPending
                   perform ReviewOneProposal
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       close ReorderProps, ProductFile
       if WSStockStatus = "00"
           close StockByLocation
       end-if
       display "Applied: " WSApplied "  rejected: " WSRejected
           "  left pending: " WSLeftPending
       stop run.

ReviewOneProposal.
       display RpProdCode " " RpWhseCode " class " RpAbcClass
           " lead " RpLeadDays " avg/day " RpAvgDaily " sd/day "
           RpDailySd " safety " RpSafetyStock
       display "    reorder point " RpOldPoint " -> " RpNewPoint
       if WSReviewMode = "A" or WSReviewMode = "a"
           move "Y" to WSDecision
       else
           display "    Y = approve, N = reject, Q = stop,"
               " other = later: " with no advancing
           accept WSDecision
       end-if
       evaluate WSDecision
           when "Y"
           when "y"
               perform ApplyProposal
           when "N"
           when "n"
               set RpRejected to true
               perform StampDecision
               add 1 to WSRejected
           when "Q"
           when "q"
               set StopReview to true
               add 1 to WSLeftPending
           when other
               add 1 to WSLeftPending
       end-evaluate.

ApplyProposal.
       move "N" to WSStaleFlag
       if RpWhseCode = spaces
           move RpProdCode to ProdCode
           read ProductFile
               invalid key set PointChangedSince to true
               not invalid key
                   if ProdReorderPoint not = RpOldPoint
                       set PointChangedSince to true
                   else
                       move RpNewPoint to ProdReorderPoint
                       rewrite ProductData
                           invalid key set PointChangedSince to true
                       end-rewrite
                   end-if
           end-read
       else
           move RpProdCode to StkProdCode
           move RpWhseCode to StkWhseCode
           read StockByLocation
               invalid key set PointChangedSince to true
               not invalid key
                   if StkReorderPoint not = RpOldPoint
                       set PointChangedSince to true
                   else
                       move RpNewPoint to StkReorderPoint
                       rewrite StockData
                           invalid key set PointChangedSince to true
                       end-rewrite
                   end-if
           end-read
       end-if
       if PointChangedSince
           display "    point on file changed since the proposal -"
               " left pending"
           add 1 to WSLeftPending
       else
           set RpApplied to true
           perform StampDecision
           add 1 to WSApplied
       end-if.

StampDecision.
       move OperatorID to RpDecidedBy
       move WSRunDate to RpDecidedDate
       rewrite ProposalData
           invalid key display "    proposal status not updated"
       end-rewrite.
