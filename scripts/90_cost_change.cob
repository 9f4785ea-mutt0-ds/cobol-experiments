*> change is journaled to CostHistory.dat - same discipline
*> 57_price_change.cob enforces on ProdPrice via PriceHistory.dat,
*> minus the pending/effective-date machinery (cost is internal, it
*> takes effect the moment accounting sets it). Landed unit costs
*> worked out by 143_landed_cost.cob wait on LandedCosts.dat as
*> proposed costs: option 3 takes accounting through them one by one
*> to apply (journaled like any other change) or decline.
IDENTIFICATION DIVISION.
PROGRAM-ID. costchange.
ENVIRONMENT DIVISION.
       SELECT CostHistory ASSIGN TO "CostHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSChStatus.
       SELECT LandedCosts ASSIGN TO "LandedCosts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LcKey
           ALTERNATE RECORD KEY IS LcVendNum WITH DUPLICATES
           FILE STATUS IS WSLcStatus.

DATA DIVISION.
FILE SECTION.
01 CostHistoryRecord.
   COPY COSTHISTREC.

FD LandedCosts.
01 LandedCostData.
   COPY LANDCREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSChStatus pic XX.
01 WSQueryProd pic X(8).
01 WSNewCost pic 9(4)V99.
01 WSHistListed pic 9(5).
*> proposte di costo landed da 143_landed_cost
01 WSLcStatus pic XX.
01 WSLcIdx pic 9(2).
01 WSLcDecision pic X.
01 WSLcChangedFlag pic X value "N".
       88 LcChanged value "Y".
01 WSLcQuitFlag pic X value "N".
       88 LcQuit value "Y".
01 WSLcOffered pic 9(5).
01 WSLcApplied pic 9(5).

PROCEDURE DIVISION.
StartPara.
           display "STANDARD COST MAINTENANCE"
           display "1 : Set a Product's Standard Cost"
           display "2 : Cost History for a Product"
           display "3 : Review Landed-Cost Proposals"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform SetStandardCost
               when 2 perform QueryCostHistory
               when 3 perform ReviewLandedCosts
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       if WSHistListed = zero
           display "No cost changes on record for " WSQueryProd
       end-if.

*> ogni riga landed in attesa: si applica come costo standard (con
*> la stessa registrazione in CostHistory), si rifiuta o si salta
ReviewLandedCosts.
       open i-o LandedCosts
       if WSLcStatus not = "00"
           display "No landed costs on file"
       else
           move zero to WSLcOffered WSLcApplied
           move "N" to WSLcQuitFlag
           move "N" to WSEOFFlag
           move low-values to LcKey
           start LandedCosts key is not less than LcKey
               invalid key set AtEOF to true
           end-start
           perform until AtEOF or LcQuit
               read LandedCosts next record
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   move "N" to WSLcChangedFlag
                   perform varying WSLcIdx from 1 by 1
                           until WSLcIdx > LcLineCount or LcQuit
                       if LcCostPending(WSLcIdx)
                           perform OfferLandedCost
                       end-if
                   end-perform
                   if LcChanged
                       rewrite LandedCostData
                           invalid key display "Landed cost record not"
                               " updated"
                       end-rewrite
                   end-if
               end-if
           end-perform
           close LandedCosts
           move "N" to WSEOFFlag
           display WSLcOffered " proposal(s) reviewed, " WSLcApplied
               " applied"
       end-if.

OfferLandedCost.
       move LcProdCode(WSLcIdx) to ProdCode
       read ProductFile
           invalid key
               display LcProdCode(WSLcIdx) " no longer on file -"
                   " proposal declined"
               set LcCostDeclined(WSLcIdx) to true
               move "Y" to WSLcChangedFlag
           not invalid key
               add 1 to WSLcOffered
               display " "
               display "PO " LcPoNum " receipt " LcRcptDate " vendor " LcVendNum
               display "  " ProdCode " " ProdDesc "  qty " LcQty(WSLcIdx)
               display "  PO unit cost " LcPoUnitCost(WSLcIdx) "  landed "
                   LcLandedUnitCost(WSLcIdx) "  current standard "
                   ProdStdCost
               display "A apply, D decline, S skip, Q quit: " with no advancing
               accept WSLcDecision
               evaluate WSLcDecision
                   when "A" when "a"
                       move ProdCode to ChProdCode
                       move ProdStdCost to ChOldCost
                       move LcLandedUnitCost(WSLcIdx) to ChNewCost
                       move WSRunDate to ChChangeDate
                       move OperatorID to ChOperatorID
                       move LcLandedUnitCost(WSLcIdx) to ProdStdCost
                       rewrite ProductData
                           invalid key display "Cost not applied"
                           not invalid key
                               open extend CostHistory
                               write CostHistoryRecord
                               close CostHistory
                               set LcCostApplied(WSLcIdx) to true
                               move "Y" to WSLcChangedFlag
                               add 1 to WSLcApplied
                               display "Cost set and journaled"
                       end-rewrite
                   when "D" when "d"
                       set LcCostDeclined(WSLcIdx) to true
                       move "Y" to WSLcChangedFlag
                   when "Q" when "q"
                       move "Y" to WSLcQuitFlag
                   when other
                       continue
               end-evaluate
       end-read.
