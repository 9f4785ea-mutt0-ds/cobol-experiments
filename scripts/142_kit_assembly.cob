       >>SOURCE FORMAT FREE
*> Kit assembly work orders: kits on BillOfMaterials.dat used to be
*> put together only at pick time, one order at a time, so a promo
*> needing 200 kits could not be built ahead. A work order is opened
*> here for a quantity of a kit at one warehouse and prints the
*> component pick list (WorkOrder<number>.dat, in the report
*> catalog). When the bench reports it done, the components are taken
*> off ProdOnHand and their warehouse bucket (KC lines on the movement
*> ledger) and the finished kits go onto the kit's own on-hand (KA),
*> which the merge, pickpack and availability now draw on before
*> exploding a kit into components. The kit's standard cost is rolled
*> up from its components' ProdStdCost at completion and journaled to
*> CostHistory.dat like any other cost change.
IDENTIFICATION DIVISION.
PROGRAM-ID. kitassembly.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT BillOfMaterials ASSIGN TO "BillOfMaterials.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BomKey
           FILE STATUS IS WSBomStatus.
       SELECT WorkOrders ASSIGN TO "WorkOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS WoNum
           FILE STATUS IS WSWoStatus.
       *> numeratore work order, stesso schema a un record di
       *> RtvControl.dat
       SELECT WoControl ASSIGN TO "WoControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       *> bin dei componenti sul pick list, come in pickpack
       SELECT StockByLocation ASSIGN TO "StockByLocation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StockKey
           FILE STATUS IS WSStockStatus.
       SELECT CostHistory ASSIGN TO "CostHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSChStatus.
       SELECT WoPickList ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD BillOfMaterials.
01 BomData.
   COPY BOMREC.

FD WorkOrders.
01 WorkOrderData.
   COPY WORKORDREC.

FD WoControl.
01 WoControlRecord.
   02 CtlNextWoNum pic 9(6).

FD StockByLocation.
01 StockData.
   COPY STOCKREC.

FD CostHistory.
01 CostHistoryRecord.
   COPY COSTHISTREC.

FD WoPickList.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSBomStatus pic XX.
01 WSWoStatus pic XX.
01 WSCtlStatus pic XX.
01 WSStockStatus pic XX.
01 WSStockOpenFlag pic X value "N".
       88 StockFileOpen value "Y".
01 WSChStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSBomEOFFlag pic X value "N".
       88 BomAtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSConfirm pic X.
01 WSKitOkFlag pic X value "N".
   88 KitOk value "Y".
01 WSRptFileName pic X(30).
01 WSListed pic 9(5).
*> work order in lavorazione
01 WSKitCode pic X(8).
01 WSKitDesc pic X(20).
01 WSWoQty pic 9(5).
01 WSBuiltQty pic 9(5).
01 WSWhseCode pic XX.
01 WSWoNum pic 9(6).
*> componenti del kit dalla distinta, con giacenza e costo
01 BomCompTable.
       02 BomCompEntry occurs 10 times.
           03 BcCompCode pic X(8).
           03 BcCompQty pic 9(3).
           03 BcCompDesc pic X(20).
           03 BcCompOnHand pic 9(5).
           03 BcCompCost pic 9(4)V99.
           03 BcCompReq pic 9(7).
01 WSBomCount pic 9(2).
01 WSBomIdx pic 9(2).
01 WSBomOverflow pic X value "N".
01 WSShortCount pic 9(2).
*> costo del kit: somma costo standard componente x qty per kit
01 WSRollCost pic 9(7)V99.
01 WSKitCost pic 9(4)V99.
01 WSUncostedCount pic 9(2).
01 WSPostOkFlag pic X value "Y".
*> righe sul movement ledger unificato, via STOCKMOVE: KC i
*> componenti consumati, KA i kit finiti
01 WSMoveQty pic S9(5).
01 WSMoveSource pic XX.
01 WSMoveRef pic X(10).
01 WSLocDelta pic S9(5).
01 WSOpenedCount pic 9(5) value zero.
01 WSCompletedCount pic 9(5) value zero.
01 Dollars PIC $$,$$$,$$9.99.
*> pick list componenti del work order
01 PickHeading.
       02 filler pic X(29) value "KIT ASSEMBLY WORK ORDER".
       02 PrnWoNum pic 9(6).
       02 filler pic X(8) value space.
       02 filler pic X(6) value "DATE: ".
       02 PrnWoDate pic 9999/99/99.
01 PickKitLine.
       02 filler pic X(8) value "BUILD ".
       02 PrnWoQty pic ZZZZ9.
       02 filler pic X(3) value " x ".
       02 PrnKitCode pic X(8).
       02 filler pic X value space.
       02 PrnKitDesc pic X(20).
       02 filler pic X(4) value " AT ".
       02 PrnWoWhse pic XX.
01 PickHeads pic X(80) value
       "Component Description          Per Kit     Total Bin".
01 PickDetail.
       02 PrnCompCode pic X(8).
       02 filler pic X(2) value space.
       02 PrnCompDesc pic X(20).
       02 filler pic X value space.
       02 PrnCompPer pic ZZZZZZ9.
       02 filler pic X value space.
       02 PrnCompTotal pic ZZZZZZ9.
       02 filler pic X(3) value space.
       02 PrnCompBin pic X(6).
01 PickSignLine pic X(80) value
       "Picked by: ____________________   Built by: ____________________".
*> registrazione del pick list nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "kitassembly".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open input BillOfMaterials
       if WSBomStatus not = "00"
           display "No bill of materials on file - no kits to build"
           stop run
       end-if
       open i-o ProductFile
       open i-o WorkOrders
       if WSWoStatus = "35"
           open output WorkOrders
           close WorkOrders
           open i-o WorkOrders
       end-if
       open input StockByLocation
       if WSStockStatus = "00"
           set StockFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "KIT ASSEMBLY WORK ORDERS"
           display "1 : Open a Work Order"
           display "2 : Reprint a Work Order Pick List"
           display "3 : Complete a Work Order"
           display "4 : Cancel a Work Order"
           display "5 : List Open Work Orders"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform OpenWorkOrder
               when 2 perform ReprintPickList
               when 3 perform CompleteWorkOrder
               when 4 perform CancelWorkOrder
               when 5 perform ListOpenWorkOrders
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close BillOfMaterials, ProductFile, WorkOrders
       if StockFileOpen
           close StockByLocation
       end-if
       display "Work orders opened: " WSOpenedCount
           "  completed: " WSCompletedCount
       stop run.

*> il kit deve avere una distinta; si mostra il fabbisogno di ogni
*> componente contro la giacenza - un mancante non blocca l'apertura
*> (la merce puo' arrivare prima del banco), ma la chiusura si'
OpenWorkOrder.
       display "Kit Code: " with no advancing
       accept WSKitCode
       perform CheckKitForWorkOrder
       if KitOk
           move zero to WSWoQty
           display "Kits to build: " with no advancing
           accept WSWoQty
           if WSWoQty = zero
               display "Nothing to build"
           else
               perform ConfirmWorkOrder
           end-if
       end-if.

CheckKitForWorkOrder.
       move "N" to WSKitOkFlag
       move WSKitCode to ProdCode
       read ProductFile
           invalid key display "Kit not on the product file"
           not invalid key perform CheckKitProduct
       end-read.

CheckKitProduct.
       if ProdDiscontinued
           display "Kit is discontinued - no work order"
       else
           move ProdDesc to WSKitDesc
           perform LoadKitComponents
           if WSBomCount = zero
               display WSKitCode " has no bill of materials - not a kit"
           else
               set KitOk to true
           end-if
       end-if.

ConfirmWorkOrder.
       display "Assembly warehouse (blank = W1): " with no advancing
       accept WSWhseCode
       if WSWhseCode = spaces
           move "W1" to WSWhseCode
       end-if
       perform ShowRequirements
       if WSShortCount > zero
           display "WARNING: " WSShortCount " component(s) short -"
               " the work order cannot complete until they arrive"
       end-if
       display "Open the work order? (Y/N): " with no advancing
       accept WSConfirm
       if WSConfirm = "Y" or WSConfirm = "y"
           perform WriteWorkOrder
       else
           display "Work order not opened"
       end-if.

WriteWorkOrder.
       perform GetNextWoNum
       move WSWoNum to WoNum
       move WSKitCode to WoKitCode
       move WSWhseCode to WoWhseCode
       move WSWoQty to WoQtyOrdered
       move zero to WoQtyBuilt
       set WoOpen to true
       move WSRunDate to WoOpenedDate
       move OperatorID to WoOpenedBy
       move zero to WoClosedDate
       move spaces to WoClosedBy
       move zero to WoKitUnitCost
       write WorkOrderData
           invalid key
               display "Work order " WSWoNum " already on file -"
                   " check WoControl.dat"
           not invalid key
               add 1 to WSOpenedCount
               perform PrintPickList
               display "Work order " WoNum " opened, pick list in "
                   WSRptFileName
       end-write.

ReprintPickList.
       display "Work order number: " with no advancing
       accept WoNum
       read WorkOrders
           invalid key display "Work order not on file"
           not invalid key
               if not WoOpen
                   display "Work order is no longer open"
               else
                   move WoKitCode to WSKitCode ProdCode
                   read ProductFile
                       invalid key move spaces to ProdDesc
                   end-read
                   move ProdDesc to WSKitDesc
                   move WoQtyOrdered to WSWoQty
                   move WoWhseCode to WSWhseCode
                   perform LoadKitComponents
                   perform ShowRequirements
                   perform PrintPickList
                   display "Pick list reprinted to " WSRptFileName
               end-if
       end-read.

*> chiusura: quanto e' stato davvero costruito; tutti i componenti
*> devono esserci per quella quantita', poi escono (KC) e i kit
*> entrano (KA), e il costo del kit si riallinea alla somma dei
*> componenti
CompleteWorkOrder.
       display "Work order number: " with no advancing
       accept WoNum
       read WorkOrders
           invalid key
               display "Work order not on file"
           not invalid key
               perform CheckWoForCompletion
       end-read.

CheckWoForCompletion.
       if not WoOpen
           display "Work order is not open (status " WoStatus ")"
       else
           perform AcceptBuiltQty
           perform LoadKitComponents
           if WSBomCount = zero
               display "Kit no longer has a bill of materials - cannot"
                   " complete"
           else
               perform ConfirmCompletion
           end-if
       end-if.

AcceptBuiltQty.
       move WoKitCode to WSKitCode
       move WoWhseCode to WSWhseCode
       display "Kit " WoKitCode " ordered " WoQtyOrdered " at "
           WoWhseCode
       display "Kits actually built (0 = all " WoQtyOrdered "): "
           with no advancing
       accept WSBuiltQty
       if WSBuiltQty = zero
           move WoQtyOrdered to WSBuiltQty
       end-if
       if WSBuiltQty > WoQtyOrdered
           display "More than ordered - taking " WoQtyOrdered
           move WoQtyOrdered to WSBuiltQty
       end-if.

ConfirmCompletion.
       move WSBuiltQty to WSWoQty
       perform ShowRequirements
       if WSShortCount > zero
           display "Cannot complete: " WSShortCount " component(s)"
               " short for " WSBuiltQty " kit(s)"
       else
           perform RollUpKitCost
           display "Consume the components and add " WSBuiltQty
               " kit(s) to stock? (Y/N): " with no advancing
           accept WSConfirm
           if WSConfirm = "Y" or WSConfirm = "y"
               perform PostCompletion
           else
               display "Work order left open"
           end-if
       end-if.

PostCompletion.
       move spaces to WSMoveRef
       string "WO" delimited by size
           WoNum delimited by size
           into WSMoveRef
       move WSKitCode to ProdCode
       read ProductFile
           invalid key
               display "Kit not on the product file - not completed"
           not invalid key
               perform PostKitCompletion
       end-read.

PostKitCompletion.
       move "Y" to WSPostOkFlag
       add WSBuiltQty to ProdOnHand
           on size error
               display "Kit on-hand would overflow - complete it in"
                   " smaller quantities"
               move "N" to WSPostOkFlag
       end-add
       if WSPostOkFlag not = "N"
           perform varying WSBomIdx from 1 by 1
                   until WSBomIdx > WSBomCount
               perform ConsumeOneComponent
           end-perform
           move WSKitCode to ProdCode
           read ProductFile
               invalid key
                   display "Kit record lost - finished kits NOT posted"
                   move "N" to WSPostOkFlag
           end-read
       end-if
       if WSPostOkFlag not = "N"
           perform UpdateKitStock
       end-if
       if WSPostOkFlag not = "N"
           perform CloseCompletedWo
       end-if.

UpdateKitStock.
       add WSBuiltQty to ProdOnHand
       if WSKitCost not = ProdStdCost
           perform LogKitCostChange
       end-if
       rewrite ProductData
           invalid key
               display "Kit on-hand update failed"
               move "N" to WSPostOkFlag
       end-rewrite.

LogKitCostChange.
       move ProdCode to ChProdCode
       move ProdStdCost to ChOldCost
       move WSKitCost to ChNewCost
       move WSRunDate to ChChangeDate
       move OperatorID to ChOperatorID
       move WSKitCost to ProdStdCost
       open extend CostHistory
       if WSChStatus = "35"
           open output CostHistory
       end-if
       write CostHistoryRecord
       close CostHistory
       display "Kit standard cost rolled up to " WSKitCost.

CloseCompletedWo.
       move WSBuiltQty to WSLocDelta
       call "STOCKADJ" using WSKitCode, WSWhseCode, WSLocDelta
       move WSBuiltQty to WSMoveQty
       move "KA" to WSMoveSource
       call "STOCKMOVE" using WSKitCode, WSWhseCode, WSMoveQty,
           WSMoveSource, WSMoveRef, OperatorID
       set WoCompleted to true
       move WSBuiltQty to WoQtyBuilt
       move WSRunDate to WoClosedDate
       move OperatorID to WoClosedBy
       move WSKitCost to WoKitUnitCost
       rewrite WorkOrderData
           invalid key display "Work order record not updated"
       end-rewrite
       add 1 to WSCompletedCount
       display "Work order " WoNum " completed: " WSBuiltQty
           " kit(s) of " WSKitCode " on hand at " WSWhseCode
       if WSBuiltQty < WoQtyOrdered
           display "  (ordered " WoQtyOrdered " - the rest closes"
               " with the work order)"
       end-if.

ConsumeOneComponent.
       move BcCompCode(WSBomIdx) to ProdCode
       read ProductFile
           invalid key
               display "  component " ProdCode " not on file - not"
                   " consumed"
           not invalid key
               if ProdOnHand >= BcCompReq(WSBomIdx)
                   subtract BcCompReq(WSBomIdx) from ProdOnHand
               else
                   move zero to ProdOnHand
               end-if
               rewrite ProductData
                   invalid key display "  component " ProdCode
                       " on-hand not updated"
               end-rewrite
               compute WSLocDelta = zero - BcCompReq(WSBomIdx)
               call "STOCKADJ" using ProdCode, WSWhseCode,
                   WSLocDelta
               move WSLocDelta to WSMoveQty
               move "KC" to WSMoveSource
               call "STOCKMOVE" using ProdCode, WSWhseCode,
                   WSMoveQty, WSMoveSource, WSMoveRef, OperatorID
       end-read.

CancelWorkOrder.
       display "Work order number: " with no advancing
       accept WoNum
       read WorkOrders
           invalid key display "Work order not on file"
           not invalid key
               if not WoOpen
                   display "Work order is not open"
               else
                   display "Cancel work order " WoNum " for "
                       WoQtyOrdered " x " WoKitCode "? (Y/N): "
                       with no advancing
                   accept WSConfirm
                   if WSConfirm = "Y" or WSConfirm = "y"
                       set WoCancelled to true
                       move WSRunDate to WoClosedDate
                       move OperatorID to WoClosedBy
                       rewrite WorkOrderData
                           invalid key display "Cancel failed"
                           not invalid key
                               display "Work order " WoNum
                                   " cancelled - nothing was consumed"
                       end-rewrite
                   end-if
               end-if
       end-read.

ListOpenWorkOrders.
       move zero to WSListed
       move "N" to WSEOFFlag
       move zero to WoNum
       start WorkOrders key is not less than WoNum
           invalid key set AtEOF to true
       end-start
       display "WO     Opened   Kit      Wh   Qty By"
       perform until AtEOF
           read WorkOrders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WoOpen
                   display WoNum " " WoOpenedDate " " WoKitCode " "
                       WoWhseCode " " WoQtyOrdered " " WoOpenedBy
                   add 1 to WSListed
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " open work order(s)".

*> componenti del kit dalla distinta, con descrizione, giacenza e
*> costo standard dal product file
LoadKitComponents.
       move zero to WSBomCount
       move "N" to WSBomOverflow
       move "N" to WSBomEOFFlag
       move low-values to BomKey
       move WSKitCode to BomKitCode
       start BillOfMaterials key is not less than BomKey
           invalid key set BomAtEOF to true
       end-start
       perform until BomAtEOF
           read BillOfMaterials next record
               at end set BomAtEOF to true
           end-read
           if not BomAtEOF
               if BomKitCode not = WSKitCode
                   set BomAtEOF to true
               else
                   if WSBomCount < 10
                       add 1 to WSBomCount
                       move BomCompCode to BcCompCode(WSBomCount)
                       move BomCompQty to BcCompQty(WSBomCount)
                   else
                       move "Y" to WSBomOverflow
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSBomEOFFlag
       if WSBomOverflow = "Y"
           display "NOTE: kit has more than 10 components - only the"
               " first 10 are handled here"
       end-if
       perform varying WSBomIdx from 1 by 1
               until WSBomIdx > WSBomCount
           move BcCompCode(WSBomIdx) to ProdCode
           read ProductFile
               invalid key
                   move "** NOT ON FILE **" to BcCompDesc(WSBomIdx)
                   move zero to BcCompOnHand(WSBomIdx)
                   move zero to BcCompCost(WSBomIdx)
               not invalid key
                   move ProdDesc to BcCompDesc(WSBomIdx)
                   move ProdOnHand to BcCompOnHand(WSBomIdx)
                   move ProdStdCost to BcCompCost(WSBomIdx)
           end-read
       end-perform.

*> fabbisogno per WSWoQty kit, a video, contando i componenti corti
ShowRequirements.
       move zero to WSShortCount
       display "Component Description          Need    On hand"
       perform varying WSBomIdx from 1 by 1
               until WSBomIdx > WSBomCount
           compute BcCompReq(WSBomIdx) =
               WSWoQty * BcCompQty(WSBomIdx)
           if BcCompReq(WSBomIdx) > BcCompOnHand(WSBomIdx)
               add 1 to WSShortCount
               display BcCompCode(WSBomIdx) "  "
                   BcCompDesc(WSBomIdx) " " BcCompReq(WSBomIdx)
                   " " BcCompOnHand(WSBomIdx) "  SHORT"
           else
               display BcCompCode(WSBomIdx) "  "
                   BcCompDesc(WSBomIdx) " " BcCompReq(WSBomIdx)
                   " " BcCompOnHand(WSBomIdx)
           end-if
       end-perform.

*> costo del kit = somma dei costi standard dei componenti per la
*> loro quantita' per kit; un componente senza costo pesa zero
RollUpKitCost.
       move zero to WSRollCost
       move zero to WSUncostedCount
       perform varying WSBomIdx from 1 by 1
               until WSBomIdx > WSBomCount
           if BcCompCost(WSBomIdx) = zero
               add 1 to WSUncostedCount
           end-if
           compute WSRollCost = WSRollCost
               + BcCompCost(WSBomIdx) * BcCompQty(WSBomIdx)
       end-perform
       if WSRollCost > 9999.99
           display "Rolled-up cost " WSRollCost " exceeds the cost"
               " field - kit cost capped at 9999.99"
           move 9999.99 to WSKitCost
       else
           move WSRollCost to WSKitCost
       end-if
       move WSKitCost to Dollars
       display "Kit cost rolled up from components: " Dollars
       if WSUncostedCount > zero
           display "  (" WSUncostedCount " component(s) have no"
               " standard cost yet - counted at zero)"
       end-if.

PrintPickList.
       move spaces to WSRptFileName
       string "WorkOrder" delimited by size
           WoNum delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output WoPickList
       move spaces to WSRcParams
       string "WO " delimited by size
           WoNum delimited by size
           " KIT " delimited by size
           WoKitCode delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       move WoNum to PrnWoNum
       move WoOpenedDate to PrnWoDate
       move "1" to AsaControl
       move PickHeading to PrintBody
       write PrintLine
       move WoQtyOrdered to PrnWoQty
       move WoKitCode to PrnKitCode
       move WSKitDesc to PrnKitDesc
       move WoWhseCode to PrnWoWhse
       move "0" to AsaControl
       move PickKitLine to PrintBody
       write PrintLine
       move "-" to AsaControl
       move PickHeads to PrintBody
       write PrintLine
       perform varying WSBomIdx from 1 by 1
               until WSBomIdx > WSBomCount
           move BcCompCode(WSBomIdx) to PrnCompCode
           move BcCompDesc(WSBomIdx) to PrnCompDesc
           move BcCompQty(WSBomIdx) to PrnCompPer
           move BcCompReq(WSBomIdx) to PrnCompTotal
           move spaces to PrnCompBin
           if StockFileOpen
               move BcCompCode(WSBomIdx) to StkProdCode
               move WoWhseCode to StkWhseCode
               read StockByLocation
                   invalid key continue
                   not invalid key
                       move StkBinLocation to PrnCompBin
               end-read
           end-if
           move " " to AsaControl
           move PickDetail to PrintBody
           write PrintLine
       end-perform
       move "-" to AsaControl
       move PickSignLine to PrintBody
       write PrintLine
       close WoPickList.

*> legge e incrementa il numero work order, come GetNextRtvNum
GetNextWoNum.
       move zero to WSWoNum
       open input WoControl
       if WSCtlStatus = "00"
           read WoControl
               at end move zero to CtlNextWoNum
           end-read
           move CtlNextWoNum to WSWoNum
           close WoControl
       end-if
       if WSWoNum = zero
           move 1 to WSWoNum
       end-if
       open output WoControl
       compute CtlNextWoNum = WSWoNum + 1
       write WoControlRecord
       close WoControl.
