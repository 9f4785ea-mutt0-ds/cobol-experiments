       >>SOURCE FORMAT FREE
*> Unusual-order review: the merge (29_order_merge.cob) no longer
*> allocates an order that is far outside the customer's history -
*> an order value well over their twelve-month average, a line many
*> times the most they ever took of a product, a product they have
*> never bought, or goods bound for a ship-to keyed in the last few
*> days. Those orders wait in ReviewOrders.dat, and this screen is
*> where a supervisor looks at why and decides: a release re-stages
*> the order so the next merge allocates it like any fresh order
*> (it is not queued a second time), a cancel drops it and its
*> overflow lines. Either decision is written to OrderAudit.dat
*> with who made it, and stays on the queue record with the reason.
IDENTIFICATION DIVISION.
PROGRAM-ID. orderreview.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReviewOrders ASSIGN TO "ReviewOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum OF ReviewOrderData
           FILE STATUS IS WSRvStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.
       SELECT OrderStaging ASSIGN TO "OrderStaging.dat"
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL.
       SELECT OrderLines ASSIGN TO "OrderLines.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OlKey
           FILE STATUS IS WSOlStatus.
       SELECT OrderAudit ASSIGN TO "OrderAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReviewOrders.
01 ReviewOrderData.
   COPY ORDERREC.
   COPY REVIEWREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

FD OrderStaging.
01 StagingData.
   COPY ORDERREC.

FD OrderLines.
01 OrderLineData.
   COPY ORDLINREC.

FD OrderAudit.
01 OrderAuditRecord.
   COPY ORDAUDREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSRvStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSOlStatus pic XX.
01 WSOlOpenFlag pic X value "N".
       88 OlFileOpen value "Y".
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSOlEOFFlag pic X value "N".
       88 OlAtEOF value "Y".
01 WSSupervisorID pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSEnteredPassword pic X(8).
01 WSRunDate pic 9(8).
01 WSPickOrder pic 9(6).
01 WSDecision pic X.
01 WSDecisionNote pic X(32).
01 WSListed pic 9(5).
01 WSReleasedCount pic 9(5) value zero.
01 WSCancelledCount pic 9(5) value zero.
01 WSCustName pic X(31).
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSLineQty pic 9(5).
01 WSValueEdit pic Z,ZZZ,ZZ9.99.
01 WSAvgEdit pic Z,ZZZ,ZZ9.99.
*> righe overflow dell'ordine cancellato, raccolte prima di
*> cancellarle: niente DELETE sotto il READ NEXT
01 OverflowTable.
       02 OvtLineNum pic 9(2) occurs 94 times.
01 WSOvtUsed pic 9(2).
01 WSOvtIdx pic 9(2).
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSOrdChainTrail pic X(12) value "ORDAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).

PROCEDURE DIVISION.
StartPara.
       open i-o ReviewOrders
       if WSRvStatus = "35"
           display "No review queue on file - nothing is waiting"
           stop run
       end-if
       display "Supervisor ID: " with no advancing
       accept WSSupervisorID
       perform CheckSupervisorLogin 3 times
       if not LoginSuccess
           display "Supervisor login failed - review screen locked"
           close ReviewOrders
           stop run
       end-if
       accept WSRunDate from date yyyymmdd
       open input CustomerFile
       open extend OrderStaging
       open extend OrderAudit
       open i-o OrderLines
       if WSOlStatus = "00"
           set OlFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "UNUSUAL ORDER REVIEW"
           display "1 : List Orders Waiting for Review"
           display "2 : Review an Order (release or cancel)"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListReviewQueue
               when 2 perform ReviewOneOrder
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close ReviewOrders, CustomerFile, OrderStaging, OrderAudit
       if OlFileOpen
           close OrderLines
       end-if
       display "Released: " WSReleasedCount "  Cancelled: "
           WSCancelledCount
       stop run.

*> stesso login con ruolo di 73_credit_hold.cob
CheckSupervisorLogin.
       if not LoginSuccess
           open input OperatorFile
           if WSOperatorStatus not = "00"
               display "No operator master - cannot verify the role"
           else
               move WSSupervisorID to OpUserID
               display "Password: " with no advancing
               accept WSEnteredPassword
               read OperatorFile
                   invalid key display "Invalid operator or password"
                   not invalid key
                       evaluate true
                           when OpDisabled
                               display "Operator is disabled"
                           when OpPassword not = WSEnteredPassword
                               display "Invalid operator or password"
                           when not OpSupervisor
                               display "Supervisor role required"
                           when other
                               set LoginSuccess to true
                       end-evaluate
               end-read
               close OperatorFile
           end-if
       end-if.

ListReviewQueue.
       move zero to WSListed
       move "N" to WSEOFFlag
       move zero to OrderNum OF ReviewOrderData
       start ReviewOrders key is not less than
               OrderNum OF ReviewOrderData
           invalid key set AtEOF to true
       end-start
       display "Order  Cust  Queued   Why  Detail"
       perform until AtEOF
           read ReviewOrders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RvPending
                   add 1 to WSListed
                   display OrderNum OF ReviewOrderData " "
                       OrderCustIDNum OF ReviewOrderData " "
                       RvQueuedDate " " RvReasons " " RvDetail
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " order(s) waiting for review"
       display "(Why: value, quantity, new product, new ship-to)".

ReviewOneOrder.
       display "Order Number: " with no advancing
       accept WSPickOrder
       move WSPickOrder to OrderNum OF ReviewOrderData
       read ReviewOrders
           invalid key
               display "Order " WSPickOrder " is not in the review queue"
           not invalid key
               if not RvPending
                   display "Already decided (" RvDecision ") by " RvDecidedBy
                       " on " RvDecidedDate ": " RvDecisionNote
               else
                   perform ShowQueuedOrder
                   display "R release to the merge, C cancel (blank = leave): "
                       with no advancing
                   accept WSDecision
                   evaluate WSDecision
                       when "R" when "r" move "R" to WSDecision
                       when "C" when "c" move "C" to WSDecision
                       when other
                           display "Order left in the queue"
                           move spaces to WSDecision
                   end-evaluate
                   if WSDecision not = spaces
                       move spaces to WSDecisionNote
                       perform until WSDecisionNote not = spaces
                           display "Reason for the decision: " with no advancing
                           accept WSDecisionNote
                       end-perform
                       if WSDecision = "R"
                           perform ReleaseQueuedOrder
                       else
                           perform CancelQueuedOrder
                       end-if
                   end-if
               end-if
       end-read.

ShowQueuedOrder.
       move spaces to WSCustName
       move OrderCustIDNum OF ReviewOrderData to IDNum
       read CustomerFile
           invalid key move "(not on file)" to WSCustName
           not invalid key
               string FirstName delimited by space
                   " " delimited by size
                   LastName delimited by space
                   into WSCustName
       end-read
       display " "
       display "Order " OrderNum OF ReviewOrderData " dated "
           OrderDate OF ReviewOrderData " queued " RvQueuedDate
       display "Customer " OrderCustIDNum OF ReviewOrderData " "
           WSCustName
       if OrderShipToCode OF ReviewOrderData not = spaces
           display "Ship-to " OrderShipToCode OF ReviewOrderData
       end-if
       if RvValueHigh
           move RvOrderValue to WSValueEdit
           move RvAvgValue to WSAvgEdit
           display "  * order value " WSValueEdit
               " against a 12-month average of " WSAvgEdit
       end-if
       if RvQtyHigh
           display "  * a line far over the most ever ordered"
       end-if
       if RvNewProduct
           display "  * a product the customer has never bought"
       end-if
       if RvNewShipTo
           display "  * a ship-to keyed in the last few days"
       end-if
       display "  " RvDetail
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > OrderLineCount OF ReviewOrderData
               or WSLineIdx > 5
           move zero to WSLineQty
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               add OrderSizeQuantity OF ReviewOrderData
                   (WSLineIdx, WSSizeIdx) to WSLineQty
           end-perform
           display "  " OrderProdCode OF ReviewOrderData(WSLineIdx) " "
               OrderProdName OF ReviewOrderData(WSLineIdx) " qty "
               WSLineQty
       end-perform
       if OrderLineCount OF ReviewOrderData > 5
           display "  ... " OrderLineCount OF ReviewOrderData
               " lines in all"
       end-if.

*> torna in staging come Entered: il merge di stanotte lo alloca e,
*> trovandolo gia' rilasciato qui, non lo rimette in coda
ReleaseQueuedOrder.
       move ReviewOrderData to StagingData
       set OrderEntered OF StagingData to true
       write StagingData
       set OrdAuditReviewRelease to true
       move ReviewOrderData to OrdAuditBeforeImage
       move StagingData to OrdAuditAfterImage
       perform WriteReviewAudit
       set RvReleased to true
       perform RecordDecision
       add 1 to WSReleasedCount
       display "Order " WSPickOrder " released to staging".

*> l'ordine non e' mai arrivato sul master e non ha allocato niente:
*> si cancellano solo le sue righe overflow
CancelQueuedOrder.
       move ReviewOrderData to OrdAuditBeforeImage
       set OrderCancelled OF ReviewOrderData to true
       move ReviewOrderData to OrdAuditAfterImage
       set OrdAuditCancel to true
       perform WriteReviewAudit
       if OrderLineCount OF ReviewOrderData > 5
           perform DropOverflowLines
       end-if
       set RvCancelled to true
       perform RecordDecision
       add 1 to WSCancelledCount
       display "Order " WSPickOrder " cancelled".

RecordDecision.
       move WSSupervisorID to RvDecidedBy
       move WSRunDate to RvDecidedDate
       move WSDecisionNote to RvDecisionNote
       rewrite ReviewOrderData
           invalid key display "Decision not saved on the queue"
               " record - order " WSPickOrder
       end-rewrite.

DropOverflowLines.
       if not OlFileOpen
           display "Order has lines beyond 5 but no OrderLines file"
               " is on disk - nothing to remove"
       else
           move zero to WSOvtUsed
           move "N" to WSOlEOFFlag
           move WSPickOrder to OlOrderNum
           move zero to OlLineNum
           start OrderLines key is not less than OlKey
               invalid key set OlAtEOF to true
           end-start
           perform until OlAtEOF
               read OrderLines next record
                   at end set OlAtEOF to true
               end-read
               if not OlAtEOF
                   if OlOrderNum not = WSPickOrder
                       set OlAtEOF to true
                   else
                       if WSOvtUsed < 94
                           add 1 to WSOvtUsed
                           move OlLineNum to OvtLineNum(WSOvtUsed)
                       end-if
                   end-if
               end-if
           end-perform
           move "N" to WSOlEOFFlag
           perform varying WSOvtIdx from 1 by 1
                   until WSOvtIdx > WSOvtUsed
               move WSPickOrder to OlOrderNum
               move OvtLineNum(WSOvtIdx) to OlLineNum
               delete OrderLines record
                   invalid key display "Overflow line not"
                       " removed: " OvtLineNum(WSOvtIdx)
               end-delete
           end-perform
       end-if.

WriteReviewAudit.
       move WSPickOrder to OrdAuditOrderNum
       move WSSupervisorID to OrdAuditOperatorID
       accept WSNowDate from date yyyymmdd
       accept WSNowTime from time
       move spaces to OrdAuditTimestamp
       string WSNowDate delimited by size
           "-" delimited by size
           WSNowTime delimited by size
           into OrdAuditTimestamp
       move length of OrderAuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSOrdChainTrail, OrderAuditRecord,
           WSChainLen, WSChainValue
       write OrderAuditRecord.
