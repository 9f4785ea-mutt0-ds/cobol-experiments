*> for cancelled or reduced lines - serving waiting backorders first
*> via BACKREL, like a goods receipt - and write before/after images
*> to OrderAudit.dat (ORDAUDREC) so order changes are as traceable
*> as customer changes. A remark about the order's customer goes on
*> the customer's notes log through CUSTNOTE (menu option 3).
*> Cancelling an order puts any serial numbers already picked on it
*> back on the shelf.
IDENTIFICATION DIVISION.
PROGRAM-ID. ordermaint.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSOlStatus.
       SELECT OrderAudit ASSIGN TO "OrderAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> seriali gia' prelevati sull'ordine: tornano a scaffale con
       *> la cancellazione
       SELECT SerialNumbers ASSIGN TO "SerialNumbers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SerKey
           ALTERNATE RECORD KEY IS SerOrderNum WITH DUPLICATES
           FILE STATUS IS WSSerStatus.

DATA DIVISION.
FILE SECTION.
01 OrderAuditRecord.
   COPY ORDAUDREC.

FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSBoStatus pic XX.
01 WSBoOpenQty pic 9(4).
01 WSProdFound pic X value "N".
       88 ProdFound value "Y".
01 WSBeforeImage pic X(352).
01 WSAfterImage pic X(352).
01 WSLocDelta pic S9(5).
*> riga sul movement ledger unificato, via STOCKMOVE
01 WSMoveQty pic S9(5).
       02 OvtLineNum pic 9(2) occurs 94 times.
01 WSOvtUsed pic 9(2).
01 WSOvtIdx pic 9(2).
*> nota sul cliente dell'ordine via CUSTNOTE
01 WSNoteType pic X.
01 WSNoteText pic X(60).
01 WSNoteSource pic X(8) value "ORDMAINT".
01 WSOrderRemark pic X(46).
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSSerEOFFlag pic X value "N".
       88 SerAtEOF value "Y".
01 WSSerialsFreed pic 9(5).
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
           set OlFileOpen to true
       end-if
       open extend OrderAudit
       open i-o SerialNumbers
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "ORDER MAINTENANCE"
           display "1 : Amend a Line Quantity"
           display "2 : Cancel an Order"
           display "3 : Add a Note on the Order's Customer"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AmendOrder
               when 2 perform CancelOrder
               when 3 perform AddOrderNote
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       if OlFileOpen
           close OrderLines
       end-if
       if SerFileOpen
           close SerialNumbers
       end-if
       stop run.

*> la nota va al cliente dell'ordine come nota di tipo ordine, con
*> il numero ordine davanti al testo
AddOrderNote.
       display "Order Number: " with no advancing
       accept OrderNum
       read OrdersFile
           invalid key display "Order not found"
           not invalid key
               display "Note: " with no advancing
               accept WSOrderRemark
               if WSOrderRemark = spaces
                   display "No note recorded"
               else
                   move spaces to WSNoteText
                   string "ORDER " delimited by size
                       OrderNum delimited by size
                       ": " delimited by size
                       WSOrderRemark delimited by size
                       into WSNoteText
                   move "O" to WSNoteType
                   call "CUSTNOTE" using OrderCustIDNum, WSNoteType,
                       WSNoteText, OperatorID, WSNoteSource
               end-if
       end-read.

*> un ordine si tocca solo prima della spedizione: dopo e' un reso
ReadAmendableOrder.
       move "N" to WSProdFound
                       set OrdAuditCancel to true
                       perform WriteOrderAudit
                       display "Order " OrderNum " cancelled"
                       if SerFileOpen
                           perform FreePickedSerials
                       end-if
               end-rewrite
           else
               display "Cancel abandoned"
           end-if
       end-if.

*> le unita' serializzate prelevate (101_pick_confirm) non escono
*> piu': tornano a scaffale, senza legame col cliente
FreePickedSerials.
       move zero to WSSerialsFreed
       move "N" to WSSerEOFFlag
       move OrderNum to SerOrderNum
       start SerialNumbers key is = SerOrderNum
           invalid key set SerAtEOF to true
       end-start
       perform until SerAtEOF
           read SerialNumbers next record
               at end set SerAtEOF to true
           end-read
           if not SerAtEOF
               if SerOrderNum not = OrderNum
                   set SerAtEOF to true
               else
                   if SerPicked
                       set SerInStock to true
                       move zero to SerPickDate
                       rewrite SerialData
                           invalid key display "  serial "
                               SerSerialNum " not released"
                           not invalid key add 1 to WSSerialsFreed
                       end-rewrite
                   end-if
               end-if
           end-if
       end-perform
       if WSSerialsFreed > zero
           display "  " WSSerialsFreed " picked serial number(s)"
               " back on the shelf"
       end-if.

*> raccoglie i numeri delle righe overflow dell'ordine, poi per
*> ciascuna rimette a stock (backorder aperti assorbiti come per le
*> righe base) e cancella la riga dal file - raccolta prima e
           "-" delimited by size
           WSNowTime delimited by size
           into OrdAuditTimestamp
       move length of OrderAuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSOrdChainTrail, OrderAuditRecord,
           WSChainLen, WSChainValue
       write OrderAuditRecord.
