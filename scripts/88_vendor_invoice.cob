*> than was actually received. A clean match writes an open-payables
*> item with the due date from the vendor's terms; any mismatch puts
*> the whole bill on the exception report for purchasing and nothing
*> is approved for payment. A drop-ship PO matches the same way: the
*> quantity the vendor confirmed shipping to our customer stands in
*> for the quantity received.
IDENTIFICATION DIVISION.
PROGRAM-ID. vendorinvoice.
ENVIRONMENT DIVISION.
           RECORD KEY IS ApKey
           FILE STATUS IS WSApStatus.
       SELECT ExceptionReport ASSIGN TO WSExcFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcStatus.

DATA DIVISION.
FILE SECTION.
01 WSPoStatus pic XX.
01 WSVendStatus pic XX.
01 WSApStatus pic XX.
01 WSExcStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSExcFileName pic X(30).
01 WSExcOpenFlag pic X value "N".
       88 ExcFileOpen value "Y".
01 WSExcLine pic X(100).
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "vendorinvoic".
01 WSFeParagraph pic X(20).
01 WSFeFileName pic X(20).
01 WSFeKeyValue pic X(10).
01 WSFeFatal pic X.
01 WSRunDate pic 9(8).
01 WSVendExist pic X.
01 WSVendPick pic 9(5).
01 WSMismatchCount pic 9(2).
01 WSTermsDays pic 9(3).
01 WSDateOrdinal pic S9(8).
*> quantita' fatturate per riga PO, riportate sul PO solo se tutta
*> la fattura passa il match
01 BilledQtyTable.
       02 WSLineBilled occurs 10 times pic 9(5).
01 WSMatched pic 9(5) value zero.
01 WSExceptions pic 9(5) value zero.
01 Dollars PIC $$,$$$,$$9.99.
           display "PO " PoNum " belongs to vendor " PoVendNum
               ", not " WSVendPick
       else
           if PoDropShip
               display "Drop-ship PO for order " PoDsOrderNum
                   " - received = confirmed shipped to the customer"
           end-if
           move zero to WSBillTotal
           move zero to WSMismatchCount
           perform varying WSLineIdx from 1 by 1
       display "  Quantity billed (0 = not billed): "
           with no advancing
       accept WSBilledQty
       move WSBilledQty to WSLineBilled(WSLineIdx)
       if WSBilledQty > zero
           display "  Unit cost billed: " with no advancing
           accept WSBilledCost
           if WSBilledQty + PoQtyBilled(WSLineIdx)
                   > PoQtyReceived(WSLineIdx)
               add 1 to WSMismatchCount
               display "  MISMATCH: billed more than received"
           end-if
           move WSInvDate to ApDueDate
       end-if
       set ApOpen to true
       set ApReleased to true
       move zero to ApPaidDate, ApCheckNum, ApDiscTaken
       set ApVendorPayee to true
       move spaces to ApPayeeName, ApPayeeAddr, ApPayeeCity,
           ApPayeeState, ApPayeeZip
       set ApVendorBill to true
       move zero to ApDmApplied
       write PayableData
           invalid key display "That vendor invoice is already on"
               " the payables file - not taken twice"
               move WSBillTotal to Dollars
               display "Approved for payment: " Dollars
                   " due " ApDueDate
               perform PostBilledQty
       end-write.

*> il PO ricorda quanto e' gia' stato fatturato per riga: il
*> ricevuto-non-fatturato di fine mese si calcola da qui
PostBilledQty.
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > PoLineCount
           add WSLineBilled(WSLineIdx) to PoQtyBilled(WSLineIdx)
       end-perform
       rewrite PurchaseOrderData
           invalid key display "PO " PoNum " billed quantities"
               " not updated"
       end-rewrite.

WriteExceptionEntry.
       *> in coda al file del giorno: una seconda sessione non deve
       *> cancellare le eccezioni della prima (lo scorecard fornitori
       *> le conta da qui)
       *> solo il file che non c'e' ancora si crea: un altro errore
       *> lo lascerebbe troncato, e l'eccezione va almeno a video
       if not ExcFileOpen
           open extend ExceptionReport
           if WSExcStatus = "35"
               open output ExceptionReport
           end-if
           if WSExcStatus = "00"
               set ExcFileOpen to true
               move "VENDOR INVOICE MATCH EXCEPTIONS" to ExceptionLine
               write ExceptionLine
           else
               move "WriteExceptionEntry" to WSFeParagraph
               move WSExcFileName to WSFeFileName
               move WSVendInvoice to WSFeKeyValue
               call "FILERR" using WSFeProgram, WSFeParagraph,
                   WSFeFileName, WSFeKeyValue, WSExcStatus,
                   WSFeFatal
           end-if
       end-if
       move spaces to WSExcLine
       string "Vendor " delimited by size
           WSVendPick delimited by size
           " invoice " delimited by size
           " vs PO " delimited by size
           PoNum delimited by size
           " - mismatched lines, not approved" delimited by size
           into WSExcLine
       if ExcFileOpen
           write ExceptionLine from WSExcLine
       else
           display WSExcLine
       end-if.

ListOpenPayables.
       move "N" to WSEOFFlag
