       >>SOURCE FORMAT FREE
*> Received-not-invoiced accrual, run at month-end before GLEXT:
*> 37_goods_receipt.cob bumps PoQtyReceived the day the stock lands,
*> but the vendor's bill can reach 88_vendor_invoice.cob weeks later,
*> so at close we owe for goods that are nowhere in payables. Every
*> PO line with more received than billed (PoQtyBilled) is valued at
*> PoUnitCost, listed by vendor and PO on RniAccrual.<date>.dat, and
*> the total goes out as a reversing accrual in the GL extract
*> layout (GLAccrual.<date>.dat). The goods themselves reached 13000
*> inventory the day they were received (the GR block of the daily
*> GL extract, credited to 21000 receipts clearing), so the accrual
*> moves the unbilled part of that clearing balance onto the
*> liability: DR 21000 receipts clearing / CR 21500 accrued
*> received-not-invoiced dated the accrual date (source RN), and the
*> mirror entry dated the first of the next month (source RV), so
*> next month's real bills land against a cleared accrual.
*> Accounts are validated against GlAccounts.dat the way the daily
*> extract does; a bad account holds the file back the same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. rniaccrual.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT GlAccountMaster ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GaAccountNum
           FILE STATUS IS WSGaStatus.
       SELECT GlAccrual ASSIGN TO WSGlFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AccrualReport ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD GlAccountMaster.
01 GlAccountData.
   COPY GLACCTREC.

FD GlAccrual.
01 GlRecord.
   COPY GLREC.

FD AccrualReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSVendStatus pic XX.
01 WSPoStatus pic XX.
01 WSGaStatus pic XX.
01 WSVendEOFFlag pic X value "N".
       88 VendAtEOF value "Y".
01 WSPoEOFFlag pic X value "N".
       88 PoAtEOF value "Y".
01 WSGaOpenFlag pic X value "N".
       88 GaFileOpen value "Y".
01 WSGlFileName pic X(30).
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSAccrualDate pic 9(8).
*> primo giorno del mese dopo: data dello storno
01 WSReverseDate pic 9(8).
01 WSReverseParts redefines WSReverseDate.
       02 WSRevYear pic 9(4).
       02 WSRevMonth pic 99.
       02 WSRevDay pic 99.
01 WSLineIdx pic 99.
01 WSUnbilledQty pic 9(5).
01 WSLineValue pic 9(9)V99.
01 WSPoValue pic 9(9)V99.
01 WSVendValue pic 9(9)V99.
01 WSGrandValue pic 9(9)V99 value zero.
01 WSVendHeaded pic X.
       88 VendHeadPrinted value "Y".
01 WSPosRead pic 9(7) value zero.
01 WSLinesAccrued pic 9(5) value zero.
01 WSVendorsListed pic 9(5) value zero.
01 WSDetailCount pic 9(5) value zero.
01 WSTotalDebits pic 9(9)V99 value zero.
01 WSTotalCredits pic 9(9)V99 value zero.
01 WSBadAccounts pic 9(3) value zero.
01 PageHeading.
       02 filler pic X(40) value
           "RECEIVED-NOT-INVOICED ACCRUAL AS OF ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(33) value
           "  PO     Ln Product   Received   ".
       02 filler pic X(57) value
           "Billed Unbilled  Unit Cost        Value".
01 VendorHeading.
       02 filler pic X(7) value "VENDOR ".
       02 PrnVendNum pic 9(5).
       02 filler pic X value space.
       02 PrnVendName pic X(30).
01 AccrualDetail.
       02 filler pic XX value space.
       02 PrnPoNum pic 9(6).
       02 filler pic X value space.
       02 PrnLineNum pic Z9.
       02 filler pic X value space.
       02 PrnProdCode pic X(8).
       02 filler pic XX value space.
       02 PrnReceived pic ZZZZ9.
       02 filler pic X(4) value space.
       02 PrnBilled pic ZZZZ9.
       02 filler pic X(4) value space.
       02 PrnUnbilled pic ZZZZ9.
       02 filler pic X(4) value space.
       02 PrnUnitCost pic ZZZ9.99.
       02 filler pic X value space.
       02 PrnLineValue pic ZZZZZZZZ9.99.
01 PoTotalLine.
       02 filler pic X(12) value space.
       02 filler pic X(10) value "PO total ".
       02 PrnPoTotNum pic 9(6).
       02 filler pic X(36) value space.
       02 PrnPoTotal pic ZZZZZZZZ9.99.
01 VendTotalLine.
       02 filler pic X(12) value space.
       02 filler pic X(16) value "Vendor total".
       02 filler pic X(38) value space.
       02 PrnVendTotal pic ZZZZZZZZ9.99.
01 GrandTotalLine.
       02 filler pic X(28) value "TOTAL RECEIVED-NOT-INVOICED".
       02 filler pic X(38) value space.
       02 PrnGrandTotal pic ZZZZZZZZ9.99.
01 NothingLine pic X(50) value
       "Nothing received and unbilled - no accrual".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "rniaccrual".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "rniaccrual".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Accrual date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSAccrualDate
       if WSAccrualDate = zero
           move WSRunDate to WSAccrualDate
       end-if
       move WSAccrualDate to WSReverseDate
       if WSRevMonth = 12
           add 1 to WSRevYear
           move 1 to WSRevMonth
       else
           add 1 to WSRevMonth
       end-if
       move 1 to WSRevDay
       move spaces to WSRptFileName
       string "RniAccrual." delimited by size
           WSAccrualDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       move spaces to WSGlFileName
       string "GLAccrual." delimited by size
           WSAccrualDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       open output AccrualReport
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       *> niente PO o niente fornitori = niente ricevuto da accertare:
       *> non e' un errore, il mese chiude con accertamento zero
       open input PurchaseOrders
       if WSPoStatus = "00"
           open input VendorFile
           if WSVendStatus = "00"
               move zero to VendNum
               start VendorFile key is not less than VendNum
                   invalid key set VendAtEOF to true
               end-start
               perform until VendAtEOF
                   read VendorFile next record
                       at end set VendAtEOF to true
                   end-read
                   if not VendAtEOF
                       perform AccrueOneVendor
                   end-if
               end-perform
               close VendorFile
           end-if
           close PurchaseOrders
       end-if
       if WSLinesAccrued = zero
           move "0" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       end-if
       move WSGrandValue to PrnGrandTotal
       move "-" to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine
       close AccrualReport
       open input GlAccountMaster
       if WSGaStatus = "00"
           set GaFileOpen to true
       else
           display "NOTE: GlAccounts.dat not available - account"
               " numbers go out unvalidated (run glaccounts once)"
       end-if
       open output GlAccrual
       perform WriteAccrualLines
       perform WriteTrailer
       close GlAccrual
       if GaFileOpen
           close GlAccountMaster
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Purchase orders read: " WSPosRead
           "  Lines accrued: " WSLinesAccrued
       display "Accrued received-not-invoiced: " WSGrandValue
           "  reverses " WSReverseDate
       display "Journal lines written: " WSDetailCount
       display "Elapsed seconds: " WSElapsedSecs
       *> accertamento zero e' un mese normale: RC 0, o GLEXT
       *> verrebbe saltato dal COND del passo successivo
       if WSBadAccounts > zero
           display "UNKNOWN/INACTIVE GL ACCOUNTS - do not post"
           perform HoldBackExtract
           move 8 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSPosRead to WSRhRead
       move WSDetailCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> i PO del fornitore via chiave alternata: START sul fornitore e
*> giro finche' il numero cambia
AccrueOneVendor.
       move zero to WSVendValue
       move "N" to WSVendHeaded
       move "N" to WSPoEOFFlag
       move VendNum to PoVendNum
       start PurchaseOrders key is equal to PoVendNum
           invalid key set PoAtEOF to true
       end-start
       perform until PoAtEOF
           read PurchaseOrders next record
               at end set PoAtEOF to true
           end-read
           if not PoAtEOF
               if PoVendNum not = VendNum
                   set PoAtEOF to true
               else
                   add 1 to WSPosRead
                   perform AccrueOnePo
               end-if
           end-if
       end-perform
       if VendHeadPrinted
           move WSVendValue to PrnVendTotal
           move " " to AsaControl
           move VendTotalLine to PrintBody
           write PrintLine
           add 1 to LineCount
           add 1 to WSVendorsListed
       end-if.

*> conta il ricevuto, non lo stato: anche un PO annullato dopo una
*> consegna parziale ci deve la merce arrivata
AccrueOnePo.
       move zero to WSPoValue
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > PoLineCount
           if PoQtyReceived(WSLineIdx) > PoQtyBilled(WSLineIdx)
               perform AccrueOneLine
           end-if
       end-perform
       if WSPoValue > zero
           move PoNum to PrnPoTotNum
           move WSPoValue to PrnPoTotal
           move " " to AsaControl
           move PoTotalLine to PrintBody
           write PrintLine
           add 1 to LineCount
           add WSPoValue to WSVendValue
       end-if.

AccrueOneLine.
       compute WSUnbilledQty = PoQtyReceived(WSLineIdx)
           - PoQtyBilled(WSLineIdx)
       compute WSLineValue rounded = WSUnbilledQty
           * PoUnitCost(WSLineIdx)
       if NewPageRequired
           perform PrintPageHeading
           move "N" to WSVendHeaded
       end-if
       if not VendHeadPrinted
           move VendNum to PrnVendNum
           move VendName to PrnVendName
           move "0" to AsaControl
           move VendorHeading to PrintBody
           write PrintLine
           add 2 to LineCount
           set VendHeadPrinted to true
       end-if
       move PoNum to PrnPoNum
       move WSLineIdx to PrnLineNum
       move PoProdCode(WSLineIdx) to PrnProdCode
       move PoQtyReceived(WSLineIdx) to PrnReceived
       move PoQtyBilled(WSLineIdx) to PrnBilled
       move WSUnbilledQty to PrnUnbilled
       move PoUnitCost(WSLineIdx) to PrnUnitCost
       move WSLineValue to PrnLineValue
       move " " to AsaControl
       move AccrualDetail to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSLinesAccrued
       add WSLineValue to WSPoValue
       add WSLineValue to WSGrandValue.

PrintPageHeading.
       move WSAccrualDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

*> accertamento alla data di chiusura, storno speculare il primo del
*> mese dopo: ognuno dei due blocchi chiude in pareggio da solo
WriteAccrualLines.
       if WSGrandValue > zero
           move "RN" to GlSourceCode
           move WSAccrualDate to GlEntryDate
           move 21000 to GlAccountNum
           move "RECEIPTS CLEARING" to GlAccountName
           move WSGrandValue to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 21500 to GlAccountNum
           move "ACCRUED RCVD NOT INV" to GlAccountName
           move zero to GlDebitAmount
           move WSGrandValue to GlCreditAmount
           perform WriteOneDetail
           move "RV" to GlSourceCode
           move WSReverseDate to GlEntryDate
           move 21500 to GlAccountNum
           move "ACCRUED RCVD NOT INV" to GlAccountName
           move WSGrandValue to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 21000 to GlAccountNum
           move "RECEIPTS CLEARING" to GlAccountName
           move zero to GlDebitAmount
           move WSGrandValue to GlCreditAmount
           perform WriteOneDetail
       end-if.

WriteOneDetail.
       perform ValidateAccount
       set GlDetail to true
       move zero to GlRecordCount
       write GlRecord
       add 1 to WSDetailCount
       add GlDebitAmount to WSTotalDebits
       add GlCreditAmount to WSTotalCredits.

*> stessa validazione dell'estratto giornaliero: conto a master e
*> attivo, nome dal master
ValidateAccount.
       if GaFileOpen
           move GlAccountNum to GaAccountNum
           read GlAccountMaster
               invalid key
                   add 1 to WSBadAccounts
                   display "Account " GlAccountNum
                       " not on the GL account master"
               not invalid key
                   if GaInactive
                       add 1 to WSBadAccounts
                       display "Account " GlAccountNum
                           " is inactive on the GL account master"
                   else
                       move GaAccountName to GlAccountName
                   end-if
           end-read
       end-if.

WriteTrailer.
       set GlTrailer to true
       move WSAccrualDate to GlEntryDate
       move spaces to GlSourceCode
       move zero to GlAccountNum
       move "CONTROL TOTALS" to GlAccountName
       move WSTotalDebits to GlDebitAmount
       move WSTotalCredits to GlCreditAmount
       move WSDetailCount to GlRecordCount
       write GlRecord.

*> come in glextract: il file bocciato resta col solo trailer HELD
HoldBackExtract.
       open output GlAccrual
       set GlTrailer to true
       move WSAccrualDate to GlEntryDate
       move spaces to GlSourceCode
       move zero to GlAccountNum
       move "EXTRACT HELD-ERRORS " to GlAccountName
       move zero to GlDebitAmount
       move zero to GlCreditAmount
       move zero to GlRecordCount
       write GlRecord
       close GlAccrual
       display "Accrual file held back (trailer only written)".
