       >>SOURCE FORMAT FREE
*> Vendor performance scorecard: vendors were picked on price alone
*> because nothing measured delivery. For one month, per vendor:
*>   - on-time rate: PO receipt lines on ReceiptsJournal.dat dated in
*>     the month (RcptPoNum) that arrived on or before the PO's
*>     PoExpectedDate;
*>   - fill rate: on the POs due in the month (PoExpectedDate in the
*>     month, cancelled ones left out), quantity received against
*>     PoQtyOrdered, over-shipments counted only up to what was
*>     ordered;
*>   - actual lead time: the average days from PoDate to the receipt,
*>     next to the VendLeadDays quoted on the vendor master;
*>   - billing mismatches: the bills 88_vendor_invoice.cob sent to its
*>     daily exception report (ApExceptions.<date>.dat) in the month.
*> A vendor whose actual lead time is 3 days or more AND 25 per cent
*> or more away from VendLeadDays is flagged DRIFT so purchasing can
*> correct the master (PoExpectedDate and the reorder points both
*> come from that figure).
IDENTIFICATION DIVISION.
PROGRAM-ID. vendscore.
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
       SELECT ReceiptsJournal ASSIGN TO "ReceiptsJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRcptStatus.
       SELECT ExceptionReport ASSIGN TO WSExcFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSExcStatus.
       SELECT ScorePrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD ReceiptsJournal.
01 ReceiptRecord.
   COPY RECPTREC.

FD ExceptionReport.
01 ExceptionLine pic X(100).

FD ScorePrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSVendStatus pic XX.
01 WSPoStatus pic XX.
01 WSRcptStatus pic XX.
01 WSExcStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSExcFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSPeriod pic 9(6).
01 WSPeriodParts redefines WSPeriod.
       02 WSPeriodYear pic 9(4).
       02 WSPeriodMonth pic 99.
01 WSPeriodStart pic 9(8).
01 WSNextStart pic 9(8).
*> un file eccezioni per giorno: si provano tutti i giorni del mese
01 WSExcDay pic 99.
01 WSExcDate pic 9(8).
01 WSExcVend pic 9(5).
*> soglie della deriva del lead time
01 WSDriftDays pic 9(3) value 3.
01 WSDriftPct pic 9(3) value 25.
01 WSLeadDiff pic 9(3)V9.
01 WSDriftLimit pic 9(3)V9.
*> una riga per fornitore del master
01 VendTable.
       02 VtEntry occurs 500 times.
           03 VtVendNum pic 9(5).
           03 VtVendName pic X(20).
           03 VtQuotedLead pic 9(3).
           03 VtPosDue pic 9(5).
           03 VtQtyOrdered pic 9(9).
           03 VtQtyFilled pic 9(9).
           03 VtReceipts pic 9(5).
           03 VtOnTime pic 9(5).
           03 VtLeadDaysSum pic 9(9).
           03 VtBillExc pic 9(5).
01 WSVtCount pic 9(3) value zero.
01 WSVtIdx pic 9(3).
01 WSVtFound pic 9(3).
01 WSCurVend pic 9(5).
01 WSVendOverflow pic 9(5) value zero.
01 WSPoLineIdx pic 9(2).
01 WSLineFilled pic 9(5).
01 WSRcptOrdinal pic S9(8).
01 WSPoOrdinal pic S9(8).
01 WSLeadDays pic S9(5).
01 WSFillPct pic 9(3)V9.
01 WSOnTimePct pic 9(3)V9.
01 WSAvgLead pic 9(3)V9.
01 WSDriftFlag pic X value "N".
       88 LeadDrifted value "Y".
01 WSPosRead pic 9(7) value zero.
01 WSReceiptsRead pic 9(7) value zero.
01 WSReceiptsNoPo pic 9(7) value zero.
01 WSExcLinesRead pic 9(7) value zero.
01 WSVendorsShown pic 9(5) value zero.
01 WSDriftCount pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value "VENDOR PERFORMANCE SCORECARD - MONT".
       02 filler pic X(3) value "H  ".
       02 PrnPeriod pic 9999/99.
01 Heads.
       02 filler pic X(27) value "Vend  Vendor name".
       02 filler pic X(5) value " POs ".
       02 filler pic X(6) value "Fill% ".
       02 filler pic X(6) value "Rcpts ".
       02 filler pic X(6) value "OnTm% ".
       02 filler pic X(6) value "AvgLd ".
       02 filler pic X(4) value "Quo ".
       02 filler pic X(5) value "BExc ".
       02 filler pic X(4) value "Flag".
01 DetailLine.
       02 PrnVendNum pic 9(5).
       02 filler pic x value space.
       02 PrnVendName pic X(20).
       02 filler pic x value space.
       02 PrnPosDue pic ZZZ9.
       02 filler pic x value space.
       02 PrnFillPct pic ZZ9.9.
       02 filler pic x value space.
       02 PrnReceipts pic ZZZZ9.
       02 filler pic x value space.
       02 PrnOnTimePct pic ZZ9.9.
       02 filler pic x value space.
       02 PrnAvgLead pic ZZ9.9.
       02 filler pic x value space.
       02 PrnQuoted pic ZZ9.
       02 filler pic x value space.
       02 PrnBillExc pic ZZZ9.
       02 filler pic x value space.
       02 PrnFlag pic X(5).
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "vendscore".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "vendscore".
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
       open input VendorFile
       if WSVendStatus not = "00"
           display "Vendor master not on file - nothing to score"
           move 4 to RETURN-CODE
           perform EndRun
       end-if
       open input PurchaseOrders
       if WSPoStatus not = "00"
           display "No purchase-order file - nothing to score"
           close VendorFile
           move 4 to RETURN-CODE
           perform EndRun
       end-if
       perform LoadVendors
       close VendorFile
       perform ScorePosDue
       open input ReceiptsJournal
       if WSRcptStatus = "00"
           perform ScoreReceipts
           close ReceiptsJournal
       end-if
       close PurchaseOrders
       perform CountBillingExceptions
       move spaces to WSRptFileName
       string "VendorScorecard." delimited by size
           WSPeriod delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ScorePrint
       move spaces to WSRcParams
       move WSPeriod to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform varying WSVtIdx from 1 by 1 until WSVtIdx > WSVtCount
           if VtPosDue(WSVtIdx) > zero or VtReceipts(WSVtIdx) > zero
                   or VtBillExc(WSVtIdx) > zero
               perform PrintOneVendor
           end-if
       end-perform
       move spaces to PrintBody
       string "Vendors scored: " delimited by size
           WSVendorsShown delimited by size
           "  lead-time DRIFT: " delimited by size
           WSDriftCount delimited by size
           " - correct VendLeadDays in vendormaster" delimited by size
           into PrintBody
       move "0" to AsaControl
       write PrintLine
       move spaces to PrintBody
       string "DRIFT = average actual lead " delimited by size
           WSDriftDays delimited by size
           "+ days and " delimited by size
           WSDriftPct delimited by size
           "%+ away from the quoted lead time" delimited by size
           into PrintBody
       move " " to AsaControl
       write PrintLine
       close ScorePrint
       display "Purchase orders read: " WSPosRead
           "  receipt lines read: " WSReceiptsRead
       display "Exception lines read: " WSExcLinesRead
       display "Vendors scored: " WSVendorsShown
           "  lead-time drift: " WSDriftCount
       if WSReceiptsNoPo > zero
           display "Notice: " WSReceiptsNoPo " receipt line(s) in the"
               " month without a PO on file - not scored"
       end-if
       if WSVendOverflow > zero
           display "Notice: vendor table full - " WSVendOverflow
               " vendor(s) not scored"
       end-if
       display "Written to " WSRptFileName
       move 0 to RETURN-CODE
       perform EndRun.

EndRun.
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Elapsed seconds: " WSElapsedSecs
       move RETURN-CODE to WSRhRc
       compute WSRhRead = WSPosRead + WSReceiptsRead + WSExcLinesRead
       move WSVendorsShown to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

LoadVendors.
       move "N" to WSEOFFlag
       move zero to VendNum
       start VendorFile key is not less than VendNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read VendorFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WSVtCount < 500
                   add 1 to WSVtCount
                   initialize VtEntry(WSVtCount)
                   move VendNum to VtVendNum(WSVtCount)
                   move VendName to VtVendName(WSVtCount)
                   move VendLeadDays to VtQuotedLead(WSVtCount)
               else
                   add 1 to WSVendOverflow
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

FindVendor.
       move zero to WSVtFound
       perform varying WSVtIdx from 1 by 1
               until WSVtIdx > WSVtCount or WSVtFound > zero
           if VtVendNum(WSVtIdx) = WSCurVend
               move WSVtIdx to WSVtFound
           end-if
       end-perform.

*> fill rate: i PO in scadenza nel mese, righe ricevute contro
*> ordinate; l'eccedenza non alza il fill rate oltre il 100%
ScorePosDue.
       move "N" to WSEOFFlag
       move zero to PoNum
       start PurchaseOrders key is not less than PoNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read PurchaseOrders next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSPosRead
               if not PoCancelled
                       and PoExpectedDate >= WSPeriodStart
                       and PoExpectedDate < WSNextStart
                   move PoVendNum to WSCurVend
                   perform FindVendor
                   if WSVtFound > zero
                       perform AddPoDue
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

AddPoDue.
       add 1 to VtPosDue(WSVtFound)
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount or WSPoLineIdx > 10
           add PoQtyOrdered(WSPoLineIdx) to VtQtyOrdered(WSVtFound)
           if PoQtyReceived(WSPoLineIdx) > PoQtyOrdered(WSPoLineIdx)
               move PoQtyOrdered(WSPoLineIdx) to WSLineFilled
           else
               move PoQtyReceived(WSPoLineIdx) to WSLineFilled
           end-if
           add WSLineFilled to VtQtyFilled(WSVtFound)
       end-perform.

*> puntualita' e lead time effettivo: le righe di ricevimento del
*> mese fatte contro un PO (le righe senza PO non dicono nulla del
*> fornitore)
ScoreReceipts.
       move "N" to WSEOFFlag
       perform until AtEOF
           read ReceiptsJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RcptDate >= WSPeriodStart and RcptDate < WSNextStart
                   add 1 to WSReceiptsRead
                   if RcptPoNum is numeric
                       if RcptPoNum > zero
                           perform ScoreOneReceipt
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

ScoreOneReceipt.
       move RcptPoNum to PoNum
       read PurchaseOrders
           invalid key add 1 to WSReceiptsNoPo
           not invalid key
               move PoVendNum to WSCurVend
               perform FindVendor
               if WSVtFound > zero
                   add 1 to VtReceipts(WSVtFound)
                   if RcptDate <= PoExpectedDate
                       add 1 to VtOnTime(WSVtFound)
                   end-if
                   compute WSRcptOrdinal =
                       function integer-of-date(RcptDate)
                   compute WSPoOrdinal = function integer-of-date(PoDate)
                   compute WSLeadDays = WSRcptOrdinal - WSPoOrdinal
                   if WSLeadDays > zero
                       add WSLeadDays to VtLeadDaysSum(WSVtFound)
                   end-if
               end-if
       end-read.

*> le fatture respinte dal three-way match: una riga "Vendor nnnnn
*> invoice ..." per fattura nel file eccezioni del giorno
CountBillingExceptions.
       perform varying WSExcDay from 1 by 1 until WSExcDay > 31
           compute WSExcDate = WSPeriodStart + WSExcDay - 1
           move spaces to WSExcFileName
           string "ApExceptions." delimited by size
               WSExcDate delimited by size
               ".dat" delimited by size
               into WSExcFileName
           open input ExceptionReport
           if WSExcStatus = "00"
               perform CountOneExceptionFile
               close ExceptionReport
           end-if
       end-perform.

CountOneExceptionFile.
       move "N" to WSEOFFlag
       perform until AtEOF
           read ExceptionReport
               at end set AtEOF to true
           end-read
           if not AtEOF
               if ExceptionLine(1:7) = "Vendor "
                       and ExceptionLine(8:5) is numeric
                   add 1 to WSExcLinesRead
                   move ExceptionLine(8:5) to WSExcVend
                   move WSExcVend to WSCurVend
                   perform FindVendor
                   if WSVtFound > zero
                       add 1 to VtBillExc(WSVtFound)
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

PrintOneVendor.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move zero to WSFillPct, WSOnTimePct, WSAvgLead
       if VtQtyOrdered(WSVtIdx) > zero
           compute WSFillPct rounded =
               VtQtyFilled(WSVtIdx) * 100 / VtQtyOrdered(WSVtIdx)
       end-if
       if VtReceipts(WSVtIdx) > zero
           compute WSOnTimePct rounded =
               VtOnTime(WSVtIdx) * 100 / VtReceipts(WSVtIdx)
           compute WSAvgLead rounded =
               VtLeadDaysSum(WSVtIdx) / VtReceipts(WSVtIdx)
       end-if
       perform TestLeadDrift
       move VtVendNum(WSVtIdx) to PrnVendNum
       move VtVendName(WSVtIdx) to PrnVendName
       move VtPosDue(WSVtIdx) to PrnPosDue
       move WSFillPct to PrnFillPct
       move VtReceipts(WSVtIdx) to PrnReceipts
       move WSOnTimePct to PrnOnTimePct
       move WSAvgLead to PrnAvgLead
       move VtQuotedLead(WSVtIdx) to PrnQuoted
       move VtBillExc(WSVtIdx) to PrnBillExc
       if LeadDrifted
           move "DRIFT" to PrnFlag
           add 1 to WSDriftCount
           display "Lead-time drift: vendor " VtVendNum(WSVtIdx)
               " quoted " VtQuotedLead(WSVtIdx) " actual " WSAvgLead
       else
           move spaces to PrnFlag
       end-if
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSVendorsShown.

*> deriva solo con ricevimenti nel mese, e solo oltre entrambe le
*> soglie: pochi giorni su un lead lungo non contano, e nemmeno una
*> percentuale alta su un lead di due giorni
TestLeadDrift.
       move "N" to WSDriftFlag
       if VtReceipts(WSVtIdx) > zero
           if WSAvgLead > VtQuotedLead(WSVtIdx)
               compute WSLeadDiff = WSAvgLead - VtQuotedLead(WSVtIdx)
           else
               compute WSLeadDiff = VtQuotedLead(WSVtIdx) - WSAvgLead
           end-if
           compute WSDriftLimit =
               VtQuotedLead(WSVtIdx) * WSDriftPct / 100
           if WSLeadDiff >= WSDriftDays and WSLeadDiff >= WSDriftLimit
               set LeadDrifted to true
           end-if
       end-if.

PrintPageHeading.
       move WSPeriod to PrnPeriod
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
