       >>SOURCE FORMAT FREE
*> Purchase price variance, run at month-end before GLEXT: the
*> standard cost sits on PRODREC and the price we pay on
*> PurchaseOrders.dat / OpenPayables.dat, and accounting was comparing
*> them by hand. Every PO receipt on ReceiptsJournal.dat dated in the
*> month is gathered by vendor and product: quantity received,
*> ProdStdCost, the billed unit cost (PoUnitCost - the three-way match
*> in 88_vendor_invoice.cob only lets a bill through at that price;
*> lines not billed yet are marked U and valued at it all the same),
*> the extended variance (billed minus standard, times the quantity)
*> and its percent of standard. Lines whose percent is beyond the
*> tolerance (5% unless keyed) are flagged ** for purchasing. Listed
*> on Ppv.<date>.dat; the net variance goes out in the GL extract
*> layout (GLPpv.<date>.dat, source PV) against receipts clearing,
*> since the GR block of the daily extract credited 21000 at standard:
*> unfavorable DR 51000 purchase price variance / CR 21000,
*> favorable the other way. Accounts are validated against
*> GlAccounts.dat the way the RNI accrual does it, and a bad one holds
*> the GL file back the same way.
IDENTIFICATION DIVISION.
PROGRAM-ID. ppvreport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ReceiptsJournal ASSIGN TO "ReceiptsJournal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRcptStatus.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT GlAccountMaster ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GaAccountNum
           FILE STATUS IS WSGaStatus.
       SELECT GlPpv ASSIGN TO WSGlFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT PpvReport ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ReceiptsJournal.
01 ReceiptRecord.
   COPY RECPTREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD GlAccountMaster.
01 GlAccountData.
   COPY GLACCTREC.

FD GlPpv.
01 GlRecord.
   COPY GLREC.

FD PpvReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSRcptStatus pic XX.
01 WSPoStatus pic XX.
01 WSVendStatus pic XX.
01 WSVendOpenFlag pic X value "N".
       88 VendFileOpen value "Y".
01 WSGaStatus pic XX.
01 WSGaOpenFlag pic X value "N".
       88 GaFileOpen value "Y".
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSGlFileName pic X(30).
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSPpvDate pic 9(8).
01 WSPeriod pic 9(6).
01 WSPeriodParts redefines WSPeriod.
       02 WSPeriodYear pic 9(4).
       02 WSPeriodMonth pic 99.
01 WSPeriodStart pic 9(8).
01 WSNextStart pic 9(8).
*> soglia di evidenza, in percento sullo standard
01 WSTolerancePct pic 9(3)V9.
01 WSAbsPct pic 9(5)V9.
*> una riga per fornitore + prodotto, tenuta in ordine di chiave
01 PpvTable.
       02 PvEntry occurs 1000 times.
           03 PvKey.
               04 PvVendNum pic 9(5).
               04 PvProdCode pic X(8).
           03 PvQty pic 9(7).
           03 PvBilledValue pic 9(9)V99.
           03 PvUnbilled pic X.
01 WSPvCount pic 9(4) value zero.
01 WSPvIdx pic 9(4).
01 WSPvFound pic 9(4).
01 WSPvInsAt pic 9(4).
01 WSPvOverflow pic 9(5) value zero.
01 WSNewKey.
       02 WSNewVend pic 9(5).
       02 WSNewProd pic X(8).
01 WSPoLineIdx pic 9(2).
01 WSPoLineFound pic 9(2).
01 WSCurVend pic 9(5).
01 WSFirstVendFlag pic X value "Y".
       88 FirstVendor value "Y".
*> calcolo riga
01 WSBilledUnit pic 9(4)V99.
01 WSStdValue pic 9(9)V99.
01 WSVariance pic S9(9)V99.
01 WSPct pic S9(5)V9.
01 WSVendVariance pic S9(9)V99.
01 WSNetVariance pic S9(9)V99 value zero.
01 WSUnfavTotal pic 9(9)V99 value zero.
01 WSFavTotal pic 9(9)V99 value zero.
01 WSGlAmount pic 9(9)V99.
01 WSReceiptsRead pic 9(7) value zero.
01 WSReceiptsUsed pic 9(7) value zero.
01 WSReceiptsNoPo pic 9(5) value zero.
01 WSLinesListed pic 9(5) value zero.
01 WSOverTolerance pic 9(5) value zero.
01 WSNoStdCount pic 9(5) value zero.
01 WSDetailCount pic 9(5) value zero.
01 WSTotalDebits pic 9(9)V99 value zero.
01 WSTotalCredits pic 9(9)V99 value zero.
01 WSBadAccounts pic 9(3) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(33) value "PURCHASE PRICE VARIANCE - MONTH ".
       02 PrnPeriod pic 9999/99.
       02 filler pic X(14) value "  TOLERANCE ".
       02 PrnTolerance pic ZZ9.9.
       02 filler pic X value "%".
01 Heads.
       02 filler pic X(44) value
           "Product  Description          Qty Received  ".
       02 filler pic X(46) value
           "Std Cost  Billed        Variance    Pct Flag".
01 VendorHeading.
       02 filler pic X(7) value "VENDOR ".
       02 PrnVendNum pic 9(5).
       02 filler pic X value space.
       02 PrnVendName pic X(20).
01 DetailLine.
       02 PrnProdCode pic X(8).
       02 filler pic X value space.
       02 PrnProdDesc pic X(20).
       02 filler pic X value space.
       02 PrnQty pic Z,ZZZ,ZZ9.
       02 filler pic X(3) value space.
       02 PrnStdCost pic Z,ZZ9.99.
       02 filler pic X value space.
       02 PrnBilled pic Z,ZZ9.99.
       02 filler pic X value space.
       02 PrnVariance pic ---,---,--9.99.
       02 filler pic X value space.
       02 PrnPct pic ----9.9.
       02 filler pic X value space.
       02 PrnFlag pic X(7).
01 VendTotalLine.
       02 filler pic X(12) value space.
       02 filler pic X(20) value "Vendor variance".
       02 filler pic X(27) value space.
       02 PrnVendVariance pic ---,---,--9.99.
01 GrandTotalLine.
       02 PrnGrandText pic X(32).
       02 filler pic X(27) value space.
       02 PrnGrandVariance pic ---,---,--9.99.
01 NothingLine pic X(50) value
       "No PO receipts in the month - no variance".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "ppvreport".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "ppvreport".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "PPV date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSPpvDate
       if WSPpvDate = zero
           move WSRunDate to WSPpvDate
       end-if
       display "Tolerance percent (0 = 5): " with no advancing
       accept WSTolerancePct
       if WSTolerancePct = zero
           move 5 to WSTolerancePct
       end-if
       move WSPpvDate(1:6) to WSPeriod
       compute WSPeriodStart = WSPeriod * 100 + 1
       if WSPeriodMonth = 12
           compute WSNextStart = (WSPeriodYear + 1) * 10000 + 101
       else
           compute WSNextStart = WSPeriodStart + 100
       end-if
       move spaces to WSRptFileName
       string "Ppv." delimited by size
           WSPpvDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       move spaces to WSGlFileName
       string "GLPpv." delimited by size
           WSPpvDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       *> niente PO o niente ricevimenti = niente varianza: il mese
       *> chiude con varianza zero, non e' un errore
       open input PurchaseOrders
       if WSPoStatus = "00"
           open input ReceiptsJournal
           if WSRcptStatus = "00"
               perform GatherReceipts
               close ReceiptsJournal
           end-if
           close PurchaseOrders
       end-if
       open input ProductFile
       open input VendorFile
       if WSVendStatus = "00"
           set VendFileOpen to true
       end-if
       open output PpvReport
       move spaces to WSRcParams
       move WSPeriod to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform varying WSPvIdx from 1 by 1 until WSPvIdx > WSPvCount
           perform PrintOneLine
       end-perform
       if not FirstVendor
           perform PrintVendorTotal
       end-if
       perform PrintGrandTotals
       close PpvReport, ProductFile
       if VendFileOpen
           close VendorFile
       end-if
       open input GlAccountMaster
       if WSGaStatus = "00"
           set GaFileOpen to true
       else
           display "NOTE: GlAccounts.dat not available - account"
               " numbers go out unvalidated (run glaccounts once)"
       end-if
       open output GlPpv
       perform WriteVarianceLines
       perform WriteTrailer
       close GlPpv
       if GaFileOpen
           close GlAccountMaster
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Receipt lines read: " WSReceiptsRead
           "  in the month on a PO: " WSReceiptsUsed
       display "Vendor/product lines: " WSLinesListed
           "  over tolerance: " WSOverTolerance
       display "Net purchase price variance: " WSNetVariance
       display "Journal lines written: " WSDetailCount
       if WSReceiptsNoPo > zero
           display "Notice: " WSReceiptsNoPo " receipt line(s) whose PO"
               " or PO line is no longer on file - left out"
       end-if
       if WSPvOverflow > zero
           display "Notice: variance table full - " WSPvOverflow
               " receipt line(s) left out"
       end-if
       if WSNoStdCount > zero
           display "Notice: " WSNoStdCount " product(s) with no"
               " standard cost - whole billed value shown as variance"
       end-if
       display "Written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       *> varianza zero e' un mese normale: RC 0, o GLEXT verrebbe
       *> saltato dal COND del passo successivo
       if WSBadAccounts > zero
           display "UNKNOWN/INACTIVE GL ACCOUNTS - do not post"
           perform HoldBackExtract
           move 8 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSReceiptsRead to WSRhRead
       move WSLinesListed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> i ricevimenti del mese contro PO, al prezzo della riga PO del
*> prodotto; una riga non ancora fatturata tutta si marca U
GatherReceipts.
       move "N" to WSEOFFlag
       perform until AtEOF
           read ReceiptsJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSReceiptsRead
               if RcptPoNum > zero
                       and RcptDate >= WSPeriodStart
                       and RcptDate < WSNextStart
                   perform TakeOneReceipt
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

TakeOneReceipt.
       move RcptPoNum to PoNum
       read PurchaseOrders
           invalid key
               add 1 to WSReceiptsNoPo
           not invalid key
               perform MatchReceiptLine
       end-read.

MatchReceiptLine.
       move zero to WSPoLineFound
       perform varying WSPoLineIdx from 1 by 1
               until WSPoLineIdx > PoLineCount or WSPoLineIdx > 10
                   or WSPoLineFound > zero
           if PoProdCode(WSPoLineIdx) = RcptProdCode
               move WSPoLineIdx to WSPoLineFound
           end-if
       end-perform
       if WSPoLineFound = zero
           add 1 to WSReceiptsNoPo
       else
           move PoVendNum to WSNewVend
           move RcptProdCode to WSNewProd
           perform FindOrInsertEntry
           if WSPvFound = zero
               add 1 to WSPvOverflow
           else
               perform AddReceiptVariance
           end-if
       end-if.

AddReceiptVariance.
       add 1 to WSReceiptsUsed
       add RcptQtyReceived to PvQty(WSPvFound)
       compute PvBilledValue(WSPvFound) = PvBilledValue(WSPvFound)
           + RcptQtyReceived * PoUnitCost(WSPoLineFound)
       if PoQtyBilled(WSPoLineFound) < PoQtyReceived(WSPoLineFound)
           move "U" to PvUnbilled(WSPvFound)
       end-if.

*> tabella ordinata per fornitore + prodotto: si cerca la chiave, e
*> se manca si inserisce al suo posto spostando in giu' il resto
FindOrInsertEntry.
       move zero to WSPvFound
       move zero to WSPvInsAt
       perform varying WSPvIdx from 1 by 1
               until WSPvIdx > WSPvCount or WSPvFound > zero
                   or WSPvInsAt > zero
           if PvKey(WSPvIdx) = WSNewKey
               move WSPvIdx to WSPvFound
           else
               if PvKey(WSPvIdx) > WSNewKey
                   move WSPvIdx to WSPvInsAt
               end-if
           end-if
       end-perform
       if WSPvFound = zero and WSPvCount < 1000
           if WSPvInsAt = zero
               compute WSPvInsAt = WSPvCount + 1
           else
               perform varying WSPvIdx from WSPvCount by -1
                       until WSPvIdx < WSPvInsAt
                   move PvEntry(WSPvIdx) to PvEntry(WSPvIdx + 1)
               end-perform
           end-if
           add 1 to WSPvCount
           move WSNewKey to PvKey(WSPvInsAt)
           move zero to PvQty(WSPvInsAt)
           move zero to PvBilledValue(WSPvInsAt)
           move space to PvUnbilled(WSPvInsAt)
           move WSPvInsAt to WSPvFound
       end-if.

PrintOneLine.
       if FirstVendor or PvVendNum(WSPvIdx) not = WSCurVend
           if not FirstVendor
               perform PrintVendorTotal
           end-if
           move "N" to WSFirstVendFlag
           move PvVendNum(WSPvIdx) to WSCurVend
           move zero to WSVendVariance
           perform PrintVendorHeading
       end-if
       move PvProdCode(WSPvIdx) to ProdCode
       read ProductFile
           invalid key
               move "** NOT ON FILE **" to ProdDesc
               move zero to ProdStdCost
       end-read
       compute WSBilledUnit rounded =
           PvBilledValue(WSPvIdx) / PvQty(WSPvIdx)
       compute WSStdValue = PvQty(WSPvIdx) * ProdStdCost
       compute WSVariance = PvBilledValue(WSPvIdx) - WSStdValue
       move spaces to PrnFlag
       move zero to WSPct
       if ProdStdCost = zero
           add 1 to WSNoStdCount
           move "NOSTD" to PrnFlag
       else
           compute WSPct rounded = WSVariance * 100 / WSStdValue
           if WSPct < zero
               compute WSAbsPct = zero - WSPct
           else
               move WSPct to WSAbsPct
           end-if
           if WSAbsPct > WSTolerancePct
               move "**" to PrnFlag
               add 1 to WSOverTolerance
           end-if
       end-if
       if PvUnbilled(WSPvIdx) = "U"
           move "U" to PrnFlag(7:1)
       end-if
       add WSVariance to WSVendVariance WSNetVariance
       if WSVariance > zero
           add WSVariance to WSUnfavTotal
       else
           subtract WSVariance from WSFavTotal
       end-if
       if NewPageRequired
           perform PrintPageHeading
           perform PrintVendorHeading
       end-if
       move PvProdCode(WSPvIdx) to PrnProdCode
       move ProdDesc to PrnProdDesc
       move PvQty(WSPvIdx) to PrnQty
       move ProdStdCost to PrnStdCost
       move WSBilledUnit to PrnBilled
       move WSVariance to PrnVariance
       move WSPct to PrnPct
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSLinesListed.

PrintVendorHeading.
       move spaces to PrnVendName
       if VendFileOpen
           move WSCurVend to VendNum
           read VendorFile
               invalid key move "** NOT ON FILE **" to PrnVendName
               not invalid key move VendName to PrnVendName
           end-read
       end-if
       move WSCurVend to PrnVendNum
       move "0" to AsaControl
       move VendorHeading to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintVendorTotal.
       move WSVendVariance to PrnVendVariance
       move " " to AsaControl
       move VendTotalLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintGrandTotals.
       if WSLinesListed = zero
           move "0" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       end-if
       move "Unfavorable (paid over standard)" to PrnGrandText
       move WSUnfavTotal to PrnGrandVariance
       move "-" to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine
       move "Favorable (paid under standard)" to PrnGrandText
       compute WSVariance = zero - WSFavTotal
       move WSVariance to PrnGrandVariance
       move " " to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine
       move "NET PURCHASE PRICE VARIANCE" to PrnGrandText
       move WSNetVariance to PrnGrandVariance
       move "0" to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine
       move spaces to PrintBody
       string "** = beyond tolerance  U = not fully billed yet, PO"
           delimited by size
           " price used  NOSTD = no standard cost" delimited by size
           into PrintBody
       move " " to AsaControl
       write PrintLine.

PrintPageHeading.
       move WSPeriod to PrnPeriod
       move WSTolerancePct to PrnTolerance
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

*> la varianza netta contro il receipts clearing: sfavorevole in
*> dare a 51000, favorevole in avere; una sola coppia di righe
WriteVarianceLines.
       move "PV" to GlSourceCode
       move WSPpvDate to GlEntryDate
       if WSNetVariance > zero
           move WSNetVariance to WSGlAmount
           move 51000 to GlAccountNum
           move "PURCHASE PRICE VAR" to GlAccountName
           move WSGlAmount to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 21000 to GlAccountNum
           move "RECEIPTS CLEARING" to GlAccountName
           move zero to GlDebitAmount
           move WSGlAmount to GlCreditAmount
           perform WriteOneDetail
       end-if
       if WSNetVariance < zero
           compute WSGlAmount = zero - WSNetVariance
           move 21000 to GlAccountNum
           move "RECEIPTS CLEARING" to GlAccountName
           move WSGlAmount to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 51000 to GlAccountNum
           move "PURCHASE PRICE VAR" to GlAccountName
           move zero to GlDebitAmount
           move WSGlAmount to GlCreditAmount
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
       move WSPpvDate to GlEntryDate
       move spaces to GlSourceCode
       move zero to GlAccountNum
       move "CONTROL TOTALS" to GlAccountName
       move WSTotalDebits to GlDebitAmount
       move WSTotalCredits to GlCreditAmount
       move WSDetailCount to GlRecordCount
       write GlRecord.

*> come in glextract: il file bocciato resta col solo trailer HELD
HoldBackExtract.
       open output GlPpv
       set GlTrailer to true
       move WSPpvDate to GlEntryDate
       move spaces to GlSourceCode
       move zero to GlAccountNum
       move "EXTRACT HELD-ERRORS " to GlAccountName
       move zero to GlDebitAmount
       move zero to GlCreditAmount
       move zero to GlRecordCount
       write GlRecord
       close GlPpv
       display "PPV GL file held back (trailer only written)".
