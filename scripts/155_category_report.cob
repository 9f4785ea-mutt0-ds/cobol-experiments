       >>SOURCE FORMAT FREE
*> Category sales and margin report: "how did plumbing do this
*> quarter" had no answer while every report was one long list of
*> ProdCodes. For a report month this totals, by product category
*> and sub-category (PRODREC ProdCategory/ProdSubCategory, master in
*> ProductCategories.dat), the invoiced sales from
*> InvoiceHistory.dat (line net, after quantity breaks), the margin
*> over standard cost (ProdStdCost, as 45_product_sales_report.cob
*> prices it) and the returns credited through 40_returns.cob
*> (ReturnLines.dat) - each for the month, the year to date, and the
*> same month and year to date of the prior year - plus today's
*> on-hand value at standard cost. Sub-categories subtotal into
*> their category; products not yet categorized total on their own.
IDENTIFICATION DIVISION.
PROGRAM-ID. categoryreport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT InvoiceHistory ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhInvoiceNum
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT ProductCategories ASSIGN TO "ProductCategories.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PcKey
           FILE STATUS IS WSPcStatus.
       SELECT ReturnLines ASSIGN TO "ReturnLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRlStatus.
       SELECT CategoryPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD ProductCategories.
01 CategoryData.
   COPY PRODCATREC.

FD ReturnLines.
01 ReturnLineRecord.
   COPY RETLINREC.

FD CategoryPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSIhStatus pic XX.
01 WSPcStatus pic XX.
01 WSPcOpenFlag pic X value "N".
       88 PcFileOpen value "Y".
01 WSRlStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSProdEOFFlag pic X value "N".
       88 ProdAtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> mese del report e i quattro periodi: mese, anno a data, stesso
*> mese e anno a data dell'anno prima
01 WSRptPeriod pic 9(6).
01 WSRptYear pic 9(4).
01 WSRptMonth pic 99.
01 WSPriorYear pic 9(4).
01 WSDateYear pic 9(4).
01 WSDateMonth pic 99.
01 WSLineIdx pic 9(2).
01 WSColIdx pic 9.
01 WSColMonth pic 9.
01 WSColYtd pic 9.
*> tabella categoria+sottocategoria, in ordine di chiave
01 CatTable.
       02 CtEntry occurs 200 times.
           03 CtKey.
               04 CtCategory pic X(4).
               04 CtSubCategory pic X(4).
           03 CtOnHandValue pic 9(9)V99.
           03 CtCol occurs 4 times.
               04 CtSales pic 9(9)V99.
               04 CtCost pic 9(9)V99.
               04 CtReturns pic 9(9)V99.
01 WSCtCount pic 9(3) value zero.
01 WSCtIdx pic 9(3).
01 WSCtFound pic 9(3).
01 WSCtInsAt pic 9(3).
01 WSNewKey pic X(8).
01 WSTableFullCount pic 9(5) value zero.
*> importi della riga in lavorazione
01 WSLineSales pic 9(7)V99.
01 WSLineCost pic 9(7)V99.
*> subtotale categoria e totale generale, stesso taglio delle righe
01 SubtotalArea.
       02 SbOnHandValue pic 9(9)V99.
       02 SbCol occurs 4 times.
           03 SbSales pic 9(9)V99.
           03 SbCost pic 9(9)V99.
           03 SbReturns pic 9(9)V99.
01 GrandArea.
       02 GtOnHandValue pic 9(9)V99.
       02 GtCol occurs 4 times.
           03 GtSales pic 9(9)V99.
           03 GtCost pic 9(9)V99.
           03 GtReturns pic 9(9)V99.
01 PrintArea.
       02 PaOnHandValue pic 9(9)V99.
       02 PaCol occurs 4 times.
           03 PaSales pic 9(9)V99.
           03 PaCost pic 9(9)V99.
           03 PaReturns pic 9(9)V99.
01 WSCurCategory pic X(4).
01 WSFirstCatFlag pic X value "Y".
       88 FirstCategory value "Y".
01 WSCatRows pic 9(3).
01 WSMargin pic S9(9)V99.
01 WSMarginPct pic S9(4)V9.
01 WSDescText pic X(20).
*> contatori
01 WSLinesRead pic 9(7) value zero.
01 WSReturnsRead pic 9(7) value zero.
01 WSNoProdCount pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value
           "CATEGORY SALES AND MARGIN - MONTH OF".
       02 filler pic X value space.
       02 PrnRptPeriod pic 9999/99.
       02 filler pic X(10) value "  RUN OF ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(20) value spaces.
       02 filler pic X(15) value "          Month".
       02 filler pic X(15) value "   Year to date".
       02 filler pic X(15) value "   PY the month".
       02 filler pic X(15) value "  PY yr to date".
01 CategoryLine.
       02 PrnCatCode pic X(4).
       02 filler pic X value "/".
       02 PrnSubCode pic X(4).
       02 filler pic X value space.
       02 PrnCatDesc pic X(20).
       02 filler pic X(18) value "  On-hand value:".
       02 PrnOnHand pic ZZZ,ZZZ,ZZ9.99.
01 AmountLine.
       02 PrnMeasure pic X(20).
       02 PrnAmount pic ZZZ,ZZZ,ZZ9.99- occurs 4 times.
01 PctLine.
       02 PrnPctMeasure pic X(20).
       02 PrnPctGroup occurs 4 times.
           03 filler pic X(8) value spaces.
           03 PrnPct pic ---9.9.
           03 filler pic X value "%".
01 NothingLine pic X(60) value
       "No invoiced sales, returns or stock to report".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "categoryrpt".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "categoryrpt".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Report month (YYYYMM, 0 = current): " with no advancing
       accept WSRptPeriod
       if WSRptPeriod = zero
           move WSRunDate(1:6) to WSRptPeriod
       end-if
       move WSRptPeriod(1:4) to WSRptYear
       move WSRptPeriod(5:2) to WSRptMonth
       compute WSPriorYear = WSRptYear - 1
       move spaces to WSRptFileName
       string "CategorySales." delimited by size
           WSRptPeriod delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open input ProductFile
       open input ProductCategories
       if WSPcStatus = "00"
           set PcFileOpen to true
       end-if
       perform LoadOnHandValues
       open input InvoiceHistory
       if WSIhStatus = "00"
           perform AccumulateInvoices
           close InvoiceHistory
       end-if
       open input ReturnLines
       if WSRlStatus = "00"
           perform AccumulateReturns
           close ReturnLines
       end-if
       open output CategoryPrint
       move spaces to WSRcParams
       string "month " delimited by size
           WSRptPeriod delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform PrintCategories
       close ProductFile, CategoryPrint
       if PcFileOpen
           close ProductCategories
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Invoice lines read: " WSLinesRead "  return lines: "
           WSReturnsRead
       display "Category rows printed: " WSCtCount
       if WSNoProdCount > zero
           display "Notice: " WSNoProdCount " line(s) for products no"
               " longer on file - totalled as uncategorized"
       end-if
       if WSTableFullCount > zero
           display "Notice: category table full - " WSTableFullCount
               " line(s) not totalled"
       end-if
       display "Written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSTableFullCount > zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       compute WSRhRead = WSLinesRead + WSReturnsRead
       move WSCtCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> valore a costo standard della giacenza di oggi: ogni prodotto
*> passa di qui, cosi' anche la categoria senza vendite ha la riga
LoadOnHandValues.
       move "N" to WSProdEOFFlag
       move spaces to ProdCode
       start ProductFile key is not less than ProdCode
           invalid key set ProdAtEOF to true
       end-start
       perform until ProdAtEOF
           read ProductFile next record
               at end set ProdAtEOF to true
           end-read
           if not ProdAtEOF
               move ProdCategory to WSNewKey(1:4)
               move ProdSubCategory to WSNewKey(5:4)
               perform FindOrInsertEntry
               if WSCtFound > zero
                   compute CtOnHandValue(WSCtFound) =
                       CtOnHandValue(WSCtFound)
                       + (ProdOnHand * ProdStdCost)
               end-if
           end-if
       end-perform
       move "N" to WSProdEOFFlag.

AccumulateInvoices.
       move "N" to WSEOFFlag
       move zero to IhInvoiceNum
       start InvoiceHistory key is not less than IhInvoiceNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read InvoiceHistory next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               move IhInvoiceDate(1:4) to WSDateYear
               move IhInvoiceDate(5:2) to WSDateMonth
               perform SetColumns
               if WSColYtd > zero
                   perform varying WSLineIdx from 1 by 1
                           until WSLineIdx > IhLineCount
                           or WSLineIdx > 5
                       perform AccumulateInvoiceLine
                   end-perform
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

AccumulateInvoiceLine.
       add 1 to WSLinesRead
       move IhProdCode(WSLineIdx) to ProdCode
       perform LocateProductEntry
       if WSCtFound > zero
           move IhLineNet(WSLineIdx) to WSLineSales
           compute WSLineCost = IhQty(WSLineIdx) * ProdStdCost
               on size error move zero to WSLineCost
           end-compute
           if WSColMonth > zero
               add WSLineSales to CtSales(WSCtFound, WSColMonth)
               add WSLineCost to CtCost(WSCtFound, WSColMonth)
           end-if
           add WSLineSales to CtSales(WSCtFound, WSColYtd)
           add WSLineCost to CtCost(WSCtFound, WSColYtd)
       end-if.

AccumulateReturns.
       move "N" to WSEOFFlag
       read ReturnLines
           at end set AtEOF to true
       end-read
       perform until AtEOF
           move RlDate(1:4) to WSDateYear
           move RlDate(5:2) to WSDateMonth
           perform SetColumns
           if WSColYtd > zero
               add 1 to WSReturnsRead
               move RlProdCode to ProdCode
               perform LocateProductEntry
               if WSCtFound > zero
                   if WSColMonth > zero
                       add RlCredit to CtReturns(WSCtFound, WSColMonth)
                   end-if
                   add RlCredit to CtReturns(WSCtFound, WSColYtd)
               end-if
           end-if
           read ReturnLines
               at end set AtEOF to true
           end-read
       end-perform
       move "N" to WSEOFFlag.

*> colonne della data: 1 mese e 2 anno a data dell'anno del report,
*> 3 e 4 lo stesso per l'anno prima; zero = fuori da tutti
SetColumns.
       move zero to WSColMonth
       move zero to WSColYtd
       if WSDateMonth <= WSRptMonth
           evaluate WSDateYear
               when WSRptYear
                   move 2 to WSColYtd
                   if WSDateMonth = WSRptMonth
                       move 1 to WSColMonth
                   end-if
               when WSPriorYear
                   move 4 to WSColYtd
                   if WSDateMonth = WSRptMonth
                       move 3 to WSColMonth
                   end-if
           end-evaluate
       end-if.

*> prodotto sparito dal master: la riga va tra i non categorizzati
LocateProductEntry.
       read ProductFile
           invalid key
               add 1 to WSNoProdCount
               move spaces to ProdCategory
               move spaces to ProdSubCategory
               move zero to ProdStdCost
       end-read
       move ProdCategory to WSNewKey(1:4)
       move ProdSubCategory to WSNewKey(5:4)
       perform FindOrInsertEntry
       if WSCtFound = zero
           add 1 to WSTableFullCount
       end-if.

FindOrInsertEntry.
       move zero to WSCtFound
       move zero to WSCtInsAt
       perform varying WSCtIdx from 1 by 1
               until WSCtIdx > WSCtCount or WSCtFound > zero
                   or WSCtInsAt > zero
           if CtKey(WSCtIdx) = WSNewKey
               move WSCtIdx to WSCtFound
           else
               if CtKey(WSCtIdx) > WSNewKey
                   move WSCtIdx to WSCtInsAt
               end-if
           end-if
       end-perform
       if WSCtFound = zero and WSCtCount < 200
           if WSCtInsAt = zero
               compute WSCtInsAt = WSCtCount + 1
           else
               perform varying WSCtIdx from WSCtCount by -1
                       until WSCtIdx < WSCtInsAt
                   move CtEntry(WSCtIdx) to CtEntry(WSCtIdx + 1)
               end-perform
           end-if
           add 1 to WSCtCount
           move WSNewKey to CtKey(WSCtInsAt)
           move zero to CtOnHandValue(WSCtInsAt)
           perform varying WSColIdx from 1 by 1 until WSColIdx > 4
               move zero to CtSales(WSCtInsAt, WSColIdx)
               move zero to CtCost(WSCtInsAt, WSColIdx)
               move zero to CtReturns(WSCtInsAt, WSColIdx)
           end-perform
           move WSCtInsAt to WSCtFound
       end-if.

*> righe in ordine di chiave: la categoria chiude con il subtotale
*> quando ha piu' di una riga (sottocategorie), poi il totale
PrintCategories.
       if WSCtCount = zero
           move " " to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       else
           initialize GrandArea
           perform varying WSCtIdx from 1 by 1 until WSCtIdx > WSCtCount
               if FirstCategory or CtCategory(WSCtIdx) not = WSCurCategory
                   if not FirstCategory
                       perform PrintCategoryTotal
                   end-if
                   move "N" to WSFirstCatFlag
                   move CtCategory(WSCtIdx) to WSCurCategory
                   move zero to WSCatRows
                   initialize SubtotalArea
               end-if
               add 1 to WSCatRows
               move CtOnHandValue(WSCtIdx) to PaOnHandValue
               add CtOnHandValue(WSCtIdx) to SbOnHandValue GtOnHandValue
               perform varying WSColIdx from 1 by 1 until WSColIdx > 4
                   move CtSales(WSCtIdx, WSColIdx) to PaSales(WSColIdx)
                   move CtCost(WSCtIdx, WSColIdx) to PaCost(WSColIdx)
                   move CtReturns(WSCtIdx, WSColIdx) to PaReturns(WSColIdx)
                   add CtSales(WSCtIdx, WSColIdx) to SbSales(WSColIdx)
                       GtSales(WSColIdx)
                   add CtCost(WSCtIdx, WSColIdx) to SbCost(WSColIdx)
                       GtCost(WSColIdx)
                   add CtReturns(WSCtIdx, WSColIdx) to SbReturns(WSColIdx)
                       GtReturns(WSColIdx)
               end-perform
               move CtCategory(WSCtIdx) to PrnCatCode
               move CtSubCategory(WSCtIdx) to PrnSubCode
               perform LookupCategoryDesc
               move WSDescText to PrnCatDesc
               perform PrintBlock
           end-perform
           perform PrintCategoryTotal
           move GrandArea to PrintArea
           move "ALL" to PrnCatCode
           move spaces to PrnSubCode
           move "GRAND TOTAL" to PrnCatDesc
           perform PrintBlock
       end-if.

PrintCategoryTotal.
       if WSCatRows > 1
           move SubtotalArea to PrintArea
           move WSCurCategory to PrnCatCode
           move "*TOT" to PrnSubCode
           move spaces to WSDescText
           if PcFileOpen
               move WSCurCategory to PcCategory
               move spaces to PcSubCategory
               read ProductCategories
                   invalid key continue
                   not invalid key move PcDesc to WSDescText
               end-read
           end-if
           move WSDescText to PrnCatDesc
           perform PrintBlock
       end-if.

LookupCategoryDesc.
       move spaces to WSDescText
       if CtCategory(WSCtIdx) = spaces
           move "(uncategorized)" to WSDescText
       else
           if PcFileOpen
               move CtKey(WSCtIdx) to PcKey
               read ProductCategories
                   invalid key move "(not on master)" to WSDescText
                   not invalid key move PcDesc to WSDescText
               end-read
           end-if
       end-if.

*> blocco di una riga categoria: vendite, margine, margine %, resi
PrintBlock.
       if LineCount > 44
           perform PrintPageHeading
       end-if
       move PaOnHandValue to PrnOnHand
       move "0" to AsaControl
       move CategoryLine to PrintBody
       write PrintLine
       move "  Invoiced sales" to PrnMeasure
       perform varying WSColIdx from 1 by 1 until WSColIdx > 4
           move PaSales(WSColIdx) to PrnAmount(WSColIdx)
       end-perform
       move " " to AsaControl
       move AmountLine to PrintBody
       write PrintLine
       move "  Std cost margin" to PrnMeasure
       move "  Margin %" to PrnPctMeasure
       perform varying WSColIdx from 1 by 1 until WSColIdx > 4
           compute WSMargin = PaSales(WSColIdx) - PaCost(WSColIdx)
           move WSMargin to PrnAmount(WSColIdx)
           if PaSales(WSColIdx) > zero
               compute WSMarginPct rounded =
                   (WSMargin * 100) / PaSales(WSColIdx)
                   on size error move zero to WSMarginPct
               end-compute
           else
               move zero to WSMarginPct
           end-if
           move WSMarginPct to PrnPct(WSColIdx)
       end-perform
       move AmountLine to PrintBody
       write PrintLine
       move PctLine to PrintBody
       write PrintLine
       move "  Returns credited" to PrnMeasure
       perform varying WSColIdx from 1 by 1 until WSColIdx > 4
           move PaReturns(WSColIdx) to PrnAmount(WSColIdx)
       end-perform
       move AmountLine to PrintBody
       write PrintLine
       add 6 to LineCount.

PrintPageHeading.
       move WSRptPeriod to PrnRptPeriod
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "0" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
