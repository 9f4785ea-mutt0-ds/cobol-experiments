       >>SOURCE FORMAT FREE
*> Customer price list: "what is my price on X" could only be
*> answered by the invoice run, because the answer is the list price
*> (or the pending price change once its date comes), beaten by an
*> active promotion, beaten by the customer's contract price, less
*> the quantity breaks and the Preferred tier percentage. This prints
*> every active product (or a code range) for one customer as of an
*> effective date, combining them in exactly that order as
*> 24_invoice.cob does: list price, the customer's net price, where
*> the price came from, and the net price at each quantity break.
*> The same rows go to a CSV the rep can mail to the customer.
*> Converted-quote prices belong to one order and are not shown.
IDENTIFICATION DIVISION.
PROGRAM-ID. pricelist.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT ContractPrices ASSIGN TO "ContractPrices.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ContrKey
           FILE STATUS IS WSContrStatus.
       SELECT DiscountTable ASSIGN TO "DiscountTable.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DiscProdCode
           FILE STATUS IS WSDiscStatus.
       SELECT PrefDiscount ASSIGN TO "PrefDiscount.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPrefStatus.
       SELECT Promotions ASSIGN TO "Promotions.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PromoProdCode
           FILE STATUS IS WSPromoStatus.
       SELECT PendingChanges ASSIGN TO "PendingPriceChanges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PchProdCode
           FILE STATUS IS WSPchStatus.
       SELECT PriceListPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT CsvOut ASSIGN TO WSCsvFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD ContractPrices.
01 ContractData.
   COPY CONTRREC.

FD DiscountTable.
01 DiscountData.
   COPY DISCREC.

FD PrefDiscount.
01 PrefRateRecord.
   02 PrefDiscRate pic V99.

FD Promotions.
01 PromotionData.
   COPY PROMOREC.

FD PendingChanges.
01 PendingChangeData.
   COPY PRCHGREC.

FD PriceListPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

FD CsvOut.
01 CsvLine pic X(120).

WORKING-STORAGE SECTION.
01 WSContrStatus pic XX.
01 WSContrOpenFlag pic X value "N".
       88 ContrFileOpen value "Y".
01 WSDiscStatus pic XX.
01 WSDiscOpenFlag pic X value "N".
       88 DiscFileOpen value "Y".
01 WSPrefStatus pic XX.
01 WSPromoStatus pic XX.
01 WSPromoOpenFlag pic X value "N".
       88 PromoFileOpen value "Y".
01 WSPchStatus pic XX.
01 WSPchOpenFlag pic X value "N".
       88 PchFileOpen value "Y".
01 WSProdEOFFlag pic X value "N".
       88 ProdAtEOF value "Y".
01 CustExist pic X.
01 WSRptFileName pic X(30).
01 WSCsvFileName pic X(30).
01 WSRunDate pic 9(8).
*> cliente, data di validita' e intervallo codici scelti
01 WSListCustID pic 9(5).
01 WSEffDate pic 9(8).
01 WSFromCode pic X(8).
01 WSToCode pic X(8).
*> categoria scelta (PRODREC ProdCategory), spazi = tutte
01 WSSelCategory pic X(4).
01 WSCustName pic X(31).
*> la catena prezzi della riga, come ResolveUnitPrice di 24
01 WSPrefRate pic V99 value zero.
01 WSListPrice pic 9(4)V99.
01 WSUnitPrice pic 9(4)V99.
01 WSPromoUnit pic 9(4)V99.
01 WSNetPrice pic 9(4)V99.
01 WSBreakPrice pic 9(4)V99.
01 WSPriceSrc pic X.
01 WSSourceText pic X(12).
01 WSBreakIdx pic 9.
01 WSBreakQty pic 9(4) occurs 2 times.
01 WSBreakNet pic 9(4)V99 occurs 2 times.
*> campi CSV: prezzi con il punto decimale vero
01 WSCsvList pic 9(4).99.
01 WSCsvNet pic 9(4).99.
01 WSCsvBrkQty1 pic 9(4).
01 WSCsvBrkNet1 pic 9(4).99.
01 WSCsvBrkQty2 pic 9(4).
01 WSCsvBrkNet2 pic 9(4).99.
01 WSListedCount pic 9(5) value zero.
01 WSContractCount pic 9(5) value zero.
01 WSPromoCount pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(15) value "PRICE LIST FOR ".
       02 PrnCustName pic X(31).
       02 filler pic X value "(".
       02 PrnCustID pic 9(5).
       02 filler pic X(13) value ") EFFECTIVE ".
       02 PrnEffDate pic 9999/99/99.
01 TierLine.
       02 filler pic X(26) value "Preferred tier discount of".
       02 PrnPrefPct pic ZZ9.
       02 filler pic X(30) value "% is included in net prices".
01 Heads.
       02 filler pic X(42) value
           "Product  Description             List     ".
       02 filler pic X(48) value
           "Net Source       Break 1       Break 2".
01 DetailLine.
       02 PrnProdCode pic X(8).
       02 filler pic X value space.
       02 PrnProdDesc pic X(20).
       02 filler pic X value space.
       02 PrnListPrice pic ZZZ9.99.
       02 filler pic X value space.
       02 PrnNetPrice pic ZZZ9.99.
       02 filler pic X value space.
       02 PrnSource pic X(12).
       02 filler pic X value space.
       02 PrnBreak1 pic X(13).
       02 filler pic X value space.
       02 PrnBreak2 pic X(13).
01 BreakText.
       02 BtQty pic ZZZ9.
       02 filler pic X(2) value "+ ".
       02 BtPrice pic ZZZ9.99.
01 TotalLine.
       02 PrnTotalText pic X(38).
       02 PrnTotalCount pic ZZ,ZZ9.
01 NothingLine pic X(60) value
       "No active products in the selected range".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "pricelist".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7) value zero.
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "pricelist".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       open input CustomerFile
       display "Customer IDNum: " with no advancing
       accept WSListCustID
       move "Y" to CustExist
       move WSListCustID to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           display "Customer not on file - no price list"
           close CustomerFile
           move 8 to RETURN-CODE
           stop run
       end-if
       move spaces to WSCustName
       string FirstName delimited by space
           " " delimited by size
           LastName delimited by space
           into WSCustName
       display "Effective date (YYYYMMDD, 0 = today): "
           with no advancing
       accept WSEffDate
       if WSEffDate = zero
           move WSRunDate to WSEffDate
       end-if
       display "From product code (blank = first): " with no advancing
       accept WSFromCode
       display "To product code (blank = last): " with no advancing
       accept WSToCode
       if WSToCode = spaces
           move high-values to WSToCode
       end-if
       display "Product category (blank = all): " with no advancing
       move spaces to WSSelCategory
       accept WSSelCategory
       move spaces to WSRptFileName
       string "PriceList." delimited by size
           WSListCustID delimited by size
           "." delimited by size
           WSEffDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       move spaces to WSCsvFileName
       string "PriceList." delimited by size
           WSListCustID delimited by size
           "." delimited by size
           WSEffDate delimited by size
           ".csv" delimited by size
           into WSCsvFileName
       perform LoadPreferredRate
       open input ProductFile
       open input ContractPrices
       if WSContrStatus = "00"
           set ContrFileOpen to true
       end-if
       open input DiscountTable
       if WSDiscStatus = "00"
           set DiscFileOpen to true
       end-if
       open input Promotions
       if WSPromoStatus = "00"
           set PromoFileOpen to true
       end-if
       open input PendingChanges
       if WSPchStatus = "00"
           set PchFileOpen to true
       end-if
       open output PriceListPrint
       open output CsvOut
       move spaces to WSRcParams
       if WSSelCategory = spaces
           string "customer " delimited by size
               WSListCustID delimited by size
               " as of " delimited by size
               WSEffDate delimited by size
               into WSRcParams
       else
           string "customer " delimited by size
               WSListCustID delimited by size
               " category " delimited by size
               WSSelCategory delimited by size
               into WSRcParams
       end-if
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       move spaces to CsvLine
       string "Product,Description,List,Net,Source," delimited by size
           "Break1 Qty,Break1 Net,Break2 Qty,Break2 Net"
               delimited by size
           into CsvLine
       write CsvLine
       perform PrintPageHeading
       move WSFromCode to ProdCode
       start ProductFile key is not less than ProdCode
           invalid key set ProdAtEOF to true
       end-start
       perform until ProdAtEOF
           read ProductFile next record
               at end set ProdAtEOF to true
           end-read
           if not ProdAtEOF
               if ProdCode > WSToCode
                   set ProdAtEOF to true
               else
                   add 1 to WSRhRead
                   if not ProdDiscontinued
                           and (WSSelCategory = spaces
                           or ProdCategory = WSSelCategory)
                       perform PriceOneProduct
                   end-if
               end-if
           end-if
       end-perform
       perform PrintTotals
       close CustomerFile, ProductFile, PriceListPrint, CsvOut
       if ContrFileOpen
           close ContractPrices
       end-if
       if DiscFileOpen
           close DiscountTable
       end-if
       if PromoFileOpen
           close Promotions
       end-if
       if PchFileOpen
           close PendingChanges
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Products listed: " WSListedCount "  at contract price: "
           WSContractCount "  on promotion: " WSPromoCount
       display "Written to " WSRptFileName
       display "CSV for the customer: " WSCsvFileName
       display "Elapsed seconds: " WSElapsedSecs
       move 0 to RETURN-CODE
       move RETURN-CODE to WSRhRc
       move WSListedCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> stessa lettura di 24_invoice.cob: un valore solo, zero (o file
*> assente) = nessuno sconto tier; vale solo per i Preferred
LoadPreferredRate.
       move zero to WSPrefRate
       if PreferredCustomer
           open input PrefDiscount
           if WSPrefStatus = "00"
               read PrefDiscount
                   at end move zero to PrefDiscRate
               end-read
               if WSPrefStatus = "00"
                   move PrefDiscRate to WSPrefRate
               end-if
               close PrefDiscount
           end-if
       end-if.

PriceOneProduct.
       perform ResolveUnitPrice
       compute WSNetPrice rounded = WSUnitPrice * (1 - WSPrefRate)
       perform ResolveBreaks
       perform PrintDetail
       perform WriteCsvRow
       add 1 to WSListedCount
       evaluate WSPriceSrc
           when "C" add 1 to WSContractCount
           when "P" add 1 to WSPromoCount
       end-evaluate.

*> listino alla data (il cambio prezzo pendente conta dal suo giorno
*> di validita'), poi promozione in finestra se piu' bassa, poi
*> contratto non scaduto che batte tutto - l'ordine di 24
ResolveUnitPrice.
       move ProdPrice to WSListPrice
       move "L" to WSPriceSrc
       if PchFileOpen
           move ProdCode to PchProdCode
           read PendingChanges
               invalid key continue
               not invalid key
                   if PchEffectiveDate <= WSEffDate
                       move PchNewPrice to WSListPrice
                       move "N" to WSPriceSrc
                   end-if
           end-read
       end-if
       move WSListPrice to WSUnitPrice
       if PromoFileOpen
           move ProdCode to PromoProdCode
           read Promotions
               invalid key continue
               not invalid key
                   if WSEffDate >= PromoStartDate
                           and WSEffDate <= PromoEndDate
                       if PromoPrice > zero
                           move PromoPrice to WSPromoUnit
                       else
                           compute WSPromoUnit rounded =
                               WSListPrice * (1 - PromoPctOff)
                       end-if
                       if WSPromoUnit < WSUnitPrice
                           move WSPromoUnit to WSUnitPrice
                           move "P" to WSPriceSrc
                       end-if
                   end-if
           end-read
       end-if
       if ContrFileOpen
           move WSListCustID to ContrCustIDNum
           move ProdCode to ContrProdCode
           read ContractPrices
               invalid key continue
               not invalid key
                   if ContrExpiryDate >= WSEffDate
                       move ContrPrice to WSUnitPrice
                       move "C" to WSPriceSrc
                   end-if
           end-read
       end-if
       evaluate WSPriceSrc
           when "L" move "List" to WSSourceText
           when "N" move "New list" to WSSourceText
           when "P" move "Promotion" to WSSourceText
           when "C" move "Contract" to WSSourceText
       end-evaluate.

*> prezzo netto a ciascun break: sconto quantita' sulla riga, poi la
*> percentuale Preferred sull'imponibile gia' scontato, come in
*> fattura
ResolveBreaks.
       move zero to WSBreakQty(1) WSBreakQty(2)
       move zero to WSBreakNet(1) WSBreakNet(2)
       if DiscFileOpen
           move ProdCode to DiscProdCode
           read DiscountTable
               invalid key continue
               not invalid key
                   perform varying WSBreakIdx from 1 by 1
                           until WSBreakIdx > 2
                       if DiscBreakQty(WSBreakIdx) > zero
                           move DiscBreakQty(WSBreakIdx)
                               to WSBreakQty(WSBreakIdx)
                           compute WSBreakPrice rounded = WSUnitPrice
                               * (1 - DiscBreakPct(WSBreakIdx))
                           compute WSBreakNet(WSBreakIdx) rounded =
                               WSBreakPrice * (1 - WSPrefRate)
                       end-if
                   end-perform
           end-read
       end-if.

PrintPageHeading.
       move WSCustName to PrnCustName
       move WSListCustID to PrnCustID
       move WSEffDate to PrnEffDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move 2 to LineCount
       if WSPrefRate > zero
           compute PrnPrefPct = WSPrefRate * 100
           move " " to AsaControl
           move TierLine to PrintBody
           write PrintLine
           add 1 to LineCount
       end-if
       move "0" to AsaControl
       move Heads to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintDetail.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move ProdCode to PrnProdCode
       move ProdDesc to PrnProdDesc
       move WSListPrice to PrnListPrice
       move WSNetPrice to PrnNetPrice
       move WSSourceText to PrnSource
       move spaces to PrnBreak1 PrnBreak2
       if WSBreakQty(1) > zero
           move WSBreakQty(1) to BtQty
           move WSBreakNet(1) to BtPrice
           move BreakText to PrnBreak1
       end-if
       if WSBreakQty(2) > zero
           move WSBreakQty(2) to BtQty
           move WSBreakNet(2) to BtPrice
           move BreakText to PrnBreak2
       end-if
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

*> una riga CSV per prodotto, con STRING come 19_csv_export.cob
WriteCsvRow.
       move WSListPrice to WSCsvList
       move WSNetPrice to WSCsvNet
       move WSBreakQty(1) to WSCsvBrkQty1
       move WSBreakNet(1) to WSCsvBrkNet1
       move WSBreakQty(2) to WSCsvBrkQty2
       move WSBreakNet(2) to WSCsvBrkNet2
       move spaces to CsvLine
       string function trim(ProdCode) delimited by size
           "," delimited by size
           function trim(ProdDesc) delimited by size
           "," delimited by size
           WSCsvList delimited by size
           "," delimited by size
           WSCsvNet delimited by size
           "," delimited by size
           function trim(WSSourceText) delimited by size
           "," delimited by size
           WSCsvBrkQty1 delimited by size
           "," delimited by size
           WSCsvBrkNet1 delimited by size
           "," delimited by size
           WSCsvBrkQty2 delimited by size
           "," delimited by size
           WSCsvBrkNet2 delimited by size
           into CsvLine
       end-string
       write CsvLine.

PrintTotals.
       if WSListedCount = zero
           move " " to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       end-if
       move "0" to AsaControl
       move spaces to TotalLine
       move "Products listed" to PrnTotalText
       move WSListedCount to PrnTotalCount
       move TotalLine to PrintBody
       write PrintLine
       move " " to AsaControl
       move "  at a contract price" to PrnTotalText
       move WSContractCount to PrnTotalCount
       move TotalLine to PrintBody
       write PrintLine
       move "  at a promotional price" to PrnTotalText
       move WSPromoCount to PrnTotalCount
       move TotalLine to PrintBody
       write PrintLine.
