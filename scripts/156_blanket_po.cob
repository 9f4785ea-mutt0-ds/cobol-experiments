       >>SOURCE FORMAT FREE
*> Blanket purchase agreements: for the high-volume items purchasing
*> negotiates a year's quantity and price with the vendor and then
*> calls deliveries off through the year. The agreement is kept here
*> (BlanketPOs.dat, numbered from BlanketControl.dat the way POs are
*> numbered from PoControl.dat): vendor, product, the agreed unit,
*> quantity and price, and the validity dates. Release POs are keyed
*> against it in 87_po_entry.cob at the blanket's price, and receiving
*> credits it, so released, received and remaining are always on the
*> record. The status report warns on every active blanket that is
*> close to its quantity or its end date.
IDENTIFICATION DIVISION.
PROGRAM-ID. blanketpo.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BlanketPOs ASSIGN TO "BlanketPOs.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BkNum
           ALTERNATE RECORD KEY IS BkVendNum WITH DUPLICATES
           FILE STATUS IS WSBkStatus.
       SELECT PurchaseOrders ASSIGN TO "PurchaseOrders.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PoNum
           ALTERNATE RECORD KEY IS PoVendNum WITH DUPLICATES
           FILE STATUS IS WSPoStatus.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT BlanketControl ASSIGN TO "BlanketControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT BlanketPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BlanketPOs.
01 BlanketData.
   COPY BLANKETREC.

FD PurchaseOrders.
01 PurchaseOrderData.
   COPY POREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD BlanketControl.
01 ControlRecord.
   02 CtlNextBkNum pic 9(6).

FD BlanketPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSBkStatus pic XX.
01 WSPoStatus pic XX.
01 WSPoOpenFlag pic X value "N".
       88 PoFileOpen value "Y".
01 WSVendStatus pic XX.
01 WSCtlStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSPoEOFFlag pic X value "N".
       88 PoAtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSRptFileName pic X(30).
01 WSBkNum pic 9(6).
01 WSVendOk pic X.
01 WSProdOk pic X.
01 WSAnswer pic X.
01 WSLineIdx pic 9(2).
01 WSListed pic 9(5).
01 WSWarnCount pic 9(5).
*> soglie di avviso: rilasciato oltre questa percentuale
*> dell'accordato, o fine validita' entro questi giorni
01 WSBkWarnPct pic 9(3) value 90.
01 WSBkWarnDays pic 9(3) value 30.
01 WSDaysLeft pic S9(6).
01 WSUsedPct pic 9(3)V9.
01 WSRemainQty pic S9(7).
01 WSWarnText pic X(30).
*> unita' dell'accordo e quantita' battute in quell'unita'
01 WSUomCode pic X(2).
01 WSUomFactor pic 9(4).
01 WSUomQty pic 9(7).
01 WSEachQty pic 9(9).
01 WSShowQty pic 9(6).
01 WSShowCode pic X(2).
01 WSNewEndDate pic 9(8).
01 PageHeading.
       02 filler pic X(24) value "BLANKET PO STATUS       ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(28) value
           "Blanket Vend  Product       ".
       02 filler pic X(62) value
           "Agreed    Released    Received   Remaining  Ends".
01 BkDetailLine.
       02 PrnBkNum pic 9(6).
       02 filler pic xx value space.
       02 PrnBkVend pic 9(5).
       02 filler pic x value space.
       02 PrnBkProd pic X(8).
       02 PrnBkAgreed pic ZZZ,ZZZ,ZZ9.
       02 filler pic x value space.
       02 PrnBkReleased pic ZZZ,ZZZ,ZZ9.
       02 filler pic x value space.
       02 PrnBkReceived pic ZZZ,ZZZ,ZZ9.
       02 filler pic x value space.
       02 PrnBkRemain pic ZZZ,ZZZ,ZZ9-.
       02 filler pic x value space.
       02 PrnBkEnd pic 9(8).
01 BkWarnLine.
       02 filler pic X(9) value "    *** ".
       02 PrnWarnText pic X(30).
       02 filler pic X(4) value " ***".
01 BkFooting.
       02 filler pic X(18) value "Active blankets: ".
       02 PrnListed pic ZZZZ9.
       02 filler pic X(20) value "   needing action: ".
       02 PrnWarnCount pic ZZZZ9.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "blanketpos".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o BlanketPOs
       if WSBkStatus = "35"
           open output BlanketPOs
           close BlanketPOs
           open i-o BlanketPOs
       end-if
       open input VendorFile
       if WSVendStatus not = "00"
           display "Vendor master not on file - run vendormaster first"
           close BlanketPOs
           goback
       end-if
       open input ProductFile
       open input PurchaseOrders
       if WSPoStatus = "00"
           set PoFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "BLANKET PURCHASE ORDERS"
           display "1 : Enter a Blanket Agreement"
           display "2 : Change or Close a Blanket"
           display "3 : Show a Blanket and its Releases"
           display "4 : Blanket Status Report"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform EnterBlanket
               when 2 perform ChangeBlanket
               when 3 perform ShowBlanket
               when 4 perform BlanketReport
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close BlanketPOs, VendorFile, ProductFile
       if PoFileOpen
           close PurchaseOrders
       end-if
       goback.

*> numerazione dal file di controllo, identica a GetNextPoNum
GetNextBkNum.
       move zero to WSBkNum
       open input BlanketControl
       if WSCtlStatus = "00"
           read BlanketControl
               at end move zero to CtlNextBkNum
           end-read
           move CtlNextBkNum to WSBkNum
           close BlanketControl
       end-if
       if WSBkNum = zero
           move 1 to WSBkNum
       end-if
       open output BlanketControl
       compute CtlNextBkNum = WSBkNum + 1
       write ControlRecord
       close BlanketControl.

EnterBlanket.
       display " "
       display "Vendor Number: " with no advancing
       accept VendNum
       move "N" to WSProdOk
       perform CheckNewBlanketVendor
       if WSVendOk = "Y"
           perform CheckNewBlanketProduct
       end-if
       if WSProdOk = "Y"
           perform AcceptBlanketUom
           perform AcceptBlanketQty
           perform AcceptBlanketTerms
           perform WriteNewBlanket
       end-if.

CheckNewBlanketVendor.
       move "Y" to WSVendOk
       read VendorFile
           invalid key move "N" to WSVendOk
       end-read
       if WSVendOk = "Y" and VendInactive
           move "N" to WSVendOk
       end-if
       if WSVendOk = "N"
           display "No active vendor under that number"
       end-if.

CheckNewBlanketProduct.
       display "Product Code: " with no advancing
       accept ProdCode
       move "Y" to WSProdOk
       read ProductFile
           invalid key move "N" to WSProdOk
       end-read
       if WSProdOk = "N" or ProdDiscontinued
           move "N" to WSProdOk
           display "No active product under that code"
       else
           display "  " ProdDesc
       end-if.

AcceptBlanketUom.
       move zero to WSUomFactor
       perform until WSUomFactor > zero
           move ProdBuyUom to WSUomCode
           display "Agreed unit EA/IP/CS (blank = " WSUomCode "): "
               with no advancing
           accept WSUomCode
           if WSUomCode = spaces
               move ProdBuyUom to WSUomCode
           end-if
           call "UOMCONV" using WSUomCode, ProdInnerQty, ProdCaseQty,
               WSUomFactor
           if WSUomFactor = zero
               display "No " WSUomCode " quantity set for this product"
           end-if
       end-perform.

AcceptBlanketQty.
       move zero to WSEachQty
       perform until WSEachQty > zero and WSEachQty < 10000000
           display "Agreed quantity in " WSUomCode ": "
               with no advancing
           accept WSUomQty
           compute WSEachQty = WSUomQty * WSUomFactor
           if WSEachQty > 9999999
               display "More than 9,999,999 eaches - split the"
                   " agreement"
           end-if
       end-perform
       move WSEachQty to BkAgreedQty.

AcceptBlanketTerms.
       display "Agreed price per " WSUomCode ": " with no advancing
       accept BkUomCost
       compute BkUnitCost rounded = BkUomCost / WSUomFactor
           on size error move zero to BkUnitCost
       end-compute
       display "Valid from (YYYYMMDD, 0 = today): " with no advancing
       accept BkStartDate
       if BkStartDate = zero
           move WSRunDate to BkStartDate
       end-if
       move zero to BkEndDate
       perform until BkEndDate > BkStartDate
           display "Valid to (YYYYMMDD): " with no advancing
           accept BkEndDate
           if BkEndDate not > BkStartDate
               display "End date must be after the start date"
           end-if
       end-perform
       display "Vendor's agreement reference: " with no advancing
       accept BkVendRef.

WriteNewBlanket.
       perform GetNextBkNum
       move WSBkNum to BkNum
       move VendNum to BkVendNum
       move ProdCode to BkProdCode
       move WSUomCode to BkUom
       move WSUomFactor to BkFactor
       move zero to BkReleasedQty BkReceivedQty BkReleaseCount
           BkLastRelease
       set BkActive to true
       move OperatorID to BkCreatedBy
       move WSRunDate to BkCreatedDate
       write BlanketData
           invalid key
               display "Blanket not written, status " WSBkStatus
           not invalid key
               display "Blanket " BkNum " written for vendor "
                   BkVendNum ", " BkProdCode " until " BkEndDate
       end-write.

*> proroga, nuova quantita' accordata o chiusura anticipata; prezzo
*> e prodotto non si toccano - un nuovo accordo e' un nuovo blanket
ChangeBlanket.
       display " "
       display "Blanket Number: " with no advancing
       accept BkNum
       read BlanketPOs
           invalid key
               display "Blanket not on file"
           not invalid key
               perform ChangeBlanketTerms
       end-read.

ChangeBlanketTerms.
       perform ShowBlanketHeader
       if BkClosed
           display "Blanket is closed"
       else
           display "Close this blanket now (Y/N)? " with no advancing
           accept WSAnswer
           if WSAnswer = "Y" or WSAnswer = "y"
               set BkClosed to true
           else
               perform AcceptNewEndDate
               perform AcceptNewAgreedQty
           end-if
           perform SaveBlanketChange
       end-if.

AcceptNewEndDate.
       display "New end date (YYYYMMDD, 0 = keep " BkEndDate "): "
           with no advancing
       accept WSNewEndDate
       if WSNewEndDate > zero
           if WSNewEndDate > BkStartDate
               move WSNewEndDate to BkEndDate
           else
               display "End date must be after the start date -"
                   " kept"
           end-if
       end-if.

AcceptNewAgreedQty.
       display "New agreed quantity in " BkUom " (0 = keep): "
           with no advancing
       accept WSUomQty
       if WSUomQty > zero
           compute WSEachQty = WSUomQty * BkFactor
           if WSEachQty < BkReleasedQty or WSEachQty > 9999999
               display "Agreed quantity cannot go below what is"
                   " already released - kept"
           else
               move WSEachQty to BkAgreedQty
           end-if
       end-if.

SaveBlanketChange.
       rewrite BlanketData
           invalid key display "Blanket not updated"
           not invalid key
               display "Blanket " BkNum " updated"
               perform CheckBlanketWarning
               if WSWarnText not = spaces
                   display "*** " WSWarnText " ***"
               end-if
       end-rewrite.

ShowBlanket.
       display " "
       display "Blanket Number: " with no advancing
       accept BkNum
       read BlanketPOs
           invalid key
               display "Blanket not on file"
           not invalid key
               perform ShowBlanketHeader
               perform CheckBlanketWarning
               if WSWarnText not = spaces
                   display "  *** " WSWarnText " ***"
               end-if
               if PoFileOpen
                   perform ListReleases
               end-if
       end-read.

ShowBlanketHeader.
       display "Blanket " BkNum " vendor " BkVendNum " product "
           BkProdCode " ref " BkVendRef
       display "  " BkStartDate " to " BkEndDate "  status "
           BkStatusFlag "  price " BkUomCost " per " BkUom
       move BkAgreedQty to WSEachQty
       perform ShowInBlanketUnit
       display "  agreed   " WSShowQty " " WSShowCode
       move BkReleasedQty to WSEachQty
       perform ShowInBlanketUnit
       display "  released " WSShowQty " " WSShowCode " in "
           BkReleaseCount " release(s)"
       move BkReceivedQty to WSEachQty
       perform ShowInBlanketUnit
       display "  received " WSShowQty " " WSShowCode
       compute WSRemainQty = BkAgreedQty - BkReleasedQty
       if WSRemainQty < zero
           move zero to WSEachQty
       else
           move WSRemainQty to WSEachQty
       end-if
       perform ShowInBlanketUnit
       display "  remaining " WSShowQty " " WSShowCode.

ShowInBlanketUnit.
       if WSEachQty > 999999
           move 999999 to WSEachQty
       end-if
       call "UOMSHOW" using BkUom, BkFactor, WSEachQty, WSShowQty,
           WSShowCode.

*> i PO del fornitore con righe rilasciate su questo blanket
ListReleases.
       move zero to WSListed
       move "N" to WSPoEOFFlag
       move BkVendNum to PoVendNum
       start PurchaseOrders key is = PoVendNum
           invalid key set PoAtEOF to true
       end-start
       perform until PoAtEOF
           read PurchaseOrders next record
               at end set PoAtEOF to true
           end-read
           if not PoAtEOF
               if PoVendNum not = BkVendNum
                   set PoAtEOF to true
               else
                   perform varying WSLineIdx from 1 by 1
                           until WSLineIdx > PoLineCount
                       if PoLineBlanketNum(WSLineIdx) numeric
                           if PoLineBlanketNum(WSLineIdx) = BkNum
                               add 1 to WSListed
                               display "  release PO " PoNum " of "
                                   PoDate " ordered "
                                   PoQtyOrdered(WSLineIdx) " received "
                                   PoQtyReceived(WSLineIdx) " (eaches)"
                                   " status " PoStatusFlag
                           end-if
                       end-if
                   end-perform
               end-if
           end-if
       end-perform
       move "N" to WSPoEOFFlag
       display WSListed " release line(s)".

*> avviso: oltre soglia dell'accordato, vicino o oltre la fine
CheckBlanketWarning.
       move spaces to WSWarnText
       if BkActive
           compute WSDaysLeft = function integer-of-date(BkEndDate)
               - function integer-of-date(WSRunDate)
           if BkAgreedQty > zero
               compute WSUsedPct = (BkReleasedQty * 100) / BkAgreedQty
                   on size error move 999 to WSUsedPct
               end-compute
           else
               move zero to WSUsedPct
           end-if
           evaluate true
               when WSDaysLeft < zero
                   move "EXPIRED - close or extend it" to WSWarnText
               when BkReleasedQty >= BkAgreedQty
                   move "QUANTITY FULLY RELEASED" to WSWarnText
               when WSUsedPct >= WSBkWarnPct
                   move "NEAR AGREED QUANTITY" to WSWarnText
               when WSDaysLeft <= WSBkWarnDays
                   move "NEAR END DATE" to WSWarnText
           end-evaluate
       end-if.

*> report dei blanket attivi, datato come gli altri report
BlanketReport.
       move spaces to WSRptFileName
       string "BlanketPOs." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output BlanketPrint
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       move zero to WSListed
       move zero to WSWarnCount
       move "N" to WSEOFFlag
       move zero to BkNum
       start BlanketPOs key is not less than BkNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read BlanketPOs next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if BkActive
                   perform PrintOneBlanket
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       move WSListed to PrnListed
       move WSWarnCount to PrnWarnCount
       move "-" to AsaControl
       move BkFooting to PrintBody
       write PrintLine
       close BlanketPrint
       display "Active blankets: " WSListed "  with warnings: "
           WSWarnCount
       display "Report written to " WSRptFileName.

*> le quantita' in stampa sono pezzi, come sul record (l'unita'
*> dell'accordo si vede dal dettaglio del blanket)
PrintOneBlanket.
       add 1 to WSListed
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move BkNum to PrnBkNum
       move BkVendNum to PrnBkVend
       move BkProdCode to PrnBkProd
       move BkAgreedQty to PrnBkAgreed
       move BkReleasedQty to PrnBkReleased
       move BkReceivedQty to PrnBkReceived
       compute WSRemainQty = BkAgreedQty - BkReleasedQty
       move WSRemainQty to PrnBkRemain
       move BkEndDate to PrnBkEnd
       move " " to AsaControl
       move BkDetailLine to PrintBody
       write PrintLine
       add 1 to LineCount
       perform CheckBlanketWarning
       if WSWarnText not = spaces
           add 1 to WSWarnCount
           move WSWarnText to PrnWarnText
           move BkWarnLine to PrintBody
           write PrintLine
           add 1 to LineCount
       end-if.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
