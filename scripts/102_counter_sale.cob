*> every downstream report sees it like any other sale. The AR item
*> carries the invoice number as its ArOrderNum - nonzero and unique,
*> so the nightly cross-balance still ties invoices to open items.
*> Sales are rung into the operator's open cash drawer
*> (CashDrawers.dat): the drawer is opened with a starting float,
*> each payment is journaled with its drawer number, and at close
*> the operator counts the cash by denomination against the float
*> plus the cash taken - the close slip DrawerClose.<drawer>.dat
*> shows the tender totals and the over/short, which is left for a
*> supervisor in 123_drawer_review.cob.
*> A serialized product leaves the counter by serial number: each
*> unit sold is stamped on SerialNumbers.dat as shipped to the
*> customer, under the invoice number as its order. The serials are
*> taken before the line is priced or any stock moves; a unit whose
*> serial cannot be found on the shelf (blank entry) is refused and
*> the line quantity drops by one.
IDENTIFICATION DIVISION.
PROGRAM-ID. countersale.
ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       *> cassetti del banco e il loro numeratore, stesso schema a un
       *> record di InvoiceControl.dat
       SELECT CashDrawers ASSIGN TO "CashDrawers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DrDrawerNum
           ALTERNATE RECORD KEY IS DrOperatorID WITH DUPLICATES
           FILE STATUS IS WSDrStatus.
       SELECT DrawerControl ASSIGN TO "DrawerControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDcStatus.
       SELECT DrawerSlip ASSIGN TO WSSlipFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> bucket vendite cliente/periodo: la vendita al banco va
       *> postata come la posterebbe il merge, o dashboard, sales
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PromoProdCode
           FILE STATUS IS WSPromoStatus.
       *> le unita' serializzate escono dal banco per numero di serie
       SELECT SerialNumbers ASSIGN TO "SerialNumbers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SerKey
           ALTERNATE RECORD KEY IS SerOrderNum WITH DUPLICATES
           FILE STATUS IS WSSerStatus.

DATA DIVISION.
FILE SECTION.
01 CashRecord.
   COPY CASHREC.

FD CashDrawers.
01 DrawerData.
   COPY DRAWERREC.

FD DrawerControl.
01 DrawerControlRecord.
   02 CtlNextDrawerNum pic 9(6).

FD DrawerSlip.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(60).

FD SalesHistory.
01 SalesHistoryData.
   COPY SALESHREC.
FD Promotions.
01 PromotionData.
   COPY PROMOREC.
FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

WORKING-STORAGE SECTION.
01 WSRatesStatus pic XX.
01 WSIhStatus pic XX.
01 WSChoice pic 9.
01 CustExist pic X.
*> cliente senza fido approvato (CustCreditStatus P o D): al banco si
*> paga tutto, niente saldo lasciato aperto in receivables
01 WSCashOnlyFlag pic X value "N".
       88 CashOnlySale value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSWhseCode pic XX.
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSCustIDNum pic 9(5).
01 TaxRate PIC V999 value .075.
01 WSPrefRate pic V99 value zero.
01 WSTendered pic 9(7)V99.
01 WSApplied pic 9(7)V99.
01 WSCheckNum pic X(10).
01 WSTenderType pic XX.
01 WSLocDelta pic S9(5).
*> riga sul movement ledger unificato (sorgente CS, vendita banco)
01 WSMoveQty pic S9(5).
01 WSTrailingOrders pic 9(7).
01 Dollars PIC $$,$$$,$$9.99.
01 WSSalesDone pic 9(4) value zero.
*> numeri di serie venduti al banco
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(5).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".
       88 SerialRefused value "R".
01 WSSerialsTaken pic 9(5).
01 WSCashStatus pic XX.
01 WSCashEOFFlag pic X value "N".
       88 CashAtEOF value "Y".
*> il cassetto aperto dell'operatore: niente vendite senza
01 WSDrStatus pic XX.
01 WSDcStatus pic XX.
01 WSDrEOFFlag pic X value "N".
       88 DrAtEOF value "Y".
01 WSDrawerNum pic 9(6) value zero.
01 WSDrawerFlag pic X value "N".
       88 DrawerIsOpen value "Y".
01 WSFloat pic 9(5)V99.
01 WSNowTime pic 9(8).
*> conta di chiusura per taglio, dalle banconote da 100 al centesimo
01 DenomTable.
       02 filler pic 9(3)V99 value 100.00.
       02 filler pic 9(3)V99 value 50.00.
       02 filler pic 9(3)V99 value 20.00.
       02 filler pic 9(3)V99 value 10.00.
       02 filler pic 9(3)V99 value 5.00.
       02 filler pic 9(3)V99 value 2.00.
       02 filler pic 9(3)V99 value 1.00.
       02 filler pic 9(3)V99 value 0.50.
       02 filler pic 9(3)V99 value 0.25.
       02 filler pic 9(3)V99 value 0.10.
       02 filler pic 9(3)V99 value 0.05.
       02 filler pic 9(3)V99 value 0.01.
01 DenomEntries redefines DenomTable.
       02 DenomValue pic 9(3)V99 occurs 12 times.
01 DenomCounts.
       02 DenomCount pic 9(5) occurs 12 times.
01 WSDenomIdx pic 99.
01 WSDenomAmount pic 9(7)V99.
01 WSCounted pic 9(7)V99.
01 PrnDenom pic ZZ9.99.
01 PrnOverShort pic -$$$,$$$,$$9.99.
01 WSSlipFileName pic X(30).
*> registrazione dello slip nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "countersale".
01 WSRcParams pic X(30).
01 SlipHeading.
       02 filler pic X(13) value "CASH DRAWER ".
       02 PrnSlipDrawer pic 9(6).
       02 filler pic X(10) value "  OPERATOR".
       02 filler pic X value space.
       02 PrnSlipOperator pic X(8).
01 SlipDates.
       02 filler pic X(8) value "OPENED  ".
       02 PrnSlipOpen pic 9999/99/99.
       02 filler pic X(10) value "  CLOSED  ".
       02 PrnSlipClose pic 9999/99/99.
01 SlipDenomLine.
       02 filler pic X(2) value space.
       02 PrnSlipDenom pic ZZ9.99.
       02 filler pic X(3) value " x ".
       02 PrnSlipCount pic ZZZZ9.
       02 filler pic X(3) value " = ".
       02 PrnSlipDenomAmt pic Z,ZZZ,ZZ9.99.
01 SlipAmountLine.
       02 PrnSlipLabel pic X(30).
       02 PrnSlipAmount pic --,---,--9.99.

PROCEDURE DIVISION.
StartPara.
           move "W1" to WSWhseCode
       end-if
       accept WSRunDate from date yyyymmdd
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       if not PostingPeriodOpen
           display "Period " WSRunDate(1:6) " is closed to posting -"
               " no counter sales"
           stop run
       end-if
       move WSRunDate(1:6) to WSCurrentPeriod
       *> YYYYMM - 99: stesso pavimento dei 12 mesi del merge
       compute WSFloorPeriod = WSCurrentPeriod - 99
       if WSPromoStatus = "00"
           set PromoFileOpen to true
       end-if
       open i-o SerialNumbers
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       open i-o CashDrawers
       if WSDrStatus = "35"
           open output CashDrawers
           close CashDrawers
           open i-o CashDrawers
       end-if
       perform FindOpenDrawer
       if DrawerIsOpen
           display "Drawer " WSDrawerNum " is open for " OperatorID
       else
           display "No drawer open for " OperatorID " - open one"
               " before ringing sales"
       end-if
       perform until WSChoice = 9
           display " "
           display "COUNTER SALE"
           display "1 : Ring a Sale"
           display "2 : Open Drawer"
           display "3 : Close Drawer"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1
                   if DrawerIsOpen
                       perform RingOneSale
                   else
                       display "No drawer open - open a drawer first"
                   end-if
               when 2 perform OpenDrawer
               when 3 perform CloseDrawer
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close ProductFile, CustomerFile, Receivables
       close InvoiceHistory, CashJournal, SalesHistory, CashDrawers
       if StRateFileOpen
           close StateRates
       end-if
       if PromoFileOpen
           close Promotions
       end-if
       if SerFileOpen
           close SerialNumbers
       end-if
       display "Counter sales rung: " WSSalesDone
       stop run.

           display "Customer doesn't exist - set the walk-in up on"
               " the master first"
       else
           move "N" to WSCashOnlyFlag
           if CreditCashOnly and CustParentIDNum = zero
               set CashOnlySale to true
           end-if
           perform ResolveCustomerTax
           perform GetNextInvoiceNum
           display "=== Counter Sale - Invoice " WSInvoiceNum
               display "  Only " ProdOnHand " on the shelf - line"
                   " skipped (no backorders at the counter)"
           else
               if ProdSerialized and SerFileOpen
                   perform SellLineSerials
               end-if
               if WSLineQty = zero
                   display "  No unit identified by serial - line"
                       " skipped"
               else
                   perform PriceOneLine
               end-if
           end-if
           end-if
       end-if.

PriceOneLine.
       add 1 to WSLineIdx
       perform ResolveUnitPrice
       compute Price = WSUnitPrice * WSLineQty
           on size error
               move zero to Price
               display "  (line overflowed the price field,"
                   " priced at zero)"
       end-compute
       perform ApplyQtyDiscount
       call "TAXCALC" using Price, TaxRate, FullPrice
       move FullPrice to Dollars
       display "  " ProdDesc " x" WSLineQty "  " Dollars
       if WSPriceSrc = "C"
           display "    (contract price applied)"
       end-if
       if WSLineDisc > zero
           move WSLineDisc to Dollars
           display "    quantity discount taken: -" Dollars
       end-if
       add FullPrice to WSInvoiceTotal
       compute WSLineTax = FullPrice - Price
       add Price to WSNetTotal
       add WSLineTax to WSTaxTotal
       move ProdCode to IhProdCode(WSLineIdx)
       move ProdDesc to IhProdName(WSLineIdx)
       move WSLineQty to IhQty(WSLineIdx)
       move WSUnitPrice to IhUnitPrice(WSLineIdx)
       move WSPriceSrc to IhPriceSrc(WSLineIdx)
       move Price to IhLineNet(WSLineIdx)
       move FullPrice to IhLineTotal(WSLineIdx)
       perform TakeStockNow.

*> la merce esce ADESSO: giacenza totale, bucket del banco e riga
*> sul movement ledger, sorgente CS
TakeStockNow.
       call "STOCKMOVE" using ProdCode, WSWhseCode, WSMoveQty,
           WSMoveSource, WSMoveRef, OperatorID.

*> un numero di serie per unita' venduta, preso dallo scaffale e
*> legato al cliente con la fattura come ordine; un'unita' senza
*> seriale trovabile (invio) non si vende e la riga scende di uno
SellLineSerials.
       display "  Serialized product - key the " WSLineQty
           " serial number(s) sold"
       move zero to WSSerialsTaken
       perform varying WSSerialIdx from 1 by 1
               until WSSerialIdx > WSLineQty
           move "N" to WSSerialOkFlag
           perform until SerialTaken or SerialRefused
               perform SellOneSerial
           end-perform
           if SerialTaken
               add 1 to WSSerialsTaken
           end-if
       end-perform
       if WSSerialsTaken < WSLineQty
           display "  WARNING: " WSSerialsTaken " of " WSLineQty
               " unit(s) identified - the rest not sold; check the"
               " receipt serials for " ProdCode
           move WSSerialsTaken to WSLineQty
       end-if.

SellOneSerial.
       display "    Serial " WSSerialIdx " of " WSLineQty
           " (blank = unit has no serial on file): "
           with no advancing
       accept WSSerialNum
       if WSSerialNum = spaces
           set SerialRefused to true
       else
           perform SellSerialFromShelf
       end-if.

SellSerialFromShelf.
       move ProdCode to SerProdCode
       move WSSerialNum to SerSerialNum
       read SerialNumbers
           invalid key
               display "    Serial " WSSerialNum " was never received"
                   " for " ProdCode
           not invalid key
               if not SerInStock
                   display "    Serial is not on the shelf (status "
                       SerStatus ")"
               else
                   set SerShipped to true
                   move WSInvoiceNum to SerOrderNum
                   move WSCustIDNum to SerCustIDNum
                   move WSRunDate to SerPickDate
                   move OperatorID to SerPickedBy
                   move WSRunDate to SerShipDate
                   rewrite SerialData
                       invalid key display "    serial not updated"
                       not invalid key set SerialTaken to true
                   end-rewrite
               end-if
       end-read.

*> listino, poi promo in finestra (src P), poi contratto cliente non
*> scaduto - stessa precedenza della fatturazione
ResolveUnitPrice.
       write ControlRecord
       close InvoiceControl.

*> il pagamento al banco: journalato come un incasso normale col suo
*> tender (la carta va poi in settlement), applicato subito alla
*> fattura appena nata
TakePayment.
       display "  Amount tendered: " with no advancing
       accept WSTendered
       if CashOnlySale
           perform until WSTendered >= WSInvoiceTotal
               display "  No approved credit - payment in full"
                   " required"
               display "  Amount tendered: " with no advancing
               accept WSTendered
           end-perform
       end-if
       call "TENDERIN" using WSTenderType, WSCheckNum
       if WSTendered >= WSInvoiceTotal
           move WSInvoiceTotal to WSApplied
           if WSTendered > WSInvoiceTotal
           move WSApplied to CashAmount
           move WSInvoiceNum to CashInvoiceNum
           move OperatorID to CashOperatorID
           move WSTenderType to CashTenderType
           move WSCheckNum to CashTenderRef
           move WSDrawerNum to CashDrawerNum
           write CashRecord
       end-if.

       move WSRunDate to ArDueDate
       move zero to ArDiscPct
       move zero to ArDiscDate
       move zero to ArDisputedAmt
       write ReceivableData
           invalid key display "Receivable not recorded, status "
               WSArStatus
           end-if
       end-perform
       move "N" to WSShEOFFlag.

*> un operatore ha al massimo un cassetto aperto: lo si cerca sulla
*> chiave alternata operatore
FindOpenDrawer.
       move "N" to WSDrawerFlag
       move zero to WSDrawerNum
       move "N" to WSDrEOFFlag
       move OperatorID to DrOperatorID
       start CashDrawers key is equal to DrOperatorID
           invalid key set DrAtEOF to true
       end-start
       perform until DrAtEOF or DrawerIsOpen
           read CashDrawers next record
               at end set DrAtEOF to true
           end-read
           if not DrAtEOF
               if DrOperatorID not = OperatorID
                   set DrAtEOF to true
               else
                   if DrOpen
                       set DrawerIsOpen to true
                       move DrDrawerNum to WSDrawerNum
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSDrEOFFlag.

OpenDrawer.
       if DrawerIsOpen
           display "Drawer " WSDrawerNum " is already open - close it"
               " first"
       else
           display "Starting float: " with no advancing
           accept WSFloat
           perform GetNextDrawerNum
           accept WSNowTime from time
           initialize DrawerData
           move WSDrawerNum to DrDrawerNum
           move OperatorID to DrOperatorID
           set DrOpen to true
           move WSRunDate to DrOpenDate
           move WSNowTime to DrOpenTime
           move WSFloat to DrFloat
           move spaces to DrReviewFlag
           write DrawerData
               invalid key
                   display "Drawer not opened, status " WSDrStatus
               not invalid key
                   set DrawerIsOpen to true
                   move WSFloat to Dollars
                   display "Drawer " WSDrawerNum " opened with a float"
                       " of " Dollars
           end-write
       end-if.

GetNextDrawerNum.
       move zero to WSDrawerNum
       open input DrawerControl
       if WSDcStatus = "00"
           read DrawerControl
               at end move zero to CtlNextDrawerNum
           end-read
           move CtlNextDrawerNum to WSDrawerNum
           close DrawerControl
       end-if
       if WSDrawerNum = zero
           move 1 to WSDrawerNum
       end-if
       open output DrawerControl
       compute CtlNextDrawerNum = WSDrawerNum + 1
       write DrawerControlRecord
       close DrawerControl.

*> chiusura: conta per taglio, totali per tender dal journal, atteso
*> = fondo + contanti incassati; la differenza resta al supervisor
CloseDrawer.
       if not DrawerIsOpen
           display "No drawer open for " OperatorID
       else
           move WSDrawerNum to DrDrawerNum
           read CashDrawers
               invalid key
                   display "Drawer " WSDrawerNum " not on file"
           end-read
           if WSDrStatus = "00"
               perform CountDrawerCash
               perform TallyDrawerTenders
               accept WSNowTime from time
               set DrClosed to true
               move WSRunDate to DrCloseDate
               move WSNowTime to DrCloseTime
               compute DrExpectedCash = DrFloat + DrCashTaken
               move WSCounted to DrCountedCash
               compute DrOverShort = DrCountedCash - DrExpectedCash
               if DrOverShort = zero
                   move spaces to DrReviewFlag
               else
                   set DrReviewPending to true
               end-if
               rewrite DrawerData
                   invalid key
                       display "Drawer not closed, status " WSDrStatus
                   not invalid key
                       perform PrintDrawerSlip
                       move "N" to WSDrawerFlag
                       move DrOverShort to PrnOverShort
                       display "Drawer " WSDrawerNum " closed - over/short"
                           " " PrnOverShort
                       if DrReviewPending
                           display "Over/short recorded for supervisor"
                               " review"
                       end-if
                       move zero to WSDrawerNum
               end-rewrite
           end-if
       end-if.

CountDrawerCash.
       move zero to WSCounted
       display "Count the drawer - number of each:"
       perform varying WSDenomIdx from 1 by 1 until WSDenomIdx > 12
           move DenomValue(WSDenomIdx) to PrnDenom
           display "  " PrnDenom ": " with no advancing
           move zero to DenomCount(WSDenomIdx)
           accept DenomCount(WSDenomIdx)
           compute WSCounted = WSCounted
               + (DenomCount(WSDenomIdx) * DenomValue(WSDenomIdx))
       end-perform
       move WSCounted to Dollars
       display "Cash counted: " Dollars.

*> il journal e' aperto in EXTEND per le vendite: per leggerlo va
*> chiuso e riaperto INPUT, poi rimesso in EXTEND, come per gli NSF
TallyDrawerTenders.
       move zero to DrSaleCount
       move zero to DrCashTaken, DrCheckTaken, DrCardTaken, DrAchTaken
       close CashJournal
       move "N" to WSCashEOFFlag
       open input CashJournal
       if WSCashStatus not = "00"
           set CashAtEOF to true
       end-if
       perform until CashAtEOF
           read CashJournal
               at end set CashAtEOF to true
           end-read
           if not CashAtEOF
               if CashDrawerNum = WSDrawerNum
                   add 1 to DrSaleCount
                   evaluate true
                       when TenderCash add CashAmount to DrCashTaken
                       when TenderCard add CashAmount to DrCardTaken
                       when TenderAch add CashAmount to DrAchTaken
                       when other add CashAmount to DrCheckTaken
                   end-evaluate
               end-if
           end-if
       end-perform
       if WSCashStatus = "00" or WSCashStatus = "10"
           close CashJournal
       end-if
       move "N" to WSCashEOFFlag
       open extend CashJournal.

PrintDrawerSlip.
       move spaces to WSSlipFileName
       string "DrawerClose." delimited by size
           WSDrawerNum delimited by size
           ".dat" delimited by size
           into WSSlipFileName
       open output DrawerSlip
       move spaces to WSRcParams
       move WSDrawerNum to WSRcParams
       call "RPTCAT" using WSRcName, WSSlipFileName, WSRcParams
       move WSDrawerNum to PrnSlipDrawer
       move OperatorID to PrnSlipOperator
       move "1" to AsaControl
       move SlipHeading to PrintBody
       write PrintLine
       move DrOpenDate to PrnSlipOpen
       move DrCloseDate to PrnSlipClose
       move " " to AsaControl
       move SlipDates to PrintBody
       write PrintLine
       move "0" to AsaControl
       move "CASH COUNTED" to PrintBody
       write PrintLine
       perform varying WSDenomIdx from 1 by 1 until WSDenomIdx > 12
           if DenomCount(WSDenomIdx) > zero
               move DenomValue(WSDenomIdx) to PrnSlipDenom
               move DenomCount(WSDenomIdx) to PrnSlipCount
               compute WSDenomAmount =
                   DenomCount(WSDenomIdx) * DenomValue(WSDenomIdx)
               move WSDenomAmount to PrnSlipDenomAmt
               move " " to AsaControl
               move SlipDenomLine to PrintBody
               write PrintLine
           end-if
       end-perform
       move "0" to AsaControl
       move "TENDER TOTALS" to PrintBody
       write PrintLine
       move "  Cash" to PrnSlipLabel
       move DrCashTaken to PrnSlipAmount
       perform WriteSlipAmount
       move "  Checks" to PrnSlipLabel
       move DrCheckTaken to PrnSlipAmount
       perform WriteSlipAmount
       move "  Card" to PrnSlipLabel
       move DrCardTaken to PrnSlipAmount
       perform WriteSlipAmount
       move "  ACH" to PrnSlipLabel
       move DrAchTaken to PrnSlipAmount
       perform WriteSlipAmount
       move "0" to AsaControl
       move "CASH PROOF" to PrintBody
       write PrintLine
       move "  Starting float" to PrnSlipLabel
       move DrFloat to PrnSlipAmount
       perform WriteSlipAmount
       move "  Plus cash taken" to PrnSlipLabel
       move DrCashTaken to PrnSlipAmount
       perform WriteSlipAmount
       move "  Expected in drawer" to PrnSlipLabel
       move DrExpectedCash to PrnSlipAmount
       perform WriteSlipAmount
       move "  Counted" to PrnSlipLabel
       move DrCountedCash to PrnSlipAmount
       perform WriteSlipAmount
       evaluate true
           when DrOverShort > zero
               move "  OVER" to PrnSlipLabel
           when DrOverShort < zero
               move "  SHORT" to PrnSlipLabel
           when other
               move "  Balanced" to PrnSlipLabel
       end-evaluate
       move DrOverShort to PrnSlipAmount
       perform WriteSlipAmount
       close DrawerSlip.

WriteSlipAmount.
       move " " to AsaControl
       move SlipAmountLine to PrintBody
       write PrintLine.
