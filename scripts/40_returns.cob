*> a credit against the order's open receivable - the remainder, if
*> the invoice is already paid down, is journaled as an unapplied
*> credit exactly like an overpaid check in 31_cash_receipts.cob.
*> A serialized product comes back unit by unit: each serial keyed
*> must be one SerialNumbers.dat shows shipped on this order to this
*> customer, and any other unit is refused and not credited.
IDENTIFICATION DIVISION.
PROGRAM-ID. returns.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSArStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       *> ogni riga resa, con le unita' e il credito netto: i resi per
       *> categoria del report vendite si totalizzano da qui
       SELECT ReturnLines ASSIGN TO "ReturnLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRlStatus.
       *> la storia fatture dice cosa e' stato DAVVERO addebitato
       *> (prezzo contratto/quota, aliquota dell'epoca): il credito
       *> del reso si valorizza da li', non dal listino di oggi
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StRateState
           FILE STATUS IS WSStRateStatus.
       *> il seriale reso deve essere uno venduto a questo cliente
       *> su questo ordine
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

FD ReturnLines.
01 ReturnLineRecord.
   COPY RETLINREC.

FD RatesFile.
01 RateRecord.
   COPY RATEREC.
FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.
FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

WORKING-STORAGE SECTION.
01 WSArStatus pic XX.
       88 ArAtEOF value "Y".
01 CustExist pic X.
01 OperatorID PIC X(8) value spaces.
01 WSRlStatus pic XX.
01 TaxRate PIC V999 value .075.
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSOrderedQty pic 9(3).
01 WSMoveSource pic XX value "RT".
01 WSMoveRef pic X(10).
01 Dollars PIC $$,$$$,$$9.99.
*> resi di prodotti serializzati: un seriale valido per unita'
01 WSSerStatus pic XX.
01 WSSerOpenFlag pic X value "N".
       88 SerFileOpen value "Y".
01 WSSerialLineFlag pic X value "N".
       88 SerialLine value "Y".
01 WSSerialNum pic X(20).
01 WSSerialIdx pic 9(3).
01 WSSerialsTaken pic 9(3).
01 WSSerialOkFlag pic X value "N".
       88 SerialTaken value "Y".
       88 SerialRefused value "R".

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       *> il credito del reso si registra oggi: mese chiuso, niente reso
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       if not PostingPeriodOpen
           display "Period " WSRunDate(1:6) " is closed to posting -"
               " no returns can be taken"
           stop run
       end-if
       perform LoadTaxRate
       open i-o OrdersFile
       open i-o ProductFile
           set ArFileOpen to true
       end-if
       open extend CashJournal
       open extend ReturnLines
       if WSRlStatus = "35"
           open output ReturnLines
       end-if
       open input StateRates
       if WSStRateStatus = "00"
           set StRateFileOpen to true
       if WSIhStatus = "00"
           set IhFileOpen to true
       end-if
       open i-o SerialNumbers
       if WSSerStatus = "00"
           set SerFileOpen to true
       end-if
       display "Order Number to take a return against: "
           with no advancing
       accept OrderNum
           not invalid key perform TakeReturn
       end-read
       close OrdersFile, ProductFile, CustomerFile, CashJournal
       close ReturnLines
       if ArFileOpen
           close Receivables
       end-if
       if IhFileOpen
           close InvoiceHistory
       end-if
       if SerFileOpen
           close SerialNumbers
       end-if
       stop run.

LoadTaxRate.
       display "Line " WSLineIdx " - product "
           OrderProdCode(WSLineIdx)
       move zero to WSLineReturnQty
       move "N" to WSSerialLineFlag
       if SerFileOpen
           move OrderProdCode(WSLineIdx) to ProdCode
           read ProductFile
               invalid key continue
               not invalid key
                   if ProdSerialized
                       set SerialLine to true
                   end-if
           end-read
       end-if
       perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
           move OrderSizeQuantity(WSLineIdx, WSSizeIdx)
               to WSOrderedQty
                       WSOrderedQty
                   move WSOrderedQty to WSReturnQty
               end-if
               if SerialLine and WSReturnQty > zero
                   perform TakeReturnedSerials
               end-if
               subtract WSReturnQty from
                   OrderSizeQuantity(WSLineIdx, WSSizeIdx)
               add WSReturnQty to WSLineReturnQty
               end-compute
               call "TAXCALC" using Price, TaxRate, FullPrice
               add FullPrice to WSCreditTotal
               perform WriteReturnLine
           else
               display "  Product no longer on file - stock not"
                   " adjusted, line credited at zero"
           add WSLineReturnQty to WSTotalReturnQty
       end-if.

WriteReturnLine.
       move WSRunDate to RlDate
       move OrderNum to RlOrderNum
       move OrderCustIDNum to RlCustIDNum
       move ProdCode to RlProdCode
       move WSLineReturnQty to RlQty
       move Price to RlCredit
       move OperatorID to RlOperatorID
       write ReturnLineRecord.

*> ordermerge aggiunge 1 a OrderVolume per ordine: un reso toglie
*> quell'1 e riclassifica, cosi' il tier smette di salire per sempre
StepDownOrderVolume.
       move WSApplied to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

*> un seriale per unita' resa: solo quelli spediti su questo ordine a
*> questo cliente tornano a scaffale; un'unita' senza seriale valido
*> (invio) si rifiuta e la quantita' resa dello slot scende
TakeReturnedSerials.
       move zero to WSSerialsTaken
       perform varying WSSerialIdx from 1 by 1
               until WSSerialIdx > WSReturnQty
           move "N" to WSSerialOkFlag
           perform until SerialTaken or SerialRefused
               perform TakeOneReturnedSerial
           end-perform
           if SerialTaken
               add 1 to WSSerialsTaken
           end-if
       end-perform
       if WSSerialsTaken < WSReturnQty
           display "  " WSSerialsTaken " of " WSReturnQty
               " unit(s) accepted back"
           move WSSerialsTaken to WSReturnQty
       end-if.

TakeOneReturnedSerial.
       display "    Serial of unit " WSSerialIdx
           " (blank = refuse the unit): " with no advancing
       accept WSSerialNum
       if WSSerialNum = spaces
           set SerialRefused to true
       else
           move OrderProdCode(WSLineIdx) to SerProdCode
           move WSSerialNum to SerSerialNum
           read SerialNumbers
               invalid key
                   display "    REJECTED - serial " WSSerialNum
                       " is not one of ours"
               not invalid key
                   evaluate true
                       when SerOrderNum not = OrderNum
                               or SerCustIDNum not = OrderCustIDNum
                           display "    REJECTED - serial was never"
                               " sold to this customer on this order"
                       when not SerShipped
                           display "    REJECTED - serial is not out"
                               " with the customer (status "
                               SerStatus ")"
                       when other
                           set SerInStock to true
                           if OrderWhseCode not = spaces
                               move OrderWhseCode to SerWhseCode
                           end-if
                           move WSRunDate to SerReturnDate
                           move OperatorID to SerReturnedBy
                           rewrite SerialData
                               invalid key
                                   display "    serial not updated"
                               not invalid key set SerialTaken to true
                           end-rewrite
                   end-evaluate
           end-read
       end-if.
