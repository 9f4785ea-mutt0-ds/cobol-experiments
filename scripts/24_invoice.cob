01 WSConsCustID pic 9(5).
01 WSConsOrders pic 9(3).
01 WSFirstOrderNum pic 9(6).
*> righe drop-ship non ancora confermate spedite dal fornitore
01 WSDsPendingFlag pic X.
       88 DsPending value "Y".
01 WSDsIdx pic 9.
*> solo il primo ordine consolidato mette il dettaglio righe nella
*> storia (OCCURS 5): i totali coprono comunque tutto, come gia'
*> avviene per le righe oltre la quinta
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSLineQty pic 9(4).
*> quantita' di riga nell'unita' in cui e' stata venduta
01 WSUomEachQty pic 9(6).
01 WSUomShowQty pic 9(6).
01 WSUomShowCode pic X(2).
01 WSInvoiceTotal pic 9(7)V99 COMP-3 value zero.
*> net/tax split of the invoice total, cosi' il record receivables
*> porta l'imponibile e l'imposta separati, non solo il totale
01 WSLineTax pic 9(6)V99 COMP-3.
01 WSInvoiceNum pic 9(6).
01 WSInvoiceDate pic 9(8).
*> stato del mese contabile della data fattura, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
*> scadenza e finestra sconto calcolate dai termini di pagamento del
*> cliente (CustTermsCode): giorni netti, percentuale e giorni sconto
01 WSTermsDays pic 9(3).
           set ShipToFileOpen to true
       end-if
       accept WSInvoiceDate from date yyyymmdd
       call "PERIODCHK" using WSInvoiceDate, WSPeriodStatus
       perform LoadPreferredRate
       perform OpenReceivables
       perform OpenInvoiceHistory
           " 3 = Consolidated invoice for a customer: "
           with no advancing
       accept WSMode
       *> la ristampa non posta nulla; tutto il resto si' e vuole il
       *> mese contabile aperto
       evaluate true
           when WSMode = 2
               perform ReprintFromHistory
           when not PostingPeriodOpen
               display "Period " WSInvoiceDate(1:6) " is closed to"
                   " posting - nothing invoiced"
           when WSMode = 3
               perform ConsolidatedInvoice
           when other
               display "Order Number: " with no advancing
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > IhLineCount or WSLineIdx > 5
           move IhLineTotal(WSLineIdx) to Dollars
           move IhQty(WSLineIdx) to WSUomEachQty
           call "UOMSHOW" using IhUom(WSLineIdx), IhUomFactor(WSLineIdx),
               WSUomEachQty, WSUomShowQty, WSUomShowCode
           display "  " IhProdName(WSLineIdx) " x" WSUomShowQty " "
               WSUomShowCode "  " Dollars
           if IhPriceSrc(WSLineIdx) = "C"
               display "    (contract price applied)"
           end-if
               if OrderCustIDNum not = WSConsCustID
                   set OrdAtEOF to true
               else
                   perform CheckDropShipPending
                   if OrderShipped and not DsPending
                       perform ConsolidateOneOrder
                   end-if
               end-if
*> un ordine gia' Invoiced non va rifatturato (creerebbe una seconda
*> partita aperta per lo stesso credito)
CheckStatusAndInvoice.
       perform CheckDropShipPending
       evaluate true
           when OrderInvoiced
               display "Order already invoiced - use the history"
               display "Order is on credit hold - cannot invoice"
           when not OrderShipped
               display "Order has not shipped yet - cannot invoice"
           when DsPending
               display "Drop-ship line(s) not yet confirmed shipped"
                   " by the vendor - cannot invoice"
           when other
               perform LookupCustomerRate
               if CustExist = "Y" and BillConsolidated
               end-rewrite
       end-evaluate.

*> una riga drop-ship diventa fatturabile solo quando il fornitore
*> ha confermato la spedizione (data stampata da 146_drop_ship.cob)
CheckDropShipPending.
       move "N" to WSDsPendingFlag
       perform varying WSDsIdx from 1 by 1
               until WSDsIdx > OrderLineCount or WSDsIdx > 5
           if OrderLineDropShip(WSDsIdx)
               if OrderDsShipDate(WSDsIdx) not numeric
                       or OrderDsShipDate(WSDsIdx) = zero
                   set DsPending to true
               end-if
           end-if
       end-perform.

*> apre il receivables master in I-O; la primissima volta il file non
*> esiste ancora (status 35), quindi va creato al volo - stesso schema
*> di SeedDefaultOperator per operators.txt in 11_first_program.cob
           perform ApplyQtyDiscount
           call "TAXCALC" using Price, TaxRate, FullPrice
           move FullPrice to Dollars
           move WSLineQty to WSUomEachQty
           call "UOMSHOW" using OrderLineUom(WSLineIdx),
               OrderLineFactor(WSLineIdx), WSUomEachQty, WSUomShowQty,
               WSUomShowCode
           display "  " OrderProdName(WSLineIdx) " x" WSUomShowQty " "
               WSUomShowCode "  " Dollars
           if WSPriceSrc = "C"
               display "    (contract price applied)"
           end-if
               move OrderProdCode(WSLineIdx) to IhProdCode(WSLineIdx)
               move OrderProdName(WSLineIdx) to IhProdName(WSLineIdx)
               move WSLineQty to IhQty(WSLineIdx)
               move OrderLineUom(WSLineIdx) to IhUom(WSLineIdx)
               move OrderLineFactor(WSLineIdx) to IhUomFactor(WSLineIdx)
               if ProdFound
                   move WSUnitPrice to IhUnitPrice(WSLineIdx)
                   move WSPriceSrc to IhPriceSrc(WSLineIdx)
       perform ApplyQtyDiscount
       call "TAXCALC" using Price, TaxRate, FullPrice
       move FullPrice to Dollars
       move WSLineQty to WSUomEachQty
       call "UOMSHOW" using OlUom, OlUomFactor, WSUomEachQty,
           WSUomShowQty, WSUomShowCode
       display "  " OlProdName " x" WSUomShowQty " " WSUomShowCode
           "  " Dollars
       if WSPriceSrc = "C"
           display "    (contract price applied)"
       end-if
       move WSDueDate to ArDueDate
       move WSTermsDiscPct to ArDiscPct
       move WSTermsDiscDate to ArDiscDate
       move zero to ArDisputedAmt
       write ReceivableData
           invalid key
               display "Receivable not recorded, status " WSArStatus
       move WSDepApplied to CashAmount
       move WSInvoiceNum to CashInvoiceNum
       move "INVOICE" to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

*> data di scadenza (e finestra sconto pronta-cassa, se i termini la
