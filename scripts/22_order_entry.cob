01 WSHoldChoice pic X.
01 WSOrderRefusedFlag pic X value "N".
       88 OrderRefused value "Y".
*> cliente senza fido approvato (CustCreditStatus P o D): l'ordine
*> passa solo prepagato per intero
01 WSPrepaidFlag pic X value "N".
       88 OrderPrepaid value "Y".
01 Dollars PIC $$,$$$,$$9.99.
*> righe 6..99 dell'ordine in corso, tenute qui finche' il fido non
*> dice si': cosi' un ordine rifiutato non lascia righe orfane
01 WSDepStatus pic XX.
01 WSDepositAmt pic 9(7)V99.
01 WSDepCheckNum pic X(10).
01 WSDepTenderType pic XX.
01 WSDpRef pic X(10).
*> national account: parent, fido del parent e membri della catena
*> raccolti da customers.txt per il roll-up delle esposizioni
01 WSStOpenFlag pic X value "N".
       88 ShipToFileOpen value "Y".
01 WSShipToOk pic X.
01 WSDropShipAnswer pic X.
01 WSTotalLines pic 9(2).
01 WSOvIdx pic 9(2).
01 OverflowLines.
           03 OvSize occurs 3 times.
               04 OvSizeType pic A.
               04 OvSizeQuantity pic 9(3).
           03 OvUom pic X(2).
           03 OvUomFactor pic 9(4).
*> unita' di vendita della riga: si batte nell'unita', sull'ordine
*> vanno i pezzi (una taglia non supera 999 pezzi)
01 WSUomCode pic X(2).
01 WSUomFactor pic 9(4).
01 WSUomQty pic 9(3).
01 WSEachQty pic 9(7).

PROCEDURE DIVISION.
StartPara.
       move space to OrderPartialFlag OF OrderData
       move spaces to OrderTrackingNum OF OrderData
       move zero to OrderCarrierDate OF OrderData
       perform varying WSLineIdx from 1 by 1 until WSLineIdx > 5
           move "N" to OrderDropShipFlag OF OrderData(WSLineIdx)
           move zero to OrderDsPoNum OF OrderData(WSLineIdx)
           move zero to OrderDsShipDate OF OrderData(WSLineIdx)
           move "EA" to OrderLineUom OF OrderData(WSLineIdx)
           move 1 to OrderLineFactor OF OrderData(WSLineIdx)
       end-perform
       move zero to OrderLineCount OF OrderData
       move zero to WSTotalLines
       move zero to WSOrderTotal
       move "N" to WSOrderRefusedFlag
       move "N" to WSPrepaidFlag
       move "Y" to WSMoreLines
       *> fino a 99 righe: le prime 5 nel record base, dalla sesta in
       *> poi nella tabella di appoggio (scritte sul line staging solo
               *> singola filiale
               perform FamilyCreditCheck
           else
               if CreditCashOnly
                   perform PrepaidOnlyCheck
               else
                   if CustCreditLimit > zero
                       perform CreditCheck
                   end-if
               end-if
           end-if
       end-if
*> journal con riferimento DP+ordine, cosi' glextract lo parcheggia
*> sui depositi clienti (23000) invece di perderlo
TakeDeposit.
       if not OrderPrepaid
           display "Deposit received with this order (0 = none): "
               with no advancing
           accept WSDepositAmt
       end-if
       if WSDepositAmt > zero
           call "TENDERIN" using WSDepTenderType, WSDepCheckNum
           move OrderNum OF OrderData to DepOrderNum
           move OrderCustIDNum OF OrderData to DepCustIDNum
           move OrderDate OF OrderData to DepDate
       move WSDepositAmt to CashAmount
       move zero to CashInvoiceNum
       move "ORDENTRY" to CashOperatorID
       move WSDepTenderType to CashTenderType
       move WSDepCheckNum to CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

EnterBaseLine.
           display "  Product not found, recording code as-is"
           move WSLookupCode to OrderProdName OF OrderData(WSLineIdx)
       end-if
       perform AcceptSellUnit
       move WSUomCode to OrderLineUom OF OrderData(WSLineIdx)
       move WSUomFactor to OrderLineFactor OF OrderData(WSLineIdx)
       move zero to WSLineQty
       perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
           display "    Size code (S/M/L) for size slot "
               WSSizeIdx ": " with no advancing
           accept OrderSizeType OF OrderData(WSLineIdx, WSSizeIdx)
           perform AcceptSizeQuantity
           move WSEachQty
               to OrderSizeQuantity OF OrderData(WSLineIdx, WSSizeIdx)
           add OrderSizeQuantity OF OrderData(WSLineIdx, WSSizeIdx)
               to WSLineQty
       end-perform
       perform AskDropShip
       if not OrderLineDropShip OF OrderData(WSLineIdx)
           perform ShowAvailableToPromise
       end-if
       perform AddLineToTotal.

*> unita' di vendita della riga: quella del prodotto se invio (il
*> cliente che compra a cartoni batte CS); un codice sconosciuto o
*> un prodotto non a file vendono a pezzi
AcceptSellUnit.
       move "EA" to WSUomCode
       move 1 to WSUomFactor
       if LookupFound
           move WSLookupCode to ProdCode
           read ProductFile
               invalid key continue
               not invalid key
                   move zero to WSUomFactor
                   perform until WSUomFactor > zero
                       move ProdSellUom to WSUomCode
                       display "    Unit EA/IP/CS (blank = " WSUomCode
                           "): " with no advancing
                       accept WSUomCode
                       if WSUomCode = spaces
                           move ProdSellUom to WSUomCode
                       end-if
                       call "UOMCONV" using WSUomCode, ProdInnerQty,
                           ProdCaseQty, WSUomFactor
                       if WSUomFactor = zero
                           display "    No " WSUomCode " quantity set"
                               " for this product"
                       end-if
                   end-perform
           end-read
       end-if.

AcceptSizeQuantity.
       move 1000 to WSEachQty
       perform until WSEachQty < 1000
           display "    Quantity in " WSUomCode ": " with no advancing
           accept WSUomQty
           compute WSEachQty = WSUomQty * WSUomFactor
           if WSEachQty > 999
               display "    That is " WSEachQty " eaches - a size slot"
                   " holds 999; use another line"
           end-if
       end-perform.

*> riga drop-ship: il fornitore spedisce direttamente al cliente. Si
*> offre solo per un prodotto con fornitore preferito (e' a lui che
*> il merge manda il PO), e la riga non guarda l'ATP ne' impegna
*> stock. Solo righe 1-5
AskDropShip.
       if LookupFound
           move WSLookupCode to ProdCode
           read ProductFile
               invalid key continue
               not invalid key
                   if ProdPrefVendNum > zero
                       display "    Drop-ship from vendor "
                           ProdPrefVendNum " (Y/N)? " with no advancing
                       accept WSDropShipAnswer
                       if WSDropShipAnswer = "Y" or WSDropShipAnswer = "y"
                           set OrderLineDropShip OF OrderData(WSLineIdx)
                               to true
                           display "    line will ship direct from the"
                               " vendor"
                       end-if
                   end-if
           end-read
       end-if.

EnterOverflowLine.
       compute WSOvIdx = WSTotalLines - 5
       display "  Product Code for line " WSTotalLines ": "
           display "  Product not found, recording code as-is"
           move WSLookupCode to OvProdName(WSOvIdx)
       end-if
       perform AcceptSellUnit
       move WSUomCode to OvUom(WSOvIdx)
       move WSUomFactor to OvUomFactor(WSOvIdx)
       move zero to WSLineQty
       perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
           display "    Size code (S/M/L) for size slot "
               WSSizeIdx ": " with no advancing
           accept OvSizeType(WSOvIdx, WSSizeIdx)
           perform AcceptSizeQuantity
           move WSEachQty to OvSizeQuantity(WSOvIdx, WSSizeIdx)
           add OvSizeQuantity(WSOvIdx, WSSizeIdx) to WSLineQty
       end-perform
       perform ShowAvailableToPromise
               move OvSizeQuantity(WSOvIdx, WSSizeIdx)
                   to OlSizeQuantity(WSSizeIdx)
           end-perform
           move OvUom(WSOvIdx) to OlUom
           move OvUomFactor(WSOvIdx) to OlUomFactor
           write StagingLineData
       end-perform.

                   (WSLineIdx, WSSizeIdx) to WSCommitQty
           end-perform
           move OrderProdCode OF OrderData(WSLineIdx) to ProdCode
           if not OrderLineDropShip OF OrderData(WSLineIdx)
               perform CommitOneProduct
           end-if
       end-perform
       if WSTotalLines > 5
           perform varying WSOvIdx from 1 by 1
           end-if
       end-if.

*> cliente nuovo in attesa della domanda di fido, o con la domanda
*> respinta: niente credito, l'ordine si accetta solo se il
*> pagamento copre tutto il totale - lo registra poi TakeDeposit
*> come acconto, senza richiederlo
PrepaidOnlyCheck.
       move WSOrderTotal to Dollars
       display "  No approved credit - prepaid orders only."
       display "  Order total:  " Dollars
       display "  Prepayment received (0 = refuse the order): "
           with no advancing
       accept WSDepositAmt
       if WSDepositAmt < WSOrderTotal or WSDepositAmt = zero
           display "  Prepayment does not cover the order"
           move zero to WSDepositAmt
           set OrderRefused to true
       else
           set OrderPrepaid to true
       end-if.

*> roll-up di catena: raccoglie parent + filiali da customers.txt,
*> somma le partite aperte di tutti e confronta con il fido del
*> PARENT - la catena intera non deve piu' poter correre oltre il
