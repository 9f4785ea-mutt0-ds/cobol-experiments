       >>SOURCE FORMAT FREE
*> Monthly customer statements: for every customer with activity in
*> the statement month or an open balance, prints a statement page -
*> name and CustAddress block positioned for a window envelope (to
*> the attention of the AP contact when there is one), the
*> opening balance, the month's invoices (Receivables.dat) and
*> payments (CashReceipts.dat) in date order, and the closing balance.
*> Replaces two people retyping from the invoice binder for a day.
           03 ActType pic X.
               88 ActInvoice value "I".
               88 ActPayment value "P".
*> credito che lascia il conto senza pagare nulla (riportato
*> allo stato come unclaimed property, o rimborsato al cliente):
*> il saldo risale
               88 ActCreditOut value "R".
           03 ActRef pic X(10).
           03 ActAmount pic 9(7)V99.
           03 ActPrinted pic X.
01 NameLine.
       02 filler pic x(4) value space.
       02 PrnName pic x(31).
*> contatto AP del cliente, se c'e': l'estratto conto va alla sua
*> attenzione, all'indirizzo del master
01 WSApContactName pic X(30).
01 WSApContactPhone pic X(12).
01 WSApContactEmail pic X(30).
01 WSApContactFlag pic X.
       88 ApContactFound value "Y".
01 AttnLine.
       02 filler pic x(4) value space.
       02 filler pic x(6) value "Attn: ".
       02 PrnAttnName pic x(30).
01 AddrLine.
       02 filler pic x(4) value space.
       02 PrnAddr pic x(50).
       compute WSClosingBal = WSOpeningBal
       perform varying WSActIdx from 1 by 1
               until WSActIdx > WSActCount
           if ActInvoice(WSActIdx) or ActCreditOut(WSActIdx)
               add ActAmount(WSActIdx) to WSClosingBal
           else
               subtract ActAmount(WSActIdx) from WSClosingBal
       compute WSClosingBal = WSOpeningBal
       perform varying WSActIdx from 1 by 1
               until WSActIdx > WSActCount
           if ActInvoice(WSActIdx) or ActCreditOut(WSActIdx)
               add ActAmount(WSActIdx) to WSClosingBal
           else
               subtract ActAmount(WSActIdx) from WSClosingBal
               if CashCustIDNum = IDNum
                   evaluate true
                       when CashDate(1:6) < WSStmtMonth
                           if CashCheckNum(1:2) = "UP"
                                   or CashCheckNum(1:2) = "RF"
                               add CashAmount to WSOpeningBal
                           else
                               subtract CashAmount from WSOpeningBal
                           end-if
                       when CashDate(1:6) = WSStmtMonth
                           if WSActCount < 200
                               add 1 to WSActCount
                               move CashDate to ActDate(WSActCount)
                               if CashCheckNum(1:2) = "UP"
                                       or CashCheckNum(1:2) = "RF"
                                   set ActCreditOut(WSActCount) to true
                               else
                                   set ActPayment(WSActCount) to true
                               end-if
                               move CashCheckNum to ActRef(WSActCount)
                               move CashAmount to ActAmount(WSActCount)
                               move "N" to ActPrinted(WSActCount)
       move "-" to AsaControl
       move NameLine to PrintBody
       write PrintLine
       call "APCONTACT" using IDNum, WSApContactName, WSApContactPhone,
           WSApContactEmail, WSApContactFlag
       if ApContactFound
           move WSApContactName to PrnAttnName
           move " " to AsaControl
           move AttnLine to PrintBody
           write PrintLine
       end-if
       move AddrLine1 to PrnAddr
       move " " to AsaControl
       move AddrLine to PrintBody
PrintOneActivityLine.
       move ActDate(WSPickIdx) to PrnActDate
       move ActRef(WSPickIdx) to PrnActRef
       evaluate true
           when ActInvoice(WSPickIdx)
               move "Invoice  " to PrnActDesc
               move ActAmount(WSPickIdx) to PrnActAmount
           when ActCreditOut(WSPickIdx)
                   and ActRef(WSPickIdx)(1:2) = "RF"
               move "Refund   " to PrnActDesc
               move ActAmount(WSPickIdx) to PrnActAmount
           when ActCreditOut(WSPickIdx)
               move "Unclaimed" to PrnActDesc
               move ActAmount(WSPickIdx) to PrnActAmount
           when other
               move "Payment  " to PrnActDesc
               compute PrnActAmount = 0 - ActAmount(WSPickIdx)
       end-evaluate
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
