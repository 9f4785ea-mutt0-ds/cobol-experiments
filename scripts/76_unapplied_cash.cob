                   and CashCheckNum(1:2) not = "UA"
                   and CashCheckNum(1:2) not = "NS"
                   and CashCheckNum(1:2) not = "DP"
                   and CashCheckNum(1:2) not = "UP"
                   and CashCheckNum(1:2) not = "RF"
               move CashCheckNum to WSPickCheckNum
               move CashAmount to WSLineAmount
               perform AddToRemainderTable
               move CashCheckNum(3:8) to WSPickCheckNum
               compute WSLineAmount = zero - CashAmount
               perform AddToRemainderTable
           *> residuo riportato allo stato come unclaimed property
           *> (righe UP... di unclaimedprop): non e' piu' del cliente
           *> e residuo rimborsato al cliente (righe RF... di custrefund)
           when CashCheckNum(1:2) = "UP"
                   or CashCheckNum(1:2) = "RF"
               move spaces to WSPickCheckNum
               move CashCheckNum(3:8) to WSPickCheckNum
               compute WSLineAmount = zero - CashAmount
               perform AddToRemainderTable
           when other continue
       end-evaluate.

       move WSApplied to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

*> come in cashreceipts: saldo azzerato = via il flag past-due
