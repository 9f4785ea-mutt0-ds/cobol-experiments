01 WSRunDate pic 9(8).
01 WSNextOrderNum pic 9(6).
01 WSGeneratedCount pic 9(4).
01 WSCashOnlySkipped pic 9(4).
01 WSNextOrdinal pic S9(8).
*> i template scaduti raccolti prima di riscriverli: la next-run
*> date e' fuori chiave ma si evita comunque di riscrivere sotto il
*> diventano ordini in staging e la next-run avanza di frequency
GenerateDueOrders.
       move zero to WSGeneratedCount
       move zero to WSCashOnlySkipped
       move zero to WSDtUsed
       move "N" to WSEOFFlag
       move zero to StandNum
           move DtStandNum(WSDtIdx) to StandNum
           read StandingOrders
               invalid key display "Template vanished: " StandNum
               not invalid key perform CheckStandCredit
           end-read
       end-perform
       display "Standing orders generated: " WSGeneratedCount
       if WSCashOnlySkipped > zero
           display "Skipped, no approved credit:  " WSCashOnlySkipped
       end-if.

*> un cliente senza fido approvato (CustCreditStatus P o D) non
*> riceve ordini a credito: il template resta dovuto, senza avanzare,
*> e genera la prima notte dopo l'approvazione della domanda di fido
CheckStandCredit.
       move "Y" to CustExist
       move StandCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "Y" and CreditCashOnly and CustParentIDNum = zero
           add 1 to WSCashOnlySkipped
           display "Template " StandNum " skipped - customer "
               StandCustIDNum " has no approved credit"
       else
           perform GenerateOneOrder
       end-if.

GenerateOneOrder.
       perform GetNextOrderNum
