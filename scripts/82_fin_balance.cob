01 WSDayDeposits pic 9(9)V99 value zero.
01 WSDayNsf pic 9(9)V99 value zero.
01 WSDayDiscRev pic 9(9)V99 value zero.
01 WSDayUnclaimed pic 9(9)V99 value zero.
01 WSDayRefunds pic 9(9)V99 value zero.
*> trailer dell'estratto del giorno, se c'e'
01 WSTrailerFound pic X value "N".
       88 TrailerFound value "Y".
*> confronto - ogni blocco del GL deve dire esattamente quello che
*> il cash journal del giorno dice qui
01 GlSrcTable.
       02 GlSrcEntry occurs 20 times.
           03 GsCode pic XX.
           03 GsDebits pic 9(9)V99.
01 WSGsCount pic 9(2) value zero.
                           add CashAmount to WSDayNsf
                       when CashCheckNum(1:2) = "DR"
                           add CashAmount to WSDayDiscRev
                       when CashCheckNum(1:2) = "UP"
                           add CashAmount to WSDayUnclaimed
                       when CashCheckNum(1:2) = "RF"
                           add CashAmount to WSDayRefunds
                       when other
                           add CashAmount to WSDayCash
                           if CashInvoiceNum = zero
               move WSGsIdx to WSGsFound
           end-if
       end-perform
       if WSGsFound = zero and WSGsCount < 20
           add 1 to WSGsCount
           move WSGsCount to WSGsFound
           move GlSourceCode to GsCode(WSGsFound)
*> dal cash journal deve pareggiare il journal ricalcolato qui -
*> CR con gli assegni, UA/DA con le riapplicazioni, DP con gli
*> acconti, NS con gli storni, DR con gli sconti revocati, CM con
*> le note di credito, UP con i crediti riportati allo stato come
*> unclaimed property, RF con i rimborsi approvati. Un blocco
*> mancante con bucket pieno (o viceversa) e' un break come sul
*> lato fatture
CompareCashSide.
       move "CR" to WSExpSource
       move WSDayCash to WSExpAmount
       perform CompareOneSource
       move "CM" to WSExpSource
       move WSDayCredits to WSExpAmount
       perform CompareOneSource
       move "UP" to WSExpSource
       move WSDayUnclaimed to WSExpAmount
       perform CompareOneSource
       move "RF" to WSExpSource
       move WSDayRefunds to WSExpAmount
       perform CompareOneSource.

CompareOneSource.
