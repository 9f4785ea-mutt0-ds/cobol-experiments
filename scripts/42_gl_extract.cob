*> written to a dated flat file for accounting - the same hand-off
*> style 13_extract.cob uses for Customer.dat, but feeding the GL so
*> nobody re-keys our numbers into the ledger by hand.
*> The day's stock movements (StockMovements.dat) go out too, valued
*> at ProdStdCost: inventory against cost of goods sold, shrink or
*> the receipts clearing account, one block per movement source
*> code. The running 13000 balance those blocks build is proved
*> against the ProdOnHand times ProdStdCost total that
*> 59_inventory_valuation.cob prints.
IDENTIFICATION DIVISION.
PROGRAM-ID. glextract.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSGaStatus.
       SELECT GlExtract ASSIGN TO WSGlFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> movimenti di magazzino del giorno, valorizzati a costo
       *> standard dal master prodotti
       SELECT StockMovements ASSIGN TO "StockMovements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMvStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode
           FILE STATUS IS WSProdStatus.
       *> saldo progressivo del conto magazzino 13000 come postato
       *> da questo estratto, per la quadratura con la valorizzazione
       SELECT InvLedgerControl ASSIGN TO "InvLedgerBal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSIlStatus.

DATA DIVISION.
FILE SECTION.
01 GlRecord.
   COPY GLREC.

FD StockMovements.
01 MovementRecord.
   COPY MOVEREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD InvLedgerControl.
01 InvLedgerRecord.
   02 IlLastPostDate pic 9(8).
   02 IlBalance pic S9(11)V99 sign leading separate.

WORKING-STORAGE SECTION.
01 WSIhStatus pic XX.
01 WSCashStatus pic XX.
*> l'abbuono rientra, la partita risale - nessun conto cassa
01 WSDayDiscRev pic 9(9)V99 value zero.
01 WSDiscRevFound pic 9(5) value zero.
*> crediti clienti dormienti riportati allo stato (righe UP... da
*> unclaimedprop): escono dai depositi clienti e diventano un debito
*> verso lo stato finche' non vengono versati
01 WSDayUnclaimed pic 9(9)V99 value zero.
01 WSUnclaimedFound pic 9(5) value zero.
01 WSDayRefunds pic 9(9)V99 value zero.
01 WSRefundsFound pic 9(5) value zero.
*> svalutazioni del giorno da WriteOffs.dat
01 WSWoStatus pic XX.
01 WSWoEOFFlag pic X value "N".
       88 WoAtEOF value "Y".
01 WSDayWriteOffs pic 9(9)V99 value zero.
01 WSWriteOffsFound pic 9(5) value zero.
*> movimenti di magazzino del giorno: valore netto con segno per
*> source code (positivo = il magazzino sale)
01 WSMvStatus pic XX.
01 WSProdStatus pic XX.
01 WSMvEOFFlag pic X value "N".
       88 MvAtEOF value "Y".
01 WSMovesFound pic 9(5) value zero.
01 WSMovesUncosted pic 9(5) value zero.
01 WSMoveValue pic S9(9)V99.
01 WSDayInvGR pic S9(9)V99 value zero.
01 WSDayInvAL pic S9(9)V99 value zero.
01 WSDayInvRT pic S9(9)V99 value zero.
01 WSDayInvOM pic S9(9)V99 value zero.
01 WSDayInvCS pic S9(9)V99 value zero.
01 WSDayInvCC pic S9(9)V99 value zero.
01 WSDayInvPM pic S9(9)V99 value zero.
*> variazione netta del 13000 scritta oggi
01 WSDayInvNet pic S9(9)V99 value zero.
*> un blocco magazzino: source, valore con segno, contropartita
01 WSInvSource pic XX.
01 WSInvValue pic S9(9)V99.
01 WSInvOffsetAcct pic 9(5).
01 WSInvOffsetName pic X(20).
*> quadratura 13000 contro ProdOnHand x ProdStdCost
01 WSIlStatus pic XX.
01 WSIlFoundFlag pic X value "N".
       88 IlFound value "Y".
01 WSLedgerInv pic S9(11)V99 value zero.
01 WSValuationTotal pic S9(11)V99 value zero.
01 WSInvDifference pic S9(11)V99 value zero.
01 WSProdEOFFlag pic X value "N".
       88 ProdAtEOF value "Y".
01 WSProdValue pic 9(9)V99.
01 WSInvoicesFound pic 9(5) value zero.
01 WSReceiptsFound pic 9(5) value zero.
01 WSReappliedFound pic 9(5) value zero.
       perform SumDayInvoices
       perform SumDayReceipts
       perform SumDayWriteOffs
       perform SumDayMovements
       open input GlAccountMaster
       if WSGaStatus = "00"
           set GaFileOpen to true
           WSUnappliedFound
       display "Reapplications out of deposits: " WSReappliedFound
       display "Bad-debt write-offs summarized: " WSWriteOffsFound
       display "Stock movements valued: " WSMovesFound
       if WSMovesUncosted > zero
           display "  of which at zero cost (product not on file or"
               " never costed): " WSMovesUncosted
       end-if
       display "Journal lines written: " WSDetailCount
       display "Debits: " WSTotalDebits "  Credits: " WSTotalCredits
       display "Elapsed seconds: " WSElapsedSecs
           when other
               move 0 to RETURN-CODE
       end-evaluate
       *> solo un estratto consegnato muove il saldo 13000
       if RETURN-CODE < 8
           perform ProveInventoryLedger
       end-if
       move RETURN-CODE to WSRhRc
       move WSInvoicesFound to WSRhRead
       move WSDetailCount to WSRhWritten
                   when CashCheckNum(1:2) = "DR"
                       add 1 to WSDiscRevFound
                       add CashAmount to WSDayDiscRev
                   when CashCheckNum(1:2) = "UP"
                       add 1 to WSUnclaimedFound
                       add CashAmount to WSDayUnclaimed
                   when CashCheckNum(1:2) = "RF"
                       add 1 to WSRefundsFound
                       add CashAmount to WSDayRefunds
                   when other
                       add 1 to WSReceiptsFound
                       add CashAmount to WSDayCash
           close WriteOffJournal
       end-if.

*> movimenti del giorno valorizzati a costo standard, netti per
*> source code. Il trasferimento (TR) sposta merce tra magazzini e
*> non cambia il valore; il BL e' solo il seed del ledger
SumDayMovements.
       open input StockMovements
       if WSMvStatus not = "00"
           set MvAtEOF to true
       else
           open input ProductFile
           if WSProdStatus not = "00"
               display "NOTE: products.txt not available - stock"
                   " movements not journalized"
               set MvAtEOF to true
           end-if
       end-if
       perform until MvAtEOF
           read StockMovements
               at end set MvAtEOF to true
           end-read
           if not MvAtEOF
               if MvDate = WSExtractDate
                   perform ValueOneMovement
               end-if
           end-if
       end-perform
       if WSMvStatus = "00" or WSMvStatus = "10"
           close StockMovements
           if WSProdStatus = "00" or WSProdStatus = "23"
               close ProductFile
           end-if
       end-if
       compute WSDayInvNet = WSDayInvGR + WSDayInvAL + WSDayInvRT
           + WSDayInvOM + WSDayInvCS + WSDayInvCC + WSDayInvPM.

ValueOneMovement.
       move MvProdCode to ProdCode
       read ProductFile
           invalid key move zero to ProdStdCost
       end-read
       if ProdStdCost = zero
           add 1 to WSMovesUncosted
       end-if
       compute WSMoveValue = MvQty * ProdStdCost
       evaluate MvSourceCode
           *> reso a fornitore: un ricevimento alla rovescia, stessa
           *> contropartita del ricevimento
           when "GR"
           when "RV" add WSMoveValue to WSDayInvGR
           when "AL" add WSMoveValue to WSDayInvAL
           when "RT" add WSMoveValue to WSDayInvRT
           when "OM" add WSMoveValue to WSDayInvOM
           when "CS" add WSMoveValue to WSDayInvCS
           when "CC" add WSMoveValue to WSDayInvCC
           when "PM" add WSMoveValue to WSDayInvPM
           *> IH/IA/IX dell'ispezione al ricevimento sono righe memo:
           *> la merce entra a valore col GR del rilascio QC; KC/KA
           *> dell'assemblaggio kit spostano valore da magazzino a
           *> magazzino (il costo del kit e' la somma dei componenti)
           when other move zero to WSMoveValue
       end-evaluate
       if WSMoveValue not = zero
           add 1 to WSMovesFound
       end-if.

*> fatturato: DR crediti / CR vendite / CR imposta; incassi:
*> DR cassa / CR crediti - ogni blocco chiude in pareggio
WriteJournalLines.
               move WSDayCMUnapplied to GlCreditAmount
               perform WriteOneDetail
           end-if
       end-if
       *> unclaimed property: i depositi clienti scendono, il debito
       *> verso lo stato sale - nessuna cassa finche' non si versa
       if WSUnclaimedFound > zero
           move "UP" to GlSourceCode
           move 23000 to GlAccountNum
           move "CUSTOMER DEPOSITS" to GlAccountName
           move WSDayUnclaimed to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 24500 to GlAccountNum
           move "UNCLAIMED PROPERTY" to GlAccountName
           move zero to GlDebitAmount
           move WSDayUnclaimed to GlCreditAmount
           perform WriteOneDetail
       end-if
       *> rimborsi approvati: il credito lascia i depositi clienti e
       *> diventa debito verso il cliente, pagato dalla payment run
       if WSRefundsFound > zero
           move "RF" to GlSourceCode
           move 23000 to GlAccountNum
           move "CUSTOMER DEPOSITS" to GlAccountName
           move WSDayRefunds to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 20500 to GlAccountNum
           move "CUSTOMER REFUNDS PAY" to GlAccountName
           move zero to GlDebitAmount
           move WSDayRefunds to GlCreditAmount
           perform WriteOneDetail
       end-if
       *> magazzino: ricevimenti contro il conto di transito
       *> ricevimenti (l'accertamento di fine mese ne sposta la parte
       *> non fatturata sui ratei), vendite/resi/rettifiche ordine
       *> contro il costo del venduto, conte e rettifiche master contro
       *> gli ammanchi
       move "GR" to WSInvSource
       move WSDayInvGR to WSInvValue
       move 21000 to WSInvOffsetAcct
       move "RECEIPTS CLEARING" to WSInvOffsetName
       perform WriteInventoryBlock
       move "COST OF GOODS SOLD" to WSInvOffsetName
       move 50000 to WSInvOffsetAcct
       move "AL" to WSInvSource
       move WSDayInvAL to WSInvValue
       perform WriteInventoryBlock
       move "RT" to WSInvSource
       move WSDayInvRT to WSInvValue
       perform WriteInventoryBlock
       move "OM" to WSInvSource
       move WSDayInvOM to WSInvValue
       perform WriteInventoryBlock
       move "CS" to WSInvSource
       move WSDayInvCS to WSInvValue
       perform WriteInventoryBlock
       move 61000 to WSInvOffsetAcct
       move "INVENTORY SHRINK" to WSInvOffsetName
       move "CC" to WSInvSource
       move WSDayInvCC to WSInvValue
       perform WriteInventoryBlock
       move "PM" to WSInvSource
       move WSDayInvPM to WSInvValue
       perform WriteInventoryBlock.

*> valore positivo = magazzino a debito, contropartita a credito;
*> negativo = il contrario. Valore zero, nessuna riga
WriteInventoryBlock.
       if WSInvValue not = zero
           move WSInvSource to GlSourceCode
           move 13000 to GlAccountNum
           move "INVENTORY" to GlAccountName
           if WSInvValue > zero
               move WSInvValue to GlDebitAmount
               move zero to GlCreditAmount
           else
               move zero to GlDebitAmount
               compute GlCreditAmount = zero - WSInvValue
           end-if
           perform WriteOneDetail
           move WSInvOffsetAcct to GlAccountNum
           move WSInvOffsetName to GlAccountName
           if WSInvValue > zero
               move zero to GlDebitAmount
               move WSInvValue to GlCreditAmount
           else
               compute GlDebitAmount = zero - WSInvValue
               move zero to GlCreditAmount
           end-if
           perform WriteOneDetail
       end-if.

*> il saldo 13000 postato da questo estratto deve uguagliare il
*> totale della valorizzazione (ProdOnHand x ProdStdCost, come in
*> 59_inventory_valuation.cob). Primo run: si parte dalla
*> valorizzazione di oggi, che i movimenti di oggi li contiene gia'.
*> Un estratto
*> rilanciato per una data gia' postata non somma due volte. Una
*> differenza e' tipicamente un cambio costo standard (90) o
*> movimenti di un giorno non ancora estratto: si segnala, non si
*> trattiene il file
ProveInventoryLedger.
       perform SumValuationTotal
       open input InvLedgerControl
       if WSIlStatus = "00"
           read InvLedgerControl
               at end continue
               not at end set IlFound to true
           end-read
           close InvLedgerControl
       end-if
       if IlFound
           move IlBalance to WSLedgerInv
           if WSExtractDate > IlLastPostDate
               add WSDayInvNet to WSLedgerInv
               move WSExtractDate to IlLastPostDate
           end-if
       else
           move WSValuationTotal to WSLedgerInv
           move WSExtractDate to IlLastPostDate
           display "Inventory ledger balance started from today's"
               " valuation"
       end-if
       move WSLedgerInv to IlBalance
       open output InvLedgerControl
       write InvLedgerRecord
       close InvLedgerControl
       compute WSInvDifference = WSLedgerInv - WSValuationTotal
       display "Inventory 13000 ledger: " WSLedgerInv
           "  valuation: " WSValuationTotal
       if WSInvDifference not = zero
           display "INVENTORY LEDGER DOES NOT AGREE WITH VALUATION"
               " - difference " WSInvDifference
       end-if.

SumValuationTotal.
       move zero to WSValuationTotal
       open input ProductFile
       if WSProdStatus = "00"
           move "N" to WSProdEOFFlag
           move spaces to ProdCode
           start ProductFile key is not less than ProdCode
               invalid key set ProdAtEOF to true
           end-start
           perform until ProdAtEOF
               read ProductFile next record
                   at end set ProdAtEOF to true
               end-read
               if not ProdAtEOF
                   compute WSProdValue = ProdOnHand * ProdStdCost
                       on size error move zero to WSProdValue
                   end-compute
                   add WSProdValue to WSValuationTotal
               end-if
           end-perform
           close ProductFile
       end-if.

WriteOneDetail.
