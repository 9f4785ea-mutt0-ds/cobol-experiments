01 OperatorID PIC X(8) value spaces.
01 WSCheckCustIDNum pic 9(5).
01 WSCheckNum pic X(10).
01 WSTenderType pic XX.
*> short pay registrato come deduzione del cliente (DISPUTEADD)
01 WSDeductFlag pic X value "N".
       88 DeductionTaken value "Y".
01 WSDeductAnswer pic X.
01 WSDeductAmt pic 9(7)V99.
01 WSDeductReason pic XX.
       88 DeductReasonOk value "PR" "SH" "DM" "FR" "PM".
01 WSDeductOwner pic X(8).
01 WSDeductSource pic X(8) value "CASHRCPT".
01 WSDisputeNum pic 9(6).
01 WSCheckDate pic 9(8).
01 WSCheckAmount pic 9(7)V99.
01 WSRemaining pic 9(7)V99.
01 WSNsfFee pic 9(7)V99.
01 WSInvoiceNum pic 9(6).
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "cashreceipts".
01 WSFeParagraph pic X(20).
       if CustExist = "N"
           display "Customer doesn't exist"
       else
           *> assegno, contanti, carta o bonifico: il riferimento del
           *> tender fa da numero assegno per tutto il resto
           call "TENDERIN" using WSTenderType, WSCheckNum
           display "Payment Date (YYYYMMDD): " with no advancing
           accept WSCheckDate
           *> la data assegno e' la data di registrazione: niente
           *> incassi retrodatati in un mese gia' chiuso
           call "PERIODCHK" using WSCheckDate, WSPeriodStatus
           if not PostingPeriodOpen
               display "Period " WSCheckDate(1:6) " is closed to"
                   " posting - check not applied"
           else
               display "Payment Amount: " with no advancing
               accept WSCheckAmount
               move WSCheckAmount to WSRemaining
               move zero to WSAppliedCount
               perform ApplyAgainstOpenItems
               if WSRemaining > zero
                   *> la parte non applicata viene comunque registrata
                   *> sul journal con invoice zero, cosi' il credito
                   *> residuo del cliente non sparisce di nuovo in un
                   *> foglio excel
                   move WSRemaining to WSApplied
                   move zero to ArInvoiceNum
                   perform WriteCashJournal
                   move WSRemaining to Dollars
                   display "Unapplied remainder on this check: " Dollars
               end-if
               display "Invoices paid against: " WSAppliedCount
               perform RefreshAcctStatus
           end-if
       end-if.

*> scorre le partite del cliente tramite la chiave alternata, come
       if ArOpenBalance = zero
           set ArPaidInFull to true
       end-if
       move "N" to WSDeductFlag
       if ArOpenBalance > zero and WSRemaining = zero
               and ArOpenBalance > ArDisputedAmt
           perform OfferDeduction
       end-if
       rewrite ReceivableData
           invalid key
               display "Rewrite failed for invoice " ArInvoiceNum
               perform WriteCashJournal
               move WSApplied to Dollars
               display "  Applied " Dollars " to invoice " ArInvoiceNum
               if DeductionTaken
                   perform RecordDeduction
               end-if
               if PlanFileOpen
                   perform FeedPlanInstallments
               end-if
       end-rewrite.

*> l'assegno non copre la fattura: se il cliente ha dedotto (prezzo,
*> mancanza, danno, nolo, promozione) il resto diventa una deduzione
*> contestata, fuori da solleciti e finance charge finche' non si
*> risolve in 124_deductions.cob
OfferDeduction.
       compute WSDeductAmt = ArOpenBalance - ArDisputedAmt
       move WSDeductAmt to Dollars
       display "  Invoice " ArInvoiceNum " short-paid by " Dollars
           " - customer deduction? (Y/N): " with no advancing
       accept WSDeductAnswer
       if WSDeductAnswer = "Y" or WSDeductAnswer = "y"
           move spaces to WSDeductReason
           perform until DeductReasonOk
               display "  Reason - PR pricing, SH shortage, DM damage,"
                   " FR freight, PM promotion: " with no advancing
               accept WSDeductReason
           end-perform
           display "  Owner (blank = you): " with no advancing
           move spaces to WSDeductOwner
           accept WSDeductOwner
           if WSDeductOwner = spaces
               move OperatorID to WSDeductOwner
           end-if
           add WSDeductAmt to ArDisputedAmt
           set DeductionTaken to true
       end-if.

RecordDeduction.
       call "DISPUTEADD" using WSCheckCustIDNum, ArInvoiceNum,
           WSDeductAmt, WSDeductReason, WSDeductOwner,
           WSDeductSource, WSCheckNum, WSDisputeNum
       if WSDisputeNum = zero
           *> niente disputa senza record: l'importo torna sollecitabile
           subtract WSDeductAmt from ArDisputedAmt
           rewrite ReceivableData
               invalid key continue
           end-rewrite
           display "  Deduction NOT recorded on Disputes.dat - the"
               " open balance stays collectable"
       else
           display "  Deduction " WSDisputeNum " opened"
       end-if.

*> assegno dentro la finestra sconto dei termini: lo sconto si prende
*> da solo invece di lasciare che il clerk strapaghi o che il residuo
*> resti aperto come mistero. Va sul journal con riferimento CM, cosi'
           move WSDiscTaken to CashAmount
           move ArInvoiceNum to CashInvoiceNum
           move OperatorID to CashOperatorID
           move spaces to CashTenderType, CashTenderRef
           move zero to CashDrawerNum
           write CashRecord
           move WSDiscTaken to Dollars
           display "  Early-payment discount taken on invoice "
       move WSApplied to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move WSTenderType to CashTenderType
       move WSCheckNum to CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

*> se dopo l'applicazione il cliente non ha piu' saldo aperto, il
           display "Returned Check Number: " with no advancing
           accept WSCheckNum
           accept WSRunDate from date yyyymmdd
           call "PERIODCHK" using WSRunDate, WSPeriodStatus
           if PostingPeriodOpen
               perform BuildNsfTable
           else
               move zero to WSNsfCount
           end-if
           evaluate true
           when not PostingPeriodOpen
               display "Period " WSRunDate(1:6) " is closed to"
                   " posting - nothing reversed"
           when WSCheckNum = "CASH"
               display "Cash receipts are not returned - nothing"
                   " reversed"
           when WSNsfCount = zero
               display "No journal lines found for that check"
           when other
               move zero to WSNsfReversed
               move spaces to WSNsfCheckNum
               string "NS" delimited by size
                   not invalid key
                       display "Account flagged past-due"
               end-rewrite
           end-evaluate
       end-if.

*> il journal e' aperto in EXTEND per le scritture: per leggerlo va
*> parte cassa e la parte sconto tenute distinte per il GL
ClassifyNsfLine.
       evaluate true
           *> contanti e carta non tornano indietro come assegno
           when CashCheckNum = WSCheckNum
                   and not TenderCash and not TenderCard
               move CashAmount to WSNsfLineAmount
               perform AddCashToNsfTable
           when CashCheckNum(1:2) = "NS"
       move WSNsfDiscPart to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord
       add WSNsfDiscPart to WSNsfReversed.

       move WSApplied to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord
       add WSApplied to WSNsfReversed.

           move WSRunDate to ArDueDate
           move zero to ArDiscPct
           move zero to ArDiscDate
           move zero to ArDisputedAmt
           write ReceivableData
               invalid key display "NSF fee not recorded, status "
                   WSArStatus
