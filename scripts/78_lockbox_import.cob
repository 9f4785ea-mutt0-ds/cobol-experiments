*> at the lockbox, which a clerk was re-keying into 31_cash_receipts.cob
*> by hand - an hour a day and our top source of mis-applications.
*> Reads LockboxRemit.csv - one row per check: check number, date,
*> amount, customer IDNum (zero if the advice didn't carry it), up
*> to three invoice numbers quoted on the advice, and optionally the
*> customer's deduction reason code. A quoted invoice the check leaves
*> short is opened as a customer deduction (Disputes.dat, through
*> DISPUTEADD) instead of sitting there to be dunned. A check is matched
*> by IDNum, or failing that by looking the first quoted invoice up in
*> Receivables.dat; a clean match is applied exactly as the
*> interactive program would (quoted invoices first, then oldest
01 WSField5 pic X(10).
01 WSField6 pic X(10).
01 WSField7 pic X(10).
01 WSField8 pic X(10).
*> deduzioni: fattura citata lasciata corta dall'assegno
01 WSQuotedFlag pic X value "N".
       88 ApplyingQuoted value "Y".
01 WSDeductFlag pic X value "N".
       88 DeductionTaken value "Y".
01 WSDeductAmt pic 9(7)V99.
01 WSDeductReason pic XX.
01 WSDeductOwner pic X(8) value spaces.
01 WSDeductSource pic X(8) value "LOCKBOX".
01 WSDisputeNum pic 9(6).
01 WSDeductionsOpened pic 9(5) value zero.
01 WSRejectReason pic X(30).
01 WSRejectFlag pic X value "N".
       88 RowRejected value "Y".
       display "  Applied: " WSChecksApplied
           " Rejected: " WSRowsRejected
       display "  Dollars applied: " WSAppliedTotal
       display "  Deductions opened: " WSDeductionsOpened
       display "Elapsed seconds: " WSElapsedSecs
       *> i rejects hanno il loro report e si lavorano a mano: NON
       *> sono un guasto del run e non devono far saltare il
ImportOneRemit.
       move "N" to WSRejectFlag
       move spaces to WSField1 WSField2 WSField3 WSField4
       move spaces to WSField5 WSField6 WSField7 WSField8
       unstring CsvLine delimited by ","
           into WSField1, WSField2, WSField3, WSField4,
               WSField5, WSField6, WSField7, WSField8
       end-unstring
       evaluate true
           when WSField1 = spaces
*> va sul journal con invoice zero come sempre
ApplyOneCheck.
       move WSCheckAmount to WSRemaining
       set ApplyingQuoted to true
       perform varying WSQuoteIdx from 1 by 1
               until WSQuoteIdx > 3 or WSRemaining = zero
           if WSQuotedInv(WSQuoteIdx) > zero
               end-read
           end-if
       end-perform
       move "N" to WSQuotedFlag
       if WSRemaining > zero
           perform ApplyAgainstOpenItems
       end-if
       if ArOpenBalance = zero
           set ArPaidInFull to true
       end-if
       *> fattura citata e pagata corta: il cliente ha dedotto
       move "N" to WSDeductFlag
       if ApplyingQuoted and ArOpenBalance > zero
               and WSRemaining = zero
               and ArOpenBalance > ArDisputedAmt
           compute WSDeductAmt = ArOpenBalance - ArDisputedAmt
           add WSDeductAmt to ArDisputedAmt
           set DeductionTaken to true
       end-if
       rewrite ReceivableData
           invalid key
               display "Rewrite failed for invoice " ArInvoiceNum
               if WSFeFatal = "Y"
                   move "Y" to WSFatalIOFlag
               end-if
           not invalid key
               perform WriteCashJournal
               if DeductionTaken
                   perform RecordDeduction
               end-if
       end-rewrite.

*> motivo dall'advice se c'e', altrimenti UN: lo fissa chi la lavora
RecordDeduction.
       move WSField8(1:2) to WSDeductReason
       call "DISPUTEADD" using WSCheckCustIDNum, ArInvoiceNum,
           WSDeductAmt, WSDeductReason, WSDeductOwner,
           WSDeductSource, WSCheckNum, WSDisputeNum
       if WSDisputeNum = zero
           subtract WSDeductAmt from ArDisputedAmt
           rewrite ReceivableData
               invalid key continue
           end-rewrite
       else
           add 1 to WSDeductionsOpened
       end-if.

TakeEarlyPayDiscount.
       compute WSDiscTaken rounded = ArInvoiceAmount * ArDiscPct
       if WSDiscTaken > ArOpenBalance
           move WSDiscTaken to CashAmount
           move ArInvoiceNum to CashInvoiceNum
           move "LOCKBOX" to CashOperatorID
           move spaces to CashTenderType, CashTenderRef
           move zero to CashDrawerNum
           write CashRecord
       end-if.

       move WSApplied to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move "LOCKBOX" to CashOperatorID
       *> il lockbox della banca incassa solo assegni
       set TenderCheck to true
       move WSCheckNum to CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

RefreshAcctStatus.
