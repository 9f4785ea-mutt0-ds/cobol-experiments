*> now carries - NOT paid-in-full, so the auditors can tell them
*> apart. Every write-off is journaled to WriteOffs.dat with operator
*> and timestamp, and 42_gl_extract.cob picks the day's lines up as a
*> bad-debt expense posting. Customer deductions that
*> 124_deductions.cob sends for write-off wait here (Disputes.dat,
*> status P) for the same supervisor approval; approving one writes
*> off just the deducted amount, under reason DS.
IDENTIFICATION DIVISION.
PROGRAM-ID. baddebt.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSOperatorStatus.
       SELECT WriteOffJournal ASSIGN TO "WriteOffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT Disputes ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DsDisputeNum
           ALTERNATE RECORD KEY IS DsCustIDNum WITH DUPLICATES
           FILE STATUS IS WSDsStatus.

DATA DIVISION.
FILE SECTION.
01 WriteOffRecord.
   COPY WOFFREC.

FD Disputes.
01 DisputeData.
   COPY DISPREC.

WORKING-STORAGE SECTION.
01 WSArStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSReasonCode pic XX.
01 WSConfirm pic X.
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
01 WSWrittenOff pic 9(7)V99.
01 WSOpenTotal pic 9(7)V99.
01 Dollars PIC $$,$$$,$$9.99.
*> deduzioni mandate a write-off dalla schermata deduzioni
01 WSDsStatus pic XX.
01 WSDsOpenFlag pic X value "N".
       88 DisputeFileOpen value "Y".
01 WSPickDispute pic 9(6).
01 WSPendingCount pic 9(5).

PROCEDURE DIVISION.
StartPara.
           goback
       end-if
       accept WSRunDate from date yyyymmdd
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       if not PostingPeriodOpen
           display "Period " WSRunDate(1:6) " is closed to posting -"
               " no write-offs"
           goback
       end-if
       open i-o Receivables
       if WSArStatus = "35"
           display "No receivables file found - nothing to write off"
       end-if
       open input CustomerFile
       open extend WriteOffJournal
       open i-o Disputes
       if WSDsStatus = "00"
           set DisputeFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "BAD-DEBT WRITE-OFF"
           display "1 : List Open Items for a Customer"
           display "2 : Write Off an Invoice"
           display "3 : List Deductions Sent for Write-off"
           display "4 : Write Off a Deduction"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListOpenItems
               when 2 perform WriteOffInvoice
               when 3 perform ListPendingDeductions
               when 4 perform WriteOffDeduction
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close Receivables, CustomerFile, WriteOffJournal
       if DisputeFileOpen
           close Disputes
       end-if
       goback.

*> login contro operators.txt: serve un supervisor attivo, i clerk
                   accept WSReasonCode
                   move ArOpenBalance to WSWrittenOff
                   move zero to ArOpenBalance
                   move zero to ArDisputedAmt
                   set ArWrittenOff to true
                   rewrite ReceivableData
                       invalid key display "Rewrite failed for"
           WSNowTime delimited by size
           into WoTimestamp
       write WriteOffRecord.

ListPendingDeductions.
       move zero to WSPendingCount
       if DisputeFileOpen
           display " "
           display "Dispute Cust  Invoice     Amount Rsn Owner"
           move "N" to WSEOFFlag
           move zero to DsDisputeNum
           start Disputes key is not less than DsDisputeNum
               invalid key set AtEOF to true
           end-start
           perform until AtEOF
               read Disputes next record
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if DsWriteOffAsked
                       add 1 to WSPendingCount
                       move DsAmount to Dollars
                       display DsDisputeNum " " DsCustIDNum " "
                           DsInvoiceNum " " Dollars " " DsReasonCode
                           " " DsOwner
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
       end-if
       display WSPendingCount " deduction(s) waiting for write-off".

*> solo l'importo dedotto, non la fattura intera: il resto della
*> partita resta aperto e sollecitabile come prima
WriteOffDeduction.
       if not DisputeFileOpen
           display "No deductions on file"
       else
           display " "
           display "Dispute number: " with no advancing
           accept WSPickDispute
           move WSPickDispute to DsDisputeNum
           read Disputes
               invalid key display "Dispute not on file"
               not invalid key perform WriteOffOneDeduction
           end-read
       end-if.

WriteOffOneDeduction.
       if not DsWriteOffAsked
           display "Dispute " DsDisputeNum " has not been sent for"
               " write-off"
       else
           move DsInvoiceNum to ArInvoiceNum
           read Receivables
               invalid key display "Invoice " DsInvoiceNum
                   " not on file"
           end-read
           if WSArStatus = "00"
               move DsAmount to WSWrittenOff
               if WSWrittenOff > ArOpenBalance
                   move ArOpenBalance to WSWrittenOff
               end-if
               move WSWrittenOff to Dollars
               display "Write off " Dollars " deducted by customer "
                   DsCustIDNum " on invoice " DsInvoiceNum
                   " - are you sure? (Y/N): " with no advancing
               accept WSConfirm
               if WSConfirm = "Y" or WSConfirm = "y"
                   subtract WSWrittenOff from ArOpenBalance
                   if DsAmount > ArDisputedAmt
                       move zero to ArDisputedAmt
                   else
                       subtract DsAmount from ArDisputedAmt
                   end-if
                   if ArOpenBalance = zero
                       set ArWrittenOff to true
                   end-if
                   rewrite ReceivableData
                       invalid key display "Rewrite failed for"
                           " invoice " ArInvoiceNum
                       not invalid key
                           move DsCustIDNum to WSCustIDNum
                           move "DS" to WSReasonCode
                           perform WriteWriteOffJournal
                           set DsWrittenOff to true
                           move WSRunDate to DsResolvedDate
                           move OperatorID to DsResolvedBy
                           rewrite DisputeData
                               invalid key display "Dispute not"
                                   " updated"
                           end-rewrite
                           display "Deduction " DsDisputeNum
                               " written off for " Dollars
                   end-rewrite
               else
                   display "Write-off cancelled"
               end-if
           end-if
       end-if.
