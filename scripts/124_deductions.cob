       >>SOURCE FORMAT FREE
*> Customer deductions: when a customer short-pays an invoice because
*> they dispute a price, a shortage, damage, freight or a promotion,
*> the difference used to sit in ArOpenBalance and age into dunning
*> letters and finance charges. Cash receipts and the lockbox import
*> now open it as a dispute (Disputes.dat, DISPREC.cpy) and park the
*> amount in ArDisputedAmt; this screen is where they are worked.
*> Lists the open deductions, records one by hand, assigns an owner
*> and the real reason, and resolves each one: collect (the customer
*> will pay after all - the amount goes back to being chased),
*> credit (the deduction was fair - the invoice is credited and a CM
*> line journaled for the GL, as returns do), or write off, which
*> hands the deduction to 77_bad_debt.cob for supervisor approval.
*> A deduction on an order our own trucks delivered shows the proof
*> of delivery beside it - what was signed for, refused or short.
IDENTIFICATION DIVISION.
PROGRAM-ID. deductions.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Disputes ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DsDisputeNum
           ALTERNATE RECORD KEY IS DsCustIDNum WITH DUPLICATES
           FILE STATUS IS WSDsStatus.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       *> prova di consegna: fattura -> ordine -> fermata
       SELECT InvoiceHistory ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhInvoiceNum
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT DeliveryStops ASSIGN TO "DeliveryStops.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DvKey
           ALTERNATE RECORD KEY IS DvOrderNum WITH DUPLICATES
           FILE STATUS IS WSDvStatus.

DATA DIVISION.
FILE SECTION.
FD Disputes.
01 DisputeData.
   COPY DISPREC.

FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD DeliveryStops.
01 DeliveryStopData.
   COPY DLVSTOPREC.

WORKING-STORAGE SECTION.
01 WSDsStatus pic XX.
01 WSArStatus pic XX.
01 WSCashStatus pic XX.
01 WSIhStatus pic XX.
01 WSDvStatus pic XX.
01 WSPodOpenFlag pic X value "N".
       88 PodFilesOpen value "Y".
01 WSDvEOFFlag pic X value "N".
       88 DvAtEOF value "Y".
01 WSPodOrder pic 9(6).
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSPickCust pic 9(5).
01 WSPickDispute pic 9(6).
01 WSPickInvoice pic 9(6).
01 WSListed pic 9(5).
01 WSListTotal pic 9(9)V99.
01 WSUndisputed pic 9(7)V99.
01 WSDeductAmt pic 9(7)V99.
01 WSDeductReason pic XX.
       88 DeductReasonOk value "PR" "SH" "DM" "FR" "PM".
01 WSDeductOwner pic X(8).
01 WSDeductSource pic X(8) value "DEDUCT".
01 WSNoCheck pic X(10) value spaces.
01 WSDisputeNum pic 9(6).
01 WSResolution pic X.
01 WSNote pic X(30).
01 WSCredited pic 9(7)V99.
01 WSCmRef pic X(10).
01 WSStatusText pic X(10).
01 Dollars PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o Receivables
       if WSArStatus = "35"
           display "No receivables file found - no deductions to work"
           goback
       end-if
       open i-o Disputes
       if WSDsStatus = "35"
           open output Disputes
           close Disputes
           open i-o Disputes
       end-if
       open input InvoiceHistory
       if WSIhStatus = "00"
           open input DeliveryStops
           if WSDvStatus = "00"
               set PodFilesOpen to true
           else
               close InvoiceHistory
           end-if
       end-if
       perform until WSChoice = 9
           display " "
           display "CUSTOMER DEDUCTIONS"
           display "1 : List Open Deductions"
           display "2 : Record a Deduction"
           display "3 : Assign Owner / Reason"
           display "4 : Resolve a Deduction"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListOpenDeductions
               when 2 perform RecordDeduction
               when 3 perform AssignDeduction
               when 4 perform ResolveDeduction
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close Receivables, Disputes
       if PodFilesOpen
           close InvoiceHistory, DeliveryStops
       end-if
       goback.

*> aperte e in attesa di write-off; cliente zero = tutti
ListOpenDeductions.
       move zero to WSListed
       move zero to WSListTotal
       display "Customer IDNum (0 = all): " with no advancing
       accept WSPickCust
       display " "
       display "Dispute Cust  Invoice         Amount Rsn Owner    Status"
       if WSPickCust = zero
           move zero to DsDisputeNum
           start Disputes key is not less than DsDisputeNum
               invalid key set AtEOF to true
           end-start
       else
           move WSPickCust to DsCustIDNum
           start Disputes key is equal to DsCustIDNum
               invalid key set AtEOF to true
           end-start
       end-if
       perform until AtEOF
           read Disputes next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WSPickCust not = zero
                       and DsCustIDNum not = WSPickCust
                   set AtEOF to true
               else
                   if DsOpen or DsWriteOffAsked
                       perform ShowDisputeLine
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       move WSListTotal to Dollars
       display WSListed " deduction(s) open, " Dollars.

ShowDisputeLine.
       add 1 to WSListed
       add DsAmount to WSListTotal
       perform SetStatusText
       move DsAmount to Dollars
       display DsDisputeNum " " DsCustIDNum " " DsInvoiceNum " "
           Dollars " " DsReasonCode "  " DsOwner " " WSStatusText.

SetStatusText.
       evaluate true
           when DsOpen move "OPEN" to WSStatusText
           when DsWriteOffAsked move "WO ASKED" to WSStatusText
           when DsCollected move "COLLECTED" to WSStatusText
           when DsCredited move "CREDITED" to WSStatusText
           when DsWrittenOff move "WRITTENOFF" to WSStatusText
           when other move "?" to WSStatusText
       end-evaluate.

*> a mano: deduzione scoperta dopo l'incasso (o prima che il lockbox
*> ne sapesse qualcosa) - solo sulla parte non ancora contestata
RecordDeduction.
       display " "
       display "Invoice Number: " with no advancing
       accept WSPickInvoice
       move WSPickInvoice to ArInvoiceNum
       read Receivables
           invalid key display "Invoice not on file"
       end-read
       if WSArStatus = "00"
           move zero to WSUndisputed
           if ArOpenBalance > ArDisputedAmt
               compute WSUndisputed = ArOpenBalance - ArDisputedAmt
           end-if
           if not ArOpenItem or WSUndisputed = zero
               display "Invoice has nothing open that is not already"
                   " disputed"
           else
               move WSUndisputed to Dollars
               display "Customer " ArCustIDNum "  undisputed open "
                   Dollars
               display "Deduction amount: " with no advancing
               accept WSDeductAmt
               if WSDeductAmt = zero or WSDeductAmt > WSUndisputed
                   display "Amount must be above zero and no more than"
                       " the undisputed open balance"
               else
                   perform AskReason
                   display "Owner (blank = you): " with no advancing
                   move spaces to WSDeductOwner
                   accept WSDeductOwner
                   if WSDeductOwner = spaces
                       move OperatorID to WSDeductOwner
                   end-if
                   perform OpenDeduction
               end-if
           end-if
       end-if.

AskReason.
       move spaces to WSDeductReason
       perform until DeductReasonOk
           display "Reason - PR pricing, SH shortage, DM damage,"
               " FR freight, PM promotion: " with no advancing
           accept WSDeductReason
       end-perform.

*> il file delle dispute va chiuso: DISPUTEADD lo apre per conto suo
OpenDeduction.
       close Disputes
       call "DISPUTEADD" using ArCustIDNum, ArInvoiceNum, WSDeductAmt,
           WSDeductReason, WSDeductOwner, WSDeductSource, WSNoCheck,
           WSDisputeNum
       open i-o Disputes
       if WSDisputeNum = zero
           display "Deduction not recorded"
       else
           add WSDeductAmt to ArDisputedAmt
           rewrite ReceivableData
               invalid key display "Invoice not updated - disputed"
                   " amount not set"
           end-rewrite
           display "Deduction " WSDisputeNum " opened"
       end-if.

AssignDeduction.
       perform PickOpenDispute
       if WSDsStatus = "00" and (DsOpen or DsWriteOffAsked)
           display "Owner now " DsOwner "  new (blank = keep): "
               with no advancing
           move spaces to WSDeductOwner
           accept WSDeductOwner
           if WSDeductOwner not = spaces
               move WSDeductOwner to DsOwner
           end-if
           display "Reason now " DsReasonCode "  change (Y/N)? "
               with no advancing
           accept WSResolution
           if WSResolution = "Y" or WSResolution = "y"
               perform AskReason
               move WSDeductReason to DsReasonCode
           end-if
           rewrite DisputeData
               invalid key display "Dispute not updated"
               not invalid key display "Dispute " DsDisputeNum
                   " updated"
           end-rewrite
       end-if.

PickOpenDispute.
       display " "
       display "Dispute number: " with no advancing
       accept WSPickDispute
       move WSPickDispute to DsDisputeNum
       read Disputes
           invalid key display "Dispute not on file"
       end-read
       if WSDsStatus = "00"
           perform SetStatusText
           move DsAmount to Dollars
           display "Customer " DsCustIDNum "  invoice " DsInvoiceNum
               "  " Dollars "  reason " DsReasonCode "  " WSStatusText
           if PodFilesOpen
               perform ShowDeliveryProof
           end-if
           if not DsOpen and not DsWriteOffAsked
               display "Dispute is already resolved"
           end-if
       end-if.

*> l'ordine della fattura, se e' andato sui nostri camion: ogni
*> giro con il suo esito e la firma
ShowDeliveryProof.
       move DsInvoiceNum to IhInvoiceNum
       read InvoiceHistory
           invalid key continue
       end-read
       if WSIhStatus = "00"
           move IhOrderNum to WSPodOrder
           move "N" to WSDvEOFFlag
           move WSPodOrder to DvOrderNum
           start DeliveryStops key is = DvOrderNum
               invalid key set DvAtEOF to true
           end-start
           perform until DvAtEOF
               read DeliveryStops next record
                   at end set DvAtEOF to true
               end-read
               if not DvAtEOF
                   if DvOrderNum not = WSPodOrder
                       set DvAtEOF to true
                   else
                       evaluate true
                           when DvPlanned
                               display "  order " WSPodOrder " on route "
                                   DvRouteDate " - no proof of delivery yet"
                           when DvDelivered
                               display "  order " WSPodOrder " DELIVERED "
                                   DvPodDate " " DvPodTime " signed "
                                   function trim(DvSignerName)
                           when DvRefused
                               display "  order " WSPodOrder " REFUSED "
                                   DvPodDate " - " function trim(DvPodNote)
                           when DvPartial
                               display "  order " WSPodOrder " PARTIAL "
                                   DvPodDate " signed "
                                   function trim(DvSignerName) " - "
                                   function trim(DvPodNote)
                       end-evaluate
                   end-if
               end-if
           end-perform
           move "N" to WSDvEOFFlag
       end-if.

ResolveDeduction.
       perform PickOpenDispute
       if WSDsStatus = "00" and DsOpen
           display "C collect, R credit, W write off: "
               with no advancing
           accept WSResolution
           evaluate WSResolution
               when "C" when "c" perform CollectDeduction
               when "R" when "r" perform CreditDeduction
               when "W" when "w" perform AskWriteOff
               when other display "Nothing resolved"
           end-evaluate
       end-if.

AskNote.
       move spaces to WSNote
       perform until WSNote not = spaces
           display "Resolution note: " with no advancing
           accept WSNote
       end-perform.

*> la deduzione non regge: l'importo torna nel saldo sollecitabile
CollectDeduction.
       perform AskNote
       perform ReadDisputedInvoice
       if WSArStatus = "00"
           perform ReleaseDisputedAmt
           rewrite ReceivableData
               invalid key display "Invoice not updated"
           end-rewrite
       end-if
       set DsCollected to true
       perform CloseDispute
       display "Deduction " DsDisputeNum " back to collection".

*> la deduzione e' giusta: nota di credito sulla fattura e riga CM
*> sul journal (CM+numero disputa), come i resi
CreditDeduction.
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       if not PostingPeriodOpen
           display "Period " WSRunDate(1:6) " is closed to posting -"
               " no credit issued"
       else
           perform ReadDisputedInvoice
           if WSArStatus = "00"
               perform AskNote
               move DsAmount to WSCredited
               if WSCredited > ArOpenBalance
                   move ArOpenBalance to WSCredited
               end-if
               add WSCredited to ArAmountPaid
               subtract WSCredited from ArOpenBalance
               if ArOpenBalance = zero
                   set ArPaidInFull to true
               end-if
               perform ReleaseDisputedAmt
               rewrite ReceivableData
                   invalid key display "Credit not applied to invoice "
                       ArInvoiceNum
                   not invalid key
                       perform WriteCreditJournal
                       set DsCredited to true
                       perform CloseDispute
                       move WSCredited to Dollars
                       display "Credited " Dollars " to invoice "
                           ArInvoiceNum
               end-rewrite
           end-if
       end-if.

*> il write-off lo approva un supervisor in 77_bad_debt.cob: qui si
*> chiede soltanto
AskWriteOff.
       perform AskNote
       set DsWriteOffAsked to true
       move WSNote to DsNote
       rewrite DisputeData
           invalid key display "Dispute not updated"
           not invalid key
               display "Deduction " DsDisputeNum " sent for bad-debt"
                   " write-off approval"
       end-rewrite.

ReadDisputedInvoice.
       move DsInvoiceNum to ArInvoiceNum
       read Receivables
           invalid key display "Invoice " DsInvoiceNum " not on file"
       end-read.

ReleaseDisputedAmt.
       if DsAmount > ArDisputedAmt
           move zero to ArDisputedAmt
       else
           subtract DsAmount from ArDisputedAmt
       end-if.

CloseDispute.
       move WSRunDate to DsResolvedDate
       move OperatorID to DsResolvedBy
       move WSNote to DsNote
       rewrite DisputeData
           invalid key display "Dispute not updated"
       end-rewrite.

WriteCreditJournal.
       move spaces to WSCmRef
       string "CM" delimited by size
           DsDisputeNum delimited by size
           into WSCmRef
       open extend CashJournal
       if WSCashStatus = "35"
           open output CashJournal
       end-if
       move DsCustIDNum to CashCustIDNum
       move WSCmRef to CashCheckNum
       move WSRunDate to CashDate
       move WSCredited to CashAmount
       move DsInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord
       close CashJournal.
