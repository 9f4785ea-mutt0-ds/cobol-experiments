       >>SOURCE FORMAT FREE
*> Nightly service-contract billing: the invoice program only bills
*> shipped orders, so maintenance and rental contracts were invoiced
*> from a word processor and never reached receivables or the GL.
*> This step walks ServiceContracts.dat (SVCCREC) and, for every active
*> contract, invoices each period that has come due by the business
*> date - one month or one quarter at ScBillAmount - numbered from
*> InvoiceControl.dat like any other invoice, written to
*> InvoiceHistory.dat (one line, price source S) and to Receivables.dat
*> with the customer's terms. As at the counter (102_counter_sale.cob)
*> there is no order behind the invoice, so IhOrderNum/ArOrderNum carry
*> the invoice number: FINBAL ties it to its open item and the GL
*> extract posts it from the history the same night. Tax is the
*> customer's state rate (an unexpired exemption certificate wins)
*> unless the contract is not taxable. A contract whose periods are
*> all billed is ended. The second report lists the contracts ending
*> within 60 days - ended or still billing - so they get renewed; a
*> contract is marked NEW the first night it appears there.
*> RETURN-CODE 8 = an invoice failed to write, 4 = a contract was
*> skipped (customer not on file), 0 otherwise.
IDENTIFICATION DIVISION.
PROGRAM-ID. contractbill.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ContractFile ASSIGN TO "ServiceContracts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ScContractNum
           ALTERNATE RECORD KEY IS ScCustIDNum WITH DUPLICATES
           FILE STATUS IS WSScStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT InvoiceHistory ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhInvoiceNum
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT InvoiceControl ASSIGN TO "InvoiceControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT RatesFile ASSIGN TO "TaxRates.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRatesStatus.
       SELECT StateRates ASSIGN TO "StateTaxRates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StRateState
           FILE STATUS IS WSStRateStatus.
       SELECT ExemptCerts ASSIGN TO "TaxExemptCerts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ExCustIDNum
           FILE STATUS IS WSCertStatus.
       SELECT RegisterPrint ASSIGN TO WSRegFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RenewalPrint ASSIGN TO WSRenFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD ContractFile.
01 ContractData.
   COPY SVCCREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD InvoiceControl.
01 ControlRecord.
   02 CtlNextInvoiceNum pic 9(6).

FD RatesFile.
01 RateRecord.
   COPY RATEREC.

FD StateRates.
01 StateRateData.
   COPY STRATEREC.

FD ExemptCerts.
01 CertData.
   COPY EXCERTREC.

FD RegisterPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(100).

FD RenewalPrint.
01 RenewalLine.
   02 RnAsaControl pic X.
   02 RnPrintBody  pic X(100).

WORKING-STORAGE SECTION.
01 WSScStatus pic XX.
01 WSArStatus pic XX.
01 WSIhStatus pic XX.
01 WSCtlStatus pic XX.
01 WSRatesStatus pic XX.
01 WSStRateStatus pic XX.
01 WSStRateOpenFlag pic X value "N".
       88 StRateFileOpen value "Y".
01 WSCertStatus pic XX.
01 WSCertOpenFlag pic X value "N".
       88 CertFileOpen value "Y".
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 CustExist pic X.
01 WSBillFailFlag pic X value "N".
       88 BillFailed value "Y".
01 WSChangedFlag pic X value "N".
       88 ContractChanged value "Y".
01 WSRegFileName pic X(30).
01 WSRenFileName pic X(30).
01 WSRunDate pic 9(8).
*> stato del mese contabile della data fattura, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSTodayOrdinal pic S9(8).
01 WSDaysLeft pic S9(8).
*> aliquota di fallback da TaxRates.dat, poi per contratto quella
*> dello stato del cliente, zero se esente o non tassabile
01 WSDefaultRate pic V999 value .075.
01 TaxRate pic V999 value .075.
01 WSTaxNote pic X(12).
*> COMP-3, matching TAXCALC's LINKAGE SECTION and 07_aritmetica.cob
01 Price PIC 9(6)V99 COMP-3.
01 FullPrice PIC 9(6)V99 COMP-3.
01 WSNetAmt pic 9(7)V99.
01 WSTaxAmt pic 9(7)V99.
01 WSTotalAmt pic 9(7)V99.
01 WSInvoiceNum pic 9(6).
*> scadenza e finestra sconto dai termini del cliente, come
*> ComputeTermsDates in 24_invoice.cob
01 WSTermsDays pic 9(3).
01 WSTermsDiscPct pic V99.
01 WSTermsDiscDays pic 9(3).
01 WSDueDate pic 9(8).
01 WSTermsDiscDate pic 9(8).
01 WSDateOrdinal pic S9(8).
*> il periodo fatturato: da ScNextBillDate al giorno prima della
*> prossima data di fatturazione (o alla fine del contratto)
01 WSPeriodStart pic 9(8).
01 WSFollowingDate pic 9(8).
01 WSPeriodEnd pic 9(8).
01 WSDateWork pic 9(8).
01 WSDateWorkParts redefines WSDateWork.
       02 WSWorkYear pic 9(4).
       02 WSWorkMonth pic 99.
       02 WSWorkDay pic 99.
01 WSMonthsToAdd pic 9.
01 WSMonthCalc pic 99.
01 WSDateValid pic X.
       88 DateIsValid value "Y".
*> codice e descrizione della riga fattura: SC + contratto, tipo +
*> mese del periodo
01 WSLineCode.
       02 filler pic X(2) value "SC".
       02 WSLineContract pic 9(6).
01 WSLineName.
       02 WSLineType pic X(4).
       02 WSLinePeriod pic 9(6).
01 WSContractsRead pic 9(7) value zero.
01 WSInvoicesWritten pic 9(7) value zero.
01 WSSkipped pic 9(5) value zero.
01 WSFailed pic 9(5) value zero.
01 WSEndedCount pic 9(5) value zero.
01 WSRenewCount pic 9(5) value zero.
01 WSNewNotices pic 9(5) value zero.
01 WSTotalNet pic 9(8)V99 value zero.
01 WSTotalTax pic 9(8)V99 value zero.
01 WSTotalBilled pic 9(8)V99 value zero.
01 PageHeading.
       02 filler pic X(36) value "SERVICE CONTRACT BILLING REGISTER   ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(52) value
           "Invoice Contr.  Cust  Period covered                ".
       02 filler pic X(48) value
           "Net       Tax     Total Due        Tax".
01 RegisterDetail.
       02 PrnInvoice pic 9(6).
       02 filler pic xx value space.
       02 PrnContract pic 9(6).
       02 filler pic xx value space.
       02 PrnCustID pic 9(5).
       02 filler pic x value space.
       02 PrnPerFrom pic 9999/99/99.
       02 filler pic x(3) value " - ".
       02 PrnPerTo pic 9999/99/99.
       02 filler pic x value space.
       02 PrnNet pic ZZZZZ9.99.
       02 filler pic x value space.
       02 PrnTax pic ZZZZZ9.99.
       02 filler pic x value space.
       02 PrnTotal pic ZZZZZ9.99.
       02 filler pic x value space.
       02 PrnDueDate pic 9999/99/99.
       02 filler pic x value space.
       02 PrnTaxNote pic X(12).
01 NoteLine.
       02 filler pic x(8) value space.
       02 PrnNoteContract pic 9(6).
       02 filler pic xx value space.
       02 PrnNoteCust pic 9(5).
       02 filler pic x value space.
       02 PrnNoteText pic X(60).
01 TotalLine.
       02 filler pic x(15) value "TOTAL INVOICED ".
       02 PrnTotInvoices pic ZZZZ9.
       02 filler pic x(25) value space.
       02 PrnTotNet pic ZZZZZZ9.99.
       02 PrnTotTax pic ZZZZZZ9.99.
       02 PrnTotBilled pic ZZZZZZ9.99.
01 RenewHeading.
       02 filler pic X(36) value "SERVICE CONTRACT RENEWALS DUE       ".
       02 PrnRenRunDate pic 9999/99/99.
       02 filler pic X(22) value "  (ending in 60 days)".
01 RenewHeads.
       02 filler pic X(62) value
           "Contract Cust  Customer        Description                    ".
       02 filler pic X(38) value
           "Ends       Days  Amount  F Notice".
01 RenewDetail.
       02 PrnRnContract pic 9(6).
       02 filler pic xxx value space.
       02 PrnRnCustID pic 9(5).
       02 filler pic x value space.
       02 PrnRnName pic X(15).
       02 filler pic x value space.
       02 PrnRnDesc pic X(30).
       02 filler pic x value space.
       02 PrnRnEnds pic 9999/99/99.
       02 filler pic x value space.
       02 PrnRnDays pic ZZZ9.
       02 filler pic x value space.
       02 PrnRnAmount pic ZZZZ9.99.
       02 filler pic x value space.
       02 PrnRnFreq pic X.
       02 filler pic x value space.
       02 PrnRnNotice pic X(14).
01 RenewTotalLine.
       02 filler pic x(27) value "CONTRACTS DUE FOR RENEWAL  ".
       02 PrnRnTotal pic ZZZZ9.
       02 filler pic x(10) value "   NEW    ".
       02 PrnRnNew pic ZZZZ9.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 40 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "contractbill".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione dei due report nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12).
01 WSRcFileName pic X(30).
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       *> le fatture nascono con la data del run: in un mese chiuso
       *> non si fattura nulla, come per i finance charge
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       if not PostingPeriodOpen
           display "Period " WSRunDate(1:6) " is closed to posting -"
               " no contracts billed"
           move 8 to RETURN-CODE
           stop run
       end-if
       open i-o ContractFile
       if WSScStatus not = "00"
           display "No service contracts on file - nothing to bill"
           move 0 to RETURN-CODE
           stop run
       end-if
       perform LoadTaxRate
       open input CustomerFile
       open input StateRates
       if WSStRateStatus = "00"
           set StRateFileOpen to true
       end-if
       open input ExemptCerts
       if WSCertStatus = "00"
           set CertFileOpen to true
       end-if
       open i-o Receivables
       if WSArStatus = "35"
           open output Receivables
           close Receivables
           open i-o Receivables
       end-if
       open i-o InvoiceHistory
       if WSIhStatus = "35"
           open output InvoiceHistory
           close InvoiceHistory
           open i-o InvoiceHistory
       end-if
       move spaces to WSRegFileName
       string "ContractBill." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRegFileName
       open output RegisterPrint
       move "contractbill" to WSRcName
       move WSRegFileName to WSRcFileName
       move spaces to WSRcParams
       string "business date " delimited by size
           WSRunDate delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRcFileName, WSRcParams
       perform PrintPageHeading
       perform BillDueContracts
       perform PrintTotalLine
       close RegisterPrint
       move spaces to WSRenFileName
       string "ContractRenew." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRenFileName
       open output RenewalPrint
       move "renewals" to WSRcName
       move WSRenFileName to WSRcFileName
       call "RPTCAT" using WSRcName, WSRcFileName, WSRcParams
       perform PrintRenewalReport
       close RenewalPrint
       close ContractFile, CustomerFile, Receivables, InvoiceHistory
       if StRateFileOpen
           close StateRates
       end-if
       if CertFileOpen
           close ExemptCerts
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Contracts read: " WSContractsRead
       display "Invoices written: " WSInvoicesWritten
           "  total billed: " WSTotalBilled
       display "Contracts ended: " WSEndedCount
           "  skipped: " WSSkipped "  failed: " WSFailed
       display "Due for renewal: " WSRenewCount "  new: " WSNewNotices
       display "Register written to " WSRegFileName
       display "Renewals written to " WSRenFileName
       display "Elapsed seconds: " WSElapsedSecs
       evaluate true
           when WSFailed > zero move 8 to WSRhRc
           when WSSkipped > zero move 4 to WSRhRc
           when other move 0 to WSRhRc
       end-evaluate
       move WSContractsRead to WSRhRead
       move WSInvoicesWritten to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       move WSRhRc to RETURN-CODE
       stop run.

*> aliquota di fallback da TaxRates.dat se presente, altrimenti il
*> default .075 dichiarato sopra, come LoadTaxRate in 24_invoice.cob
LoadTaxRate.
       open input RatesFile
       if WSRatesStatus = "00"
           read RatesFile into RateRecord
           if WSRatesStatus = "00"
               move RateTaxRate to WSDefaultRate
           end-if
           close RatesFile
       end-if.

*> tutti i contratti per numero; solo gli attivi si fatturano
BillDueContracts.
       move "N" to WSEOFFlag
       move zero to ScContractNum
       start ContractFile key is not less than ScContractNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read ContractFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSContractsRead
               if ScActive
                   perform BillOneContract
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> ogni periodo arrivato a scadenza entro la data del run e dentro il
*> contratto si fattura a parte; dopo l'ultimo periodo il contratto
*> e' finito
BillOneContract.
       move "N" to WSBillFailFlag, WSChangedFlag
       move "Y" to CustExist
       move ScCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           if ScNextBillDate <= WSRunDate
               add 1 to WSSkipped
               move "CUSTOMER NOT ON FILE - NOT BILLED" to PrnNoteText
               perform PrintNoteLine
           end-if
       else
           perform SetContractTaxRate
           perform until ScNextBillDate > WSRunDate
                   or ScNextBillDate > ScEndDate or BillFailed
               perform BillOnePeriod
           end-perform
           if ScNextBillDate > ScEndDate
               set ScEnded to true
               move WSRunDate to ScClosedDate
               set ContractChanged to true
               add 1 to WSEndedCount
               move "ENDED - ALL PERIODS BILLED" to PrnNoteText
               perform PrintNoteLine
           end-if
           if ContractChanged
               rewrite ContractData
                   invalid key display "Contract " ScContractNum
                       " not updated, status " WSScStatus
               end-rewrite
           end-if
       end-if.

*> stato del cliente e certificato di esenzione, come
*> LookupCustomerRate/CheckExemptCert in 24_invoice.cob; un contratto
*> non tassabile non guarda nemmeno l'aliquota
SetContractTaxRate.
       move WSDefaultRate to TaxRate
       move spaces to WSTaxNote
       if ScNonTaxable
           move zero to TaxRate
           move "NON-TAXABLE" to WSTaxNote
       else
           if StRateFileOpen
               move AddrState to StRateState
               read StateRates
                   invalid key continue
                   not invalid key move StRateTaxRate to TaxRate
               end-read
           end-if
           if CertFileOpen
               move ScCustIDNum to ExCustIDNum
               read ExemptCerts
                   invalid key continue
                   not invalid key
                       if ExExpiryDate >= WSRunDate
                           move zero to TaxRate
                           move "EXEMPT" to WSTaxNote
                       end-if
               end-read
           end-if
       end-if.

BillOnePeriod.
       move ScNextBillDate to WSPeriodStart
       perform NextBillDateAfter
       compute WSDateOrdinal =
           function integer-of-date(WSFollowingDate) - 1
       compute WSPeriodEnd = function date-of-integer(WSDateOrdinal)
       if WSPeriodEnd > ScEndDate
           move ScEndDate to WSPeriodEnd
       end-if
       perform GetNextInvoiceNum
       move ScBillAmount to Price
       call "TAXCALC" using Price, TaxRate, FullPrice
       move Price to WSNetAmt
       compute WSTaxAmt = FullPrice - Price
       move FullPrice to WSTotalAmt
       perform ComputeTermsDates
       perform WriteInvoiceHistoryRec
       if not BillFailed
           perform WriteReceivableItem
           move WSRunDate to ScLastBillDate
           move WSInvoiceNum to ScLastInvoiceNum
           move WSFollowingDate to ScNextBillDate
           set ContractChanged to true
           add 1 to WSInvoicesWritten
           add WSNetAmt to WSTotalNet
           add WSTaxAmt to WSTotalTax
           add WSTotalAmt to WSTotalBilled
           perform PrintRegisterLine
       end-if.

*> un mese o un trimestre dopo ScNextBillDate, sul giorno di inizio
*> del contratto; se quel giorno non c'e' nel mese (il 31, il 29
*> febbraio) si scende all'ultimo giorno valido con DATEVAL
NextBillDateAfter.
       move ScNextBillDate to WSDateWork
       if ScBillQuarterly
           move 3 to WSMonthsToAdd
       else
           move 1 to WSMonthsToAdd
       end-if
       compute WSMonthCalc = WSWorkMonth + WSMonthsToAdd
       if WSMonthCalc > 12
           subtract 12 from WSMonthCalc
           add 1 to WSWorkYear
       end-if
       move WSMonthCalc to WSWorkMonth
       move ScStartDate(7:2) to WSWorkDay
       move "N" to WSDateValid
       perform until DateIsValid
           call "DATEVAL" using WSWorkMonth, WSWorkDay, WSWorkYear,
               WSDateValid
           if not DateIsValid
               subtract 1 from WSWorkDay
           end-if
       end-perform
       move WSDateWork to WSFollowingDate.

*> legge e incrementa il numero nel file di controllo, identico a
*> GetNextInvoiceNum in 24_invoice.cob: i contratti condividono la
*> serie delle fatture vere
GetNextInvoiceNum.
       move zero to WSInvoiceNum
       open input InvoiceControl
       if WSCtlStatus = "00"
           read InvoiceControl
               at end move zero to CtlNextInvoiceNum
           end-read
           move CtlNextInvoiceNum to WSInvoiceNum
           close InvoiceControl
       end-if
       if WSInvoiceNum = zero
           move 1 to WSInvoiceNum
       end-if
       open output InvoiceControl
       compute CtlNextInvoiceNum = WSInvoiceNum + 1
       write ControlRecord
       close InvoiceControl.

*> data di scadenza e finestra sconto dai termini del cliente, come
*> ComputeTermsDates in 24_invoice.cob; il cliente e' nel buffer
ComputeTermsDates.
       move zero to WSTermsDays
       move zero to WSTermsDiscPct
       move zero to WSTermsDiscDays
       move WSRunDate to WSDueDate
       move zero to WSTermsDiscDate
       evaluate true
           when TermsNet30 move 30 to WSTermsDays
           when TermsNet60 move 60 to WSTermsDays
           when Terms210Net30
               move 30 to WSTermsDays
               move .02 to WSTermsDiscPct
               move 10 to WSTermsDiscDays
           when other continue
       end-evaluate
       if WSTermsDays > zero
           compute WSDateOrdinal = WSTodayOrdinal + WSTermsDays
           compute WSDueDate =
               function date-of-integer(WSDateOrdinal)
       end-if
       if WSTermsDiscDays > zero
           compute WSDateOrdinal = WSTodayOrdinal + WSTermsDiscDays
           compute WSTermsDiscDate =
               function date-of-integer(WSDateOrdinal)
       end-if.

*> una riga sola: il contratto al prezzo del periodo, fonte S; niente
*> ordine dietro, quindi IhOrderNum = numero fattura come al banco
WriteInvoiceHistoryRec.
       initialize InvoiceHistoryData
       move WSInvoiceNum to IhInvoiceNum
       move WSInvoiceNum to IhOrderNum
       move ScCustIDNum to IhCustIDNum
       move WSRunDate to IhInvoiceDate
       move TaxRate to IhTaxRate
       move 1 to IhLineCount
       move ScContractNum to WSLineContract
       if ScRental
           move "RNT " to WSLineType
       else
           move "MNT " to WSLineType
       end-if
       move ScNextBillDate(1:6) to WSLinePeriod
       move WSLineCode to IhProdCode(1)
       move WSLineName to IhProdName(1)
       move 1 to IhQty(1)
       move ScBillAmount to IhUnitPrice(1)
       move "S" to IhPriceSrc(1)
       move WSNetAmt to IhLineNet(1)
       move WSTotalAmt to IhLineTotal(1)
       move zero to IhPrefDiscount
       move WSNetAmt to IhNetTotal
       move WSTaxAmt to IhTaxTotal
       move WSTotalAmt to IhInvoiceTotal
       move zero to IhFreightAmount
       write InvoiceHistoryData
           invalid key
               display "Invoice history not written for contract "
                   ScContractNum ", status " WSIhStatus
               set BillFailed to true
               add 1 to WSFailed
               move "INVOICE NOT WRITTEN - BILLING STOPPED" to PrnNoteText
               perform PrintNoteLine
       end-write.

WriteReceivableItem.
       move WSInvoiceNum to ArInvoiceNum
       move WSInvoiceNum to ArOrderNum
       move ScCustIDNum to ArCustIDNum
       move WSRunDate to ArInvoiceDate
       move WSTotalAmt to ArInvoiceAmount
       move WSTaxAmt to ArTaxAmount
       move zero to ArAmountPaid
       move WSTotalAmt to ArOpenBalance
       set ArOpenItem to true
       move WSDueDate to ArDueDate
       move WSTermsDiscPct to ArDiscPct
       move WSTermsDiscDate to ArDiscDate
       move zero to ArDisputedAmt
       write ReceivableData
           invalid key
               display "Receivable not recorded for invoice "
                   WSInvoiceNum ", status " WSArStatus
               add 1 to WSFailed
       end-write.

PrintRegisterLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move WSInvoiceNum to PrnInvoice
       move ScContractNum to PrnContract
       move ScCustIDNum to PrnCustID
       move WSPeriodStart to PrnPerFrom
       move WSPeriodEnd to PrnPerTo
       move WSNetAmt to PrnNet
       move WSTaxAmt to PrnTax
       move WSTotalAmt to PrnTotal
       move WSDueDate to PrnDueDate
       move WSTaxNote to PrnTaxNote
       move " " to AsaControl
       move RegisterDetail to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintNoteLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move ScContractNum to PrnNoteContract
       move ScCustIDNum to PrnNoteCust
       move " " to AsaControl
       move NoteLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

PrintTotalLine.
       move WSInvoicesWritten to PrnTotInvoices
       move WSTotalNet to PrnTotNet
       move WSTotalTax to PrnTotTax
       move WSTotalBilled to PrnTotBilled
       move "-" to AsaControl
       move TotalLine to PrintBody
       write PrintLine.

*> contratti che finiscono entro 60 giorni, ancora in fatturazione o
*> gia' finiti (l'ultimo periodo si fattura prima della fine): la
*> prima volta che compaiono si marcano NEW e si timbra la data
PrintRenewalReport.
       perform PrintRenewHeading
       move "N" to WSEOFFlag
       move zero to ScContractNum
       start ContractFile key is not less than ScContractNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read ContractFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if ScActive or ScEnded
                   compute WSDaysLeft =
                       function integer-of-date(ScEndDate)
                       - WSTodayOrdinal
                   if WSDaysLeft >= zero and WSDaysLeft <= 60
                       perform PrintRenewalLine
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       move WSRenewCount to PrnRnTotal
       move WSNewNotices to PrnRnNew
       move "-" to RnAsaControl
       move RenewTotalLine to RnPrintBody
       write RenewalLine.

PrintRenewalLine.
       if NewPageRequired
           perform PrintRenewHeading
       end-if
       add 1 to WSRenewCount
       move spaces to PrnRnName
       move ScCustIDNum to IDNum
       read CustomerFile
           invalid key move "** not on file" to PrnRnName
           not invalid key move LastName to PrnRnName
       end-read
       if ScRenewNoticeDate = zero
           move "NEW" to PrnRnNotice
           move WSRunDate to ScRenewNoticeDate
           add 1 to WSNewNotices
           rewrite ContractData
               invalid key display "Contract " ScContractNum
                   " notice date not stamped"
           end-rewrite
       else
           move spaces to PrnRnNotice
           string "since " delimited by size
               ScRenewNoticeDate delimited by size
               into PrnRnNotice
       end-if
       move ScContractNum to PrnRnContract
       move ScCustIDNum to PrnRnCustID
       move ScDescription to PrnRnDesc
       move ScEndDate to PrnRnEnds
       move WSDaysLeft to PrnRnDays
       move ScBillAmount to PrnRnAmount
       move ScBillFreq to PrnRnFreq
       move " " to RnAsaControl
       move RenewDetail to RnPrintBody
       write RenewalLine
       add 1 to LineCount.

PrintRenewHeading.
       move WSRunDate to PrnRenRunDate
       move "1" to RnAsaControl
       move RenewHeading to RnPrintBody
       write RenewalLine
       move "-" to RnAsaControl
       move RenewHeads to RnPrintBody
       write RenewalLine
       move 3 to LineCount.
