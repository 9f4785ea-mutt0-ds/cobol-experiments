       >>SOURCE FORMAT FREE
*> Service-contract master maintenance: annual maintenance and rental
*> contracts were billed from a word processor, so none of it reached
*> receivables or the GL. A contract (SVCCREC) is the customer, what
*> is covered, the start and end dates, the amount billed each month
*> or quarter and whether it is taxed, numbered from
*> ContractControl.dat the way quotes are numbered from
*> QuoteControl.dat. 166_contract_billing.cob bills what is due each
*> night; renewing a contract is extending its end date here, which
*> puts an ended contract back to billing.
IDENTIFICATION DIVISION.
PROGRAM-ID. servicecontracts.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ContractFile ASSIGN TO "ServiceContracts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ScContractNum
           ALTERNATE RECORD KEY IS ScCustIDNum WITH DUPLICATES
           FILE STATUS IS WSScStatus.
       SELECT ContractControl ASSIGN TO "ContractControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD ContractFile.
01 ContractData.
   COPY SVCCREC.

FD ContractControl.
01 ControlRecord.
   02 CtlNextContractNum pic 9(6).

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSScStatus pic XX.
01 WSCtlStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 CustExist pic X.
01 WSRunDate pic 9(8).
01 WSNewContractNum pic 9(6).
01 WSLookupContract pic 9(6).
01 WSCustIDNum pic 9(5).
01 WSListCust pic 9(5).
01 WSListCount pic 9(5).
01 WSConfirm pic X.
01 WSOldEndDate pic 9(8).
01 WSNewDesc pic X(30).
01 WSAmountShow pic $$,$$9.99.
*> una data YYYYMMDD da tastiera, spezzata per DATEVAL
01 WSDateIn pic 9(8).
01 WSDateParts redefines WSDateIn.
       02 WSDateYear pic 9(4).
       02 WSDateMonth pic 99.
       02 WSDateDay pic 99.
01 WSDateValid pic X.
       88 DateIsValid value "Y".
01 WSDatePrompt pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSRunDate from date yyyymmdd
       open i-o ContractFile
       if WSScStatus = "35"
           open output ContractFile
           close ContractFile
           open i-o ContractFile
       end-if
       open input CustomerFile
       perform until WSChoice = 9
           display " "
           display "SERVICE CONTRACTS"
           display "1 : Add a Contract"
           display "2 : Update / Renew a Contract"
           display "3 : Cancel a Contract"
           display "4 : List Contracts"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddContract
               when 2 perform UpdateContract
               when 3 perform CancelContract
               when 4 perform ListContracts
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close ContractFile, CustomerFile
       stop run.

*> numero contratto dal file di controllo, come GetNextQuoteNum in
*> 67_quotes.cob
GetNextContractNum.
       move zero to WSNewContractNum
       open input ContractControl
       if WSCtlStatus = "00"
           read ContractControl
               at end move zero to CtlNextContractNum
           end-read
           move CtlNextContractNum to WSNewContractNum
           close ContractControl
       end-if
       if WSNewContractNum = zero
           move 1 to WSNewContractNum
       end-if
       open output ContractControl
       compute CtlNextContractNum = WSNewContractNum + 1
       write ControlRecord
       close ContractControl.

*> si fattura solo a un cliente a file e attivo
AddContract.
       move "Y" to CustExist
       display " "
       display "Customer IDNum: " with no advancing
       accept WSCustIDNum
       move WSCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       evaluate true
           when CustExist = "N"
               display "Customer doesn't exist"
           when InactiveCust
               display "Customer " IDNum " is inactive"
           when other
               display "  " FirstName " " LastName
               perform GetNextContractNum
               move WSNewContractNum to ScContractNum
               move WSCustIDNum to ScCustIDNum
               perform AcceptContractType
               move "Start date (YYYYMMDD): " to WSDatePrompt
               perform AcceptValidDate
               move WSDateIn to ScStartDate
               move zero to ScEndDate
               perform AcceptEndDate
               perform AcceptBillingTerms
               move ScStartDate to ScNextBillDate
               move zero to ScLastBillDate, ScLastInvoiceNum
               move zero to ScClosedDate, ScRenewNoticeDate
               set ScActive to true
               move WSRunDate to ScCreatedDate
               write ContractData
                   invalid key display "Contract not saved"
                   not invalid key display "Contract " ScContractNum
                       " added"
               end-write
       end-evaluate.

AcceptContractType.
       move spaces to ScDescription
       perform until ScDescription not = spaces
           display "Description: " with no advancing
           accept ScDescription
           if ScDescription = spaces
               display "Description cannot be blank"
           end-if
       end-perform
       move space to ScType
       perform until ValidScType
           display "Type (M = maintenance, R = rental): "
               with no advancing
           accept ScType
           move function upper-case(ScType) to ScType
           if not ValidScType
               display "Type must be M or R"
           end-if
       end-perform.

*> la fine deve venire dopo l'inizio
AcceptEndDate.
       move "End date (YYYYMMDD): " to WSDatePrompt
       perform AcceptValidDate
       perform until WSDateIn > ScStartDate
           display "End date must be after the start date "
               ScStartDate
           perform AcceptValidDate
       end-perform
       move WSDateIn to ScEndDate.

AcceptBillingTerms.
       move zero to ScBillAmount
       perform until ScBillAmount > zero
           display "Amount billed each period: " with no advancing
           accept ScBillAmount
           if ScBillAmount = zero
               display "Amount must be greater than zero"
           end-if
       end-perform
       move space to ScBillFreq
       perform until ValidScFreq
           display "Billed (M)onthly or (Q)uarterly: " with no advancing
           accept ScBillFreq
           move function upper-case(ScBillFreq) to ScBillFreq
           if not ValidScFreq
               display "Frequency must be M or Q"
           end-if
       end-perform
       move space to ScTaxCode
       perform until ValidScTax
           display "Tax (T = taxable, N = not taxable): "
               with no advancing
           accept ScTaxCode
           move function upper-case(ScTaxCode) to ScTaxCode
           if not ValidScTax
               display "Tax code must be T or N"
           end-if
       end-perform.

*> data YYYYMMDD validata con DATEVAL, come la data di nascita in
*> customer maintenance
AcceptValidDate.
       move "N" to WSDateValid
       perform until DateIsValid
           display function trim(WSDatePrompt trailing) " "
               with no advancing
           accept WSDateIn
           call "DATEVAL" using WSDateMonth, WSDateDay, WSDateYear,
               WSDateValid
           if not DateIsValid
               display "Not a valid date"
           end-if
       end-perform.

*> descrizione, importo, frequenza, imposta e data fine; allungare la
*> fine e' il rinnovo: l'avviso di rinnovo riparte e un contratto
*> finito torna a fatturare dal periodo successivo
UpdateContract.
       display "Contract number: " with no advancing
       accept WSLookupContract
       move WSLookupContract to ScContractNum
       read ContractFile
           invalid key display "Contract not found"
           not invalid key
               if ScCancelled
                   display "Contract was cancelled " ScClosedDate
               else
                   perform ShowContract
                   display "New description (blank = keep): "
                       with no advancing
                   move spaces to WSNewDesc
                   accept WSNewDesc
                   if WSNewDesc not = spaces
                       move WSNewDesc to ScDescription
                   end-if
                   move ScEndDate to WSOldEndDate
                   perform AcceptEndDate
                   perform AcceptBillingTerms
                   if ScEndDate > WSOldEndDate
                       move zero to ScRenewNoticeDate
                       if ScEnded and ScNextBillDate <= ScEndDate
                           set ScActive to true
                           move zero to ScClosedDate
                           display "  Contract renewed - billing"
                               " resumes " ScNextBillDate
                       end-if
                   end-if
                   rewrite ContractData
                       invalid key display "Update failed"
                       not invalid key display "Contract updated"
                   end-rewrite
               end-if
       end-read.

*> un contratto annullato resta sul file per lo storico; le fatture
*> gia' emesse restano in receivables
CancelContract.
       display "Contract number: " with no advancing
       accept WSLookupContract
       move WSLookupContract to ScContractNum
       read ContractFile
           invalid key display "Contract not found"
           not invalid key
               if not ScActive
                   display "Contract is not active (status "
                       ScStatus ")"
               else
                   perform ShowContract
                   display "Cancel - no further billing (Y/N)? "
                       with no advancing
                   accept WSConfirm
                   if WSConfirm = "Y" or WSConfirm = "y"
                       set ScCancelled to true
                       move WSRunDate to ScClosedDate
                       rewrite ContractData
                           invalid key display "Update failed"
                           not invalid key display "Contract cancelled"
                       end-rewrite
                   else
                       display "Cancel abandoned"
                   end-if
               end-if
       end-read.

ShowContract.
       move ScBillAmount to WSAmountShow
       display "Contract " ScContractNum " customer " ScCustIDNum
           " type " ScType " status " ScStatus
       display "  " ScDescription
       display "  " ScStartDate " to " ScEndDate "  " WSAmountShow
           " per period, freq " ScBillFreq " tax " ScTaxCode
       display "  Next bill " ScNextBillDate " last bill "
           ScLastBillDate " invoice " ScLastInvoiceNum.

*> per cliente attraverso la chiave alternata, o tutti per numero
ListContracts.
       display "Customer IDNum (0 = all): " with no advancing
       accept WSListCust
       move zero to WSListCount
       move "N" to WSEOFFlag
       if WSListCust = zero
           move zero to ScContractNum
           start ContractFile key is not less than ScContractNum
               invalid key set AtEOF to true
           end-start
       else
           move WSListCust to ScCustIDNum
           start ContractFile key is equal to ScCustIDNum
               invalid key set AtEOF to true
           end-start
       end-if
       display "Number Cust  Description                    T Ends     "
           "    Amount F X St Next bill"
       perform until AtEOF
           read ContractFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WSListCust not = zero and ScCustIDNum not = WSListCust
                   set AtEOF to true
               else
                   add 1 to WSListCount
                   move ScBillAmount to WSAmountShow
                   display ScContractNum " " ScCustIDNum " "
                       ScDescription " " ScType " " ScEndDate " "
                       WSAmountShow " " ScBillFreq " " ScTaxCode " "
                       ScStatus "  " ScNextBillDate
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListCount " contract(s)".
