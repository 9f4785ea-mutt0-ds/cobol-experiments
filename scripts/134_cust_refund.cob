       >>SOURCE FORMAT FREE
*> Customer refunds: an overpayment could only wait, unapplied, for
*> the next invoice. The clerk lists a customer's unapplied credits -
*> check remainders and unapplied credit memos, rebuilt from
*> CashReceipts.dat the way 76_unapplied_cash.cob rebuilds them - and
*> raises a refund request against one of them (Refunds.dat,
*> REFUNDREC.cpy). Nothing moves until a supervisor approves it. The
*> approval journals an RF line (RF + the credit's reference) that
*> takes the credit off the customer for reapplication, unclaimed
*> property and the statement, which shows it as a refund; the daily
*> extract books it DR customer deposits (23000) / CR customer
*> refunds payable (20500). The refund itself is filed on
*> OpenPayables.dat under the refund vendor 99999 (put on the vendor
*> master here, net terms, the first time it is needed) as a one-time
*> payee, so 113_ap_payment_run.cob cuts the customer a check.
IDENTIFICATION DIVISION.
PROGRAM-ID. custrefund.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Refunds ASSIGN TO "Refunds.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RfRefundNum
           ALTERNATE RECORD KEY IS RfCustIDNum WITH DUPLICATES
           FILE STATUS IS WSRfStatus.
       *> numeratore rimborsi, stesso schema a un record di
       *> DisputeControl.dat
       SELECT RefundControl ASSIGN TO "RefundControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT OpenPayables ASSIGN TO "OpenPayables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApKey
           FILE STATUS IS WSApStatus.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD Refunds.
01 RefundData.
   COPY REFUNDREC.

FD RefundControl.
01 RefundControlRecord.
   02 CtlNextRefundNum pic 9(6).

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD OpenPayables.
01 PayableData.
   COPY APREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSRfStatus pic XX.
01 WSCtlStatus pic XX.
01 WSCustStatus pic XX.
01 WSCashStatus pic XX.
01 WSApStatus pic XX.
01 WSVendStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSCashEOFFlag pic X value "N".
       88 CashAtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
*> chi approva: login supervisor chiesto solo alla prima decisione
01 SupervisorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSCustIDNum pic 9(5).
01 CustExist pic X.
*> crediti non applicati del cliente, uno per riferimento: +la riga
*> a fattura zero (residuo assegno o nota di credito), -righe UA, UP,
*> RF e storni NS che la citano dopo il prefisso
01 CreditTable.
       02 CreditEntry occurs 50 times.
           03 CrRef pic X(10).
           03 CrAvailable pic S9(7)V99.
           03 CrPending pic 9(7)V99.
01 WSCrCount pic 9(2) value zero.
01 WSCrIdx pic 9(2).
01 WSCrFound pic 9(2).
01 WSPickRef pic X(10).
01 WSLineAmount pic S9(7)V99.
01 WSFreeAmount pic S9(7)V99.
01 WSRefundAmount pic 9(7)V99.
01 WSRefundReason pic X(30).
01 WSRefundNum pic 9(6).
01 WSRfRef pic X(10).
01 WSDecision pic X.
01 WSConfirm pic X.
01 WSListed pic 9(5).
01 WSListTotal pic 9(9)V99.
01 WSRefundVendor pic 9(5) value 99999.
01 Dollars PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o Refunds
       if WSRfStatus = "35"
           open output Refunds
           close Refunds
           open i-o Refunds
       end-if
       open input CustomerFile
       if WSCustStatus not = "00"
           display "Customer master not available"
           close Refunds
           goback
       end-if
       perform until WSChoice = 9
           display " "
           display "CUSTOMER REFUNDS"
           display "1 : List a Customer's Unapplied Credits"
           display "2 : Request a Refund"
           display "3 : List Refunds Awaiting Approval"
           display "4 : Approve or Reject a Refund (supervisor)"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListCredits
               when 2 perform RequestRefund
               when 3 perform ListPendingRefunds
               when 4 perform DecideRefund
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close Refunds, CustomerFile
       goback.

*> come per le write-off: solo un supervisor attivo approva
SupervisorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - cannot verify role"
       else
           display "Supervisor ID: " with no advancing
           accept SupervisorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move SupervisorID to OpUserID
           read OperatorFile
               invalid key
                   display "Invalid operator ID or password"
               not invalid key
                   evaluate true
                       when OpDisabled
                           display "Operator is disabled"
                       when not OpSupervisor
                           display "Operator is not a supervisor"
                       when OpPassword = WSEnteredPassword
                           set LoginSuccess to true
                       when other
                           display "Invalid operator ID or password"
                   end-evaluate
           end-read
           close OperatorFile
       end-if.

*> ricostruisce dal journal i crediti ancora disponibili del cliente,
*> con le stesse regole di unappliedcash piu' le note di credito
*> non applicate; DP sono acconti ordine e li scala la fatturazione
BuildCreditTable.
       move zero to WSCrCount
       move "N" to WSCashEOFFlag
       open input CashJournal
       if WSCashStatus not = "00"
           set CashAtEOF to true
       end-if
       perform until CashAtEOF
           read CashJournal
               at end set CashAtEOF to true
           end-read
           if not CashAtEOF
               if CashCustIDNum = WSCustIDNum
                   perform ClassifyJournalLine
               end-if
           end-if
       end-perform
       if WSCashStatus = "00" or WSCashStatus = "10"
           close CashJournal
       end-if
       move "N" to WSCashEOFFlag.

ClassifyJournalLine.
       evaluate true
           when CashCheckNum(1:2) = "UA"
                   or CashCheckNum(1:2) = "UP"
                   or CashCheckNum(1:2) = "RF"
                   or (CashCheckNum(1:2) = "NS"
                       and CashInvoiceNum = zero)
               move spaces to WSPickRef
               move CashCheckNum(3:8) to WSPickRef
               compute WSLineAmount = zero - CashAmount
               perform AddToCreditTable
           when CashInvoiceNum = zero
                   and CashCheckNum(1:2) not = "DP"
               move CashCheckNum to WSPickRef
               move CashAmount to WSLineAmount
               perform AddToCreditTable
           when other continue
       end-evaluate.

*> i riferimenti UA/UP/RF/NS portano solo i primi otto caratteri
AddToCreditTable.
       perform FindCredit
       if WSCrFound = zero and WSLineAmount > zero and WSCrCount < 50
           add 1 to WSCrCount
           move WSCrCount to WSCrFound
           move WSPickRef to CrRef(WSCrCount)
           move zero to CrAvailable(WSCrCount), CrPending(WSCrCount)
       end-if
       if WSCrFound > zero
           add WSLineAmount to CrAvailable(WSCrFound)
       end-if.

FindCredit.
       move zero to WSCrFound
       perform varying WSCrIdx from 1 by 1
               until WSCrIdx > WSCrCount or WSCrFound > zero
           if CrRef(WSCrIdx)(1:8) = WSPickRef(1:8)
               move WSCrIdx to WSCrFound
           end-if
       end-perform.

*> le richieste ancora in attesa impegnano gia' il loro credito
NotePendingRefunds.
       move "N" to WSEOFFlag
       move WSCustIDNum to RfCustIDNum
       start Refunds key is equal to RfCustIDNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read Refunds next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RfCustIDNum not = WSCustIDNum
                   set AtEOF to true
               else
                   if RfPending
                       move RfCreditRef to WSPickRef
                       perform FindCredit
                       if WSCrFound > zero
                           add RfAmount to CrPending(WSCrFound)
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

ShowCredits.
       display "Reference     Available   Pending refund"
       perform varying WSCrIdx from 1 by 1 until WSCrIdx > WSCrCount
           if CrAvailable(WSCrIdx) > zero
               move CrAvailable(WSCrIdx) to Dollars
               display CrRef(WSCrIdx) " " Dollars with no advancing
               move CrPending(WSCrIdx) to Dollars
               display " " Dollars
           end-if
       end-perform.

ListCredits.
       display " "
       display "Customer IDNum: " with no advancing
       accept WSCustIDNum
       perform BuildCreditTable
       perform NotePendingRefunds
       perform ShowCredits.

RequestRefund.
       move "Y" to CustExist
       display " "
       display "Customer IDNum: " with no advancing
       accept WSCustIDNum
       move WSCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           display "Customer doesn't exist"
       else
           perform BuildCreditTable
           perform NotePendingRefunds
           perform ShowCredits
           display "Reference of the credit to refund: "
               with no advancing
           accept WSPickRef
           perform FindCredit
           move zero to WSFreeAmount
           if WSCrFound > zero
               compute WSFreeAmount = CrAvailable(WSCrFound)
                   - CrPending(WSCrFound)
           end-if
           if WSFreeAmount not > zero
               display "No unapplied credit left to refund on that"
                   " reference"
           else
               move WSFreeAmount to Dollars
               display "Refundable: " Dollars
               display "Amount to refund (0 = all of it): "
                   with no advancing
               accept WSRefundAmount
               if WSRefundAmount = zero
                   move WSFreeAmount to WSRefundAmount
               end-if
               if WSRefundAmount > WSFreeAmount
                   display "More than the credit available - not"
                       " requested"
               else
                   display "Reason: " with no advancing
                   accept WSRefundReason
                   perform WriteRefundRequest
               end-if
           end-if
       end-if.

WriteRefundRequest.
       perform GetNextRefundNum
       move WSRefundNum to RfRefundNum
       move WSCustIDNum to RfCustIDNum
       move CrRef(WSCrFound) to RfCreditRef
       move WSRefundAmount to RfAmount
       move WSRefundReason to RfReason
       move WSRunDate to RfRequestDate
       move OperatorID to RfRequestedBy
       set RfPending to true
       move zero to RfDecidedDate
       move spaces to RfDecidedBy, RfApVendInvoice
       write RefundData
           invalid key display "Refund request not recorded"
           not invalid key
               move WSRefundAmount to Dollars
               display "Refund " WSRefundNum " for " Dollars
                   " awaiting supervisor approval"
       end-write.

ListPendingRefunds.
       move zero to WSListed
       move zero to WSListTotal
       display " "
       display "Refund Cust  Credit ref          Amount Requested By"
       move "N" to WSEOFFlag
       move zero to RfRefundNum
       start Refunds key is not less than RfRefundNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read Refunds next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RfPending
                   add 1 to WSListed
                   add RfAmount to WSListTotal
                   move RfAmount to Dollars
                   display RfRefundNum " " RfCustIDNum " " RfCreditRef
                       " " Dollars " " RfRequestDate " " RfRequestedBy
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       move WSListTotal to Dollars
       display WSListed " refund(s) awaiting approval, " Dollars.

*> la decisione e' del supervisor, e non di chi ha chiesto il rimborso
DecideRefund.
       if not LoginSuccess
           perform SupervisorLogin
       end-if
       if not LoginSuccess
           display "Refund approval is restricted to supervisors"
       else
           display " "
           display "Refund number: " with no advancing
           accept WSRefundNum
           move WSRefundNum to RfRefundNum
           read Refunds
               invalid key display "Refund not on file"
               not invalid key
                   if not RfPending
                       display "Refund " WSRefundNum
                           " has already been decided"
                   else
                       if RfRequestedBy = SupervisorID
                           display "A refund cannot be approved by"
                               " the operator who requested it"
                       else
                           perform DecideOneRefund
                       end-if
                   end-if
           end-read
       end-if.

DecideOneRefund.
       move RfAmount to Dollars
       display "Customer " RfCustIDNum "  credit " RfCreditRef
           "  refund " Dollars
       display "Reason: " RfReason
       display "A = approve, R = reject, other = leave pending: "
           with no advancing
       accept WSDecision
       evaluate WSDecision
           when "A"
           when "a"
               perform ApproveRefund
           when "R"
           when "r"
               set RfRejected to true
               move WSRunDate to RfDecidedDate
               move SupervisorID to RfDecidedBy
               rewrite RefundData
                   invalid key display "Refund not updated"
                   not invalid key display "Refund rejected"
               end-rewrite
           when other
               display "Refund left pending"
       end-evaluate.

*> il credito si ricontrolla sul journal: nel frattempo puo' essere
*> stato riapplicato, riportato allo stato o rimborsato
ApproveRefund.
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       move RfCustIDNum to WSCustIDNum
       move "Y" to CustExist
       move WSCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       perform BuildCreditTable
       move RfCreditRef to WSPickRef
       perform FindCredit
       move zero to WSFreeAmount
       if WSCrFound > zero
           move CrAvailable(WSCrFound) to WSFreeAmount
       end-if
       evaluate true
           when not PostingPeriodOpen
               display "Period " WSRunDate(1:6) " is closed to"
                   " posting - refund not approved"
           when CustExist = "N"
               display "Customer no longer on the master - refund"
                   " not approved"
           when WSFreeAmount < RfAmount
               move WSFreeAmount to Dollars
               display "Only " Dollars " of that credit is left -"
                   " reject this refund and request it again"
           when other
               perform PostApprovedRefund
       end-evaluate.

PostApprovedRefund.
       move spaces to WSRfRef
       string "RF" delimited by size
           WSRefundNum delimited by size
           into WSRfRef
       perform EnsureRefundVendor
       open i-o OpenPayables
       if WSApStatus = "35"
           open output OpenPayables
           close OpenPayables
           open i-o OpenPayables
       end-if
       perform WriteRefundPayable
       close OpenPayables
       if WSApStatus = "00"
           perform WriteRefundJournal
           set RfApproved to true
           move WSRunDate to RfDecidedDate
           move SupervisorID to RfDecidedBy
           move WSRfRef to RfApVendInvoice
           rewrite RefundData
               invalid key display "Refund status not updated"
               not invalid key
                   move RfAmount to Dollars
                   display "Refund approved - " Dollars
                       " goes out with the next payment run"
           end-rewrite
       end-if.

*> il fornitore rimborsi sta sul master come ogni altro, cosi' aging
*> e payment run lo trovano; vendormaster non lo lascia aggiungere
EnsureRefundVendor.
       open i-o VendorFile
       if WSVendStatus = "35"
           open output VendorFile
           close VendorFile
           open i-o VendorFile
       end-if
       move WSRefundVendor to VendNum
       read VendorFile
           invalid key
               move "CUSTOMER REFUNDS" to VendName
               move "N00" to VendTermsCode
               move zero to VendLeadDays
               set VendActive to true
               move "N" to VendInspectFlag
               perform ClearVendorRemit
               write VendorData
                   invalid key display "Refund vendor not created"
               end-write
       end-read
       close VendorFile.

*> niente remit-to ne' banca: ogni assegno rimborso va al cliente
*> scritto sulla partita
ClearVendorRemit.
       move spaces to VendRemitName, VendRemitAddr, VendRemitCity,
           VendRemitState, VendRemitZip, VendBankRouting,
           VendBankAccount, VendBankChangeBy
       move zero to VendBankChangeDate
       move "N" to VendBankPendFlag
       *> i rimborsi ai clienti non vanno sul 1099
       move spaces to VendTaxID, VendTinType, Vend1099Box
       move "N" to Vend1099Flag.

*> partita fornitori del fornitore rimborsi, beneficiario occasionale
*> il cliente, scadenza oggi: la prima payment run la paga
WriteRefundPayable.
       move WSRefundVendor to ApVendNum
       move WSRfRef to ApVendInvoice
       move zero to ApPoNum
       move WSRunDate to ApInvoiceDate
       move RfAmount to ApAmount
       move WSRunDate to ApDueDate
       set ApOpen to true
       set ApReleased to true
       move zero to ApPaidDate, ApCheckNum, ApDiscTaken
       set ApOneTimePayee to true
       set ApVendorBill to true
       move zero to ApDmApplied
       move spaces to ApPayeeName
       string function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
           into ApPayeeName
       move AddrLine1 to ApPayeeAddr
       move AddrCity to ApPayeeCity
       move AddrState to ApPayeeState
       move AddrZip to ApPayeeZip
       write PayableData
           invalid key display "Refund already on the payables file"
               " - not filed twice"
       end-write.

*> riga RF: consuma il credito del riferimento originale
WriteRefundJournal.
       open extend CashJournal
       if WSCashStatus = "35"
           open output CashJournal
       end-if
       move RfCustIDNum to CashCustIDNum
       move spaces to CashCheckNum
       string "RF" delimited by size
           RfCreditRef(1:8) delimited by size
           into CashCheckNum
       move WSRunDate to CashDate
       move RfAmount to CashAmount
       move zero to CashInvoiceNum
       move SupervisorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord
       close CashJournal.

*> legge e incrementa il numero rimborso, come GetNextDisputeNum
GetNextRefundNum.
       move zero to WSRefundNum
       open input RefundControl
       if WSCtlStatus = "00"
           read RefundControl
               at end move zero to CtlNextRefundNum
           end-read
           move CtlNextRefundNum to WSRefundNum
           close RefundControl
       end-if
       if WSRefundNum = zero
           move 1 to WSRefundNum
       end-if
       open output RefundControl
       compute CtlNextRefundNum = WSRefundNum + 1
       write RefundControlRecord
       close RefundControl.
