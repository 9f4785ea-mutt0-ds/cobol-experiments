       >>SOURCE FORMAT FREE
*> Credit applications: a new account's CustCreditLimit used to be
*> whatever the clerk typed into customer maintenance, and nobody could
*> say afterwards why. Now a new customer starts with no credit
*> (CustCreditStatus P) and can only buy at the counter or on a
*> prepaid order until an application taken here is approved. An
*> application (CRAPPREC) records the requested limit, years in
*> business, up to three trade references and a bank reference, and
*> is scored from those answers when it is entered. A supervisor
*> (operators.txt role, as on the credit-hold screen) approves it -
*> setting CustCreditLimit and CustTermsCode, with a customer audit
*> record and a note on the customer's log - or declines it. An
*> existing customer can apply too, for a higher limit: a declined
*> request leaves the credit they already have alone.
IDENTIFICATION DIVISION.
PROGRAM-ID. creditapps.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CreditApps ASSIGN TO "CreditApps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CaAppNum
           ALTERNATE RECORD KEY IS CaCustIDNum WITH DUPLICATES
           FILE STATUS IS WSCaStatus.
       SELECT CreditAppControl ASSIGN TO "CreditAppControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.
       SELECT CustomerAudit ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CreditApps.
01 CreditAppData.
   COPY CRAPPREC.

FD CreditAppControl.
01 ControlRecord.
   02 CtlNextAppNum pic 9(6).

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

FD CustomerAudit.
01 AuditRecord.
   COPY AUDITREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSCaStatus pic XX.
01 WSCtlStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 CustExist pic X.
01 WSPendingFlag pic X value "N".
       88 PendingFound value "Y".
01 WSRunDate pic 9(8).
01 WSNewAppNum pic 9(6).
01 WSLookupApp pic 9(6).
01 WSCustIDNum pic 9(5).
01 WSPendingApp pic 9(6).
01 WSListCount pic 9(5).
01 WSRefIdx pic 9.
01 WSMoreRefs pic X.
01 WSDecision pic X.
01 WSGrantLimit pic 9(7).
01 WSGrantTerms pic X(3).
01 WSReason pic X(40).
01 WSOperatorID pic X(8).
*> supervisor per le decisioni, una volta per sessione
01 WSSupervisorID pic X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
*> punteggio 0-100 e raccomandazione che ne deriva
01 WSScore pic 9(3).
01 WSRecLimit pic 9(7).
01 WSRecTerms pic X(3).
01 WSRecText pic X(30).
01 WSBeforeImage PIC X(175).
01 WSAfterImage  PIC X(175).
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).
*> nota sul cliente via CUSTNOTE: la decisione con il suo motivo
01 WSNoteType pic X value "G".
01 WSNoteText pic X(60).
01 WSNoteSource pic X(8) value "CREDAPP".

PROCEDURE DIVISION.
StartPara.
       accept WSRunDate from date yyyymmdd
       open i-o CreditApps
       if WSCaStatus = "35"
           open output CreditApps
           close CreditApps
           open i-o CreditApps
       end-if
       open i-o CustomerFile
       open extend CustomerAudit
       perform until WSChoice = 9
           display " "
           display "CREDIT APPLICATIONS"
           display "1 : Enter a Credit Application"
           display "2 : Approve / Decline an Application (supervisor)"
           display "3 : List Pending Applications"
           display "4 : Show a Customer's Applications"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform EnterApplication
               when 2 perform DecideApplication
               when 3 perform ListPendingApps
               when 4 perform ListCustomerApps
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close CreditApps, CustomerFile, CustomerAudit
       stop run.

*> numero domanda dal file di controllo, come GetNextQuoteNum in
*> 67_quotes.cob
GetNextAppNum.
       move zero to WSNewAppNum
       open input CreditAppControl
       if WSCtlStatus = "00"
           read CreditAppControl
               at end move zero to CtlNextAppNum
           end-read
           move CtlNextAppNum to WSNewAppNum
           close CreditAppControl
       end-if
       if WSNewAppNum = zero
           move 1 to WSNewAppNum
       end-if
       open output CreditAppControl
       compute CtlNextAppNum = WSNewAppNum + 1
       write ControlRecord
       close CreditAppControl.

*> una sola domanda aperta per cliente: la seconda aspetta la
*> decisione sulla prima
EnterApplication.
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
           display "  " FirstName " " LastName "  limit "
               CustCreditLimit " terms " CustTermsCode
               " credit status " CustCreditStatus
           perform FindPendingApp
           if PendingFound
               display "Application " WSPendingApp " is already"
                   " pending for this customer"
           else
               perform TakeApplication
           end-if
       end-if.

FindPendingApp.
       move "N" to WSPendingFlag
       move "N" to WSEOFFlag
       move WSCustIDNum to CaCustIDNum
       start CreditApps key is equal to CaCustIDNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF or PendingFound
           read CreditApps next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if CaCustIDNum not = WSCustIDNum
                   set AtEOF to true
               else
                   if CaPending
                       set PendingFound to true
                       move CaAppNum to WSPendingApp
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

TakeApplication.
       perform GetNextAppNum
       move WSNewAppNum to CaAppNum
       move WSCustIDNum to CaCustIDNum
       move WSRunDate to CaAppDate
       display "Taken by (operator ID): " with no advancing
       accept WSOperatorID
       move WSOperatorID to CaEnteredBy
       move zero to CaRequestedLimit
       perform until CaRequestedLimit > zero
           display "Requested limit (whole dollars): " with no advancing
           accept CaRequestedLimit
           if CaRequestedLimit = zero
               display "Requested limit must be greater than zero"
           end-if
       end-perform
       display "Years in business: " with no advancing
       accept CaYearsInBusiness
       perform varying WSRefIdx from 1 by 1 until WSRefIdx > 3
           move spaces to CaTradeName(WSRefIdx), CaTradePhone(WSRefIdx)
           move "N" to CaTradePays(WSRefIdx)
       end-perform
       move "Y" to WSMoreRefs
       perform varying WSRefIdx from 1 by 1
               until WSRefIdx > 3 or WSMoreRefs = "N"
           perform AcceptTradeRef
       end-perform
       display "Bank name (blank = none): " with no advancing
       accept CaBankName
       move spaces to CaBankPhone
       move "N" to CaBankRating
       if CaBankName not = spaces
           display "Bank phone: " with no advancing
           accept CaBankPhone
           move space to CaBankRating
           perform until ValidBankRating
               display "Bank rating (G = good, F = fair, P = poor,"
                   " N = no answer): " with no advancing
               accept CaBankRating
               move function upper-case(CaBankRating) to CaBankRating
               if not ValidBankRating
                   display "Rating must be G, F, P or N"
               end-if
           end-perform
       end-if
       perform ComputeScore
       move WSScore to CaScore
       set CaPending to true
       move zero to CaApprovedLimit, CaDecisionDate
       move spaces to CaApprovedTerms, CaDecidedBy, CaDecisionReason
       write CreditAppData
           invalid key display "Application not saved"
           not invalid key
               perform RecommendFromScore
               display "Application " CaAppNum " saved - score "
                   CaScore " (" function trim(WSRecText) ")"
       end-write.

*> un nome vuoto chiude l'elenco delle referenze
AcceptTradeRef.
       display "Trade reference " WSRefIdx " name (blank = no more): "
           with no advancing
       accept CaTradeName(WSRefIdx)
       if CaTradeName(WSRefIdx) = spaces
           move "N" to WSMoreRefs
       else
           display "  Phone: " with no advancing
           accept CaTradePhone(WSRefIdx)
           move space to CaTradePays(WSRefIdx)
           perform until TradePaysPrompt(WSRefIdx)
                   or TradePaysSlow(WSRefIdx)
                   or CaTradePays(WSRefIdx) = "N"
               display "  Pays (P = promptly, S = slow,"
                   " N = no answer): " with no advancing
               accept CaTradePays(WSRefIdx)
               move function upper-case(CaTradePays(WSRefIdx))
                   to CaTradePays(WSRefIdx)
           end-perform
       end-if.

*> anni di attivita' fino a 30, 15 per ogni fornitore che dice
*> "paga puntuale" e 5 per uno che dice "paga in ritardo", fino a
*> 25 per la banca
ComputeScore.
       move zero to WSScore
       evaluate true
           when CaYearsInBusiness >= 10 add 30 to WSScore
           when CaYearsInBusiness >= 5 add 20 to WSScore
           when CaYearsInBusiness >= 2 add 10 to WSScore
           when other continue
       end-evaluate
       perform varying WSRefIdx from 1 by 1 until WSRefIdx > 3
           evaluate true
               when TradePaysPrompt(WSRefIdx) add 15 to WSScore
               when TradePaysSlow(WSRefIdx) add 5 to WSScore
               when other continue
           end-evaluate
       end-perform
       evaluate true
           when BankRatingGood add 25 to WSScore
           when BankRatingFair add 10 to WSScore
           when other continue
       end-evaluate.

*> 70 e oltre: il fido chiesto a 30 giorni; 40-69: meta' del fido
*> chiesto a 30 giorni; sotto 40: solo banco o prepagato
RecommendFromScore.
       evaluate true
           when CaScore >= 70
               move CaRequestedLimit to WSRecLimit
               move "N30" to WSRecTerms
               move "recommend: approve as requested" to WSRecText
           when CaScore >= 40
               compute WSRecLimit = CaRequestedLimit / 2
               move "N30" to WSRecTerms
               move "recommend: approve half" to WSRecText
           when other
               move zero to WSRecLimit
               move "N00" to WSRecTerms
               move "recommend: decline" to WSRecText
       end-evaluate.

*> stesso login-con-ruolo di 80_tax_exempt.cob: serve un supervisor
SupervisorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - cannot verify role"
       else
           display "Supervisor ID: " with no advancing
           accept WSSupervisorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move WSSupervisorID to OpUserID
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

DecideApplication.
       if not LoginSuccess
           perform SupervisorLogin
       end-if
       if not LoginSuccess
           display "Credit decisions are restricted to supervisors"
       else
           display "Application number: " with no advancing
           accept WSLookupApp
           move WSLookupApp to CaAppNum
           read CreditApps
               invalid key display "Application not found"
               not invalid key
                   if not CaPending
                       display "Application was already decided ("
                           CaStatus " on " CaDecisionDate ")"
                   else
                       perform DecideOneApplication
                   end-if
           end-read
       end-if.

DecideOneApplication.
       move "Y" to CustExist
       move CaCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           display "Customer " CaCustIDNum " is no longer on file"
       else
           perform ShowApplication
           display "Approve (A), decline (D), or leave pending"
               " (blank): " with no advancing
           move space to WSDecision
           accept WSDecision
           move function upper-case(WSDecision) to WSDecision
           evaluate WSDecision
               when "A" perform ApproveApplication
               when "D" perform DeclineApplication
               when other display "Application left pending"
           end-evaluate
       end-if.

ShowApplication.
       perform RecommendFromScore
       display "Application " CaAppNum " of " CaAppDate " by "
           CaEnteredBy " for customer " CaCustIDNum " "
           FirstName " " LastName
       display "  Current limit " CustCreditLimit " terms "
           CustTermsCode " credit status " CustCreditStatus
       display "  Requested " CaRequestedLimit "  years in business "
           CaYearsInBusiness
       perform varying WSRefIdx from 1 by 1 until WSRefIdx > 3
           if CaTradeName(WSRefIdx) not = spaces
               display "  Trade ref " CaTradeName(WSRefIdx) " "
                   CaTradePhone(WSRefIdx) " pays "
                   CaTradePays(WSRefIdx)
           end-if
       end-perform
       display "  Bank " CaBankName " " CaBankPhone " rating "
           CaBankRating
       display "  Score " CaScore " - " function trim(WSRecText)
           " (limit " WSRecLimit " terms " WSRecTerms ")".

*> il fido e i termini vanno sul cliente, con audit prima/dopo
*> come ogni modifica al master, e la decisione sulla domanda
ApproveApplication.
       display "Limit to grant (whole dollars, 0 = recommended "
           WSRecLimit "): " with no advancing
       accept WSGrantLimit
       if WSGrantLimit = zero
           move WSRecLimit to WSGrantLimit
       end-if
       move CustomerData to WSBeforeImage
       perform AcceptGrantTerms
       display "Reason / comment: " with no advancing
       move spaces to WSReason
       accept WSReason
       move WSGrantLimit to CustCreditLimit
       set CreditApproved to true
       move CustomerData to WSAfterImage
       rewrite CustomerData
           invalid key display "Customer not updated - application"
               " left pending"
           not invalid key
               perform WriteCustomerAudit
               set CaApproved to true
               move WSGrantLimit to CaApprovedLimit
               move WSGrantTerms to CaApprovedTerms
               perform RecordDecision
               move spaces to WSNoteText
               string "CREDIT APP " delimited by size
                   CaAppNum delimited by size
                   " APPROVED, LIMIT " delimited by size
                   WSGrantLimit delimited by size
                   " TERMS " delimited by size
                   WSGrantTerms delimited by size
                   into WSNoteText
               perform NoteDecision
               display "Approved - limit " WSGrantLimit " terms "
                   WSGrantTerms
       end-rewrite.

*> stessi codici di 24_invoice.cob; blank = a vista
AcceptGrantTerms.
       move "X" to CustTermsCode
       perform until TermsDueNow or TermsNet30 or TermsNet60
               or Terms210Net30
           display "Terms (N00/N30/N60/210, recommended " WSRecTerms
               "): " with no advancing
           accept CustTermsCode
           if not (TermsDueNow or TermsNet30 or TermsNet60
                   or Terms210Net30)
               display "Not a recognized terms code"
           end-if
       end-perform
       if CustTermsCode = spaces
           move "N00" to CustTermsCode
       end-if
       move CustTermsCode to WSGrantTerms.

*> un cliente nuovo respinto resta solo banco/prepagato (D); a un
*> cliente con fido gia' in essere non si tocca niente
DeclineApplication.
       display "Reason: " with no advancing
       move spaces to WSReason
       accept WSReason
       if CreditPending
           move CustomerData to WSBeforeImage
           set CreditDeclined to true
           move CustomerData to WSAfterImage
           rewrite CustomerData
               invalid key display "Customer credit status not updated"
               not invalid key perform WriteCustomerAudit
           end-rewrite
       end-if
       set CaDeclined to true
       move zero to CaApprovedLimit
       move spaces to CaApprovedTerms
       perform RecordDecision
       move spaces to WSNoteText
       string "CREDIT APP " delimited by size
           CaAppNum delimited by size
           " DECLINED: " delimited by size
           WSReason delimited by size
           into WSNoteText
       perform NoteDecision
       display "Declined".

RecordDecision.
       move WSRunDate to CaDecisionDate
       move WSSupervisorID to CaDecidedBy
       move WSReason to CaDecisionReason
       rewrite CreditAppData
           invalid key display "Application " CaAppNum
               " decision not recorded"
       end-rewrite.

NoteDecision.
       call "CUSTNOTE" using CaCustIDNum, WSNoteType, WSNoteText,
           WSSupervisorID, WSNoteSource.

*> stesso record di audit di 73_credit_hold.cob, concatenato
WriteCustomerAudit.
       set AuditUpdateTran to true
       move IDNum to AuditIDNum
       move WSSupervisorID to AuditOperatorID
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       accept WSNowDate from date yyyymmdd
       accept WSNowTime from time
       move spaces to AuditTimestamp
       string WSNowDate delimited by size
           "-" delimited by size
           WSNowTime delimited by size
           into AuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

ListPendingApps.
       move zero to WSListCount
       move "N" to WSEOFFlag
       move zero to CaAppNum
       start CreditApps key is not less than CaAppNum
           invalid key set AtEOF to true
       end-start
       display "App    Cust  Taken    Requested Score"
       perform until AtEOF
           read CreditApps next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if CaPending
                   add 1 to WSListCount
                   display CaAppNum " " CaCustIDNum " " CaAppDate " "
                       CaRequestedLimit "   " CaScore
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListCount " pending application(s)".

ListCustomerApps.
       display "Customer IDNum: " with no advancing
       accept WSCustIDNum
       move zero to WSListCount
       move "N" to WSEOFFlag
       move WSCustIDNum to CaCustIDNum
       start CreditApps key is equal to CaCustIDNum
           invalid key set AtEOF to true
       end-start
       display "App    Taken    Requested Score St Granted Terms Decided"
           "  By       Reason"
       perform until AtEOF
           read CreditApps next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if CaCustIDNum not = WSCustIDNum
                   set AtEOF to true
               else
                   add 1 to WSListCount
                   display CaAppNum " " CaAppDate " " CaRequestedLimit
                       "   " CaScore "  " CaStatus " " CaApprovedLimit
                       " " CaApprovedTerms "   " CaDecisionDate " "
                       CaDecidedBy " " CaDecisionReason
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListCount " application(s)".
