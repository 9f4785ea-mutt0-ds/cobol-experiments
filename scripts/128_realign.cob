       >>SOURCE FORMAT FREE
*> Territory realignment: moves customers to a new sales rep in bulk -
*> every active customer in a state, in a ZIP range, or currently on
*> a given rep - instead of keying each one through UpdateCust. The
*> matching customers are listed first with their current and new
*> rep, and nothing changes until the supervisor confirms. Each move
*> rewrites CustSalesRepID, goes on the customer audit trail as an
*> update (operator = the supervisor, as 27_mass_delete.cob does for
*> batch deletes) and is logged in AssignHistory.dat through
*> ASSIGNHIST with the effective date entered here, so commission and
*> quota reports (REPASOF) keep crediting invoices dated before the
*> change to the old rep. Supervisor login, as for the write-offs.
IDENTIFICATION DIVISION.
PROGRAM-ID. realign.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
       SELECT CustomerAudit ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD RepFile.
01 RepData.
   COPY REPREC.

FD CustomerAudit.
01 AuditRecord.
   COPY AUDITREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSCustStatus pic XX.
01 WSRepStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSRunDate pic 9(8).
*> criterio di selezione: 1 stato, 2 range ZIP, 3 rep attuale
01 WSSelectBy pic 9.
       88 SelectByState value 1.
       88 SelectByZip value 2.
       88 SelectByRep value 3.
01 WSSelState pic X(2).
01 WSZipFrom pic X(5).
01 WSZipTo pic X(5).
01 WSSelRepID pic 9(4).
01 WSNewRepID pic 9(4).
01 WSNewRepName pic X(25).
01 WSEffDate pic 9(8).
01 WSOldRepID pic 9(4).
01 WSAssignSource pic X(8) value "REALIGN".
01 WSSetupOk pic X.
       88 SetupOk value "Y".
01 WSMatchFlag pic X.
       88 CustMatches value "Y".
01 WSConfirm pic X.
01 WSMatched pic 9(5).
01 WSMoved pic 9(5).
01 WSFailed pic 9(5).
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

PROCEDURE DIVISION.
StartPara.
       perform SupervisorLogin
       if not LoginSuccess
           display "Territory realignment is restricted to supervisors"
           goback
       end-if
       accept WSRunDate from date yyyymmdd
       open input RepFile
       if WSRepStatus not = "00"
           display "No rep master on file - nothing to realign to"
           goback
       end-if
       open i-o CustomerFile
       if WSCustStatus not = "00"
           display "Customer master not available"
           close RepFile
           goback
       end-if
       open extend CustomerAudit
       perform until WSChoice = 9
           display " "
           display "TERRITORY REALIGNMENT"
           display "1 : Realign a State"
           display "2 : Realign a ZIP Range"
           display "3 : Realign a Rep's Customers"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 thru 3
                   move WSChoice to WSSelectBy
                   perform RealignCustomers
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close CustomerFile, RepFile, CustomerAudit
       goback.

*> come per le write-off: solo un supervisor attivo entra
SupervisorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - cannot verify role"
       else
           display "Supervisor ID: " with no advancing
           accept OperatorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move OperatorID to OpUserID
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

*> prima l'anteprima, poi solo con conferma si applica davvero
RealignCustomers.
       perform AcceptSelection
       if SetupOk
           perform AcceptNewRep
       end-if
       if SetupOk
           perform AcceptEffDate
       end-if
       if SetupOk
           perform PreviewRealign
           if WSMatched = zero
               display "No customers to move"
           else
               display "Move these " WSMatched " customers to rep "
                   WSNewRepID " effective " WSEffDate "? (Y/N): "
                   with no advancing
               accept WSConfirm
               if WSConfirm = "Y" or WSConfirm = "y"
                   perform ApplyRealign
                   display WSMoved " customers moved to rep " WSNewRepID
                   if WSFailed > zero
                       display WSFailed " could not be updated - "
                           "in use or changed, run again for those"
                   end-if
               else
                   display "Realignment cancelled - nothing changed"
               end-if
           end-if
       end-if.

AcceptSelection.
       move "Y" to WSSetupOk
       evaluate true
           when SelectByState
               display "State (2-letter code): " with no advancing
               accept WSSelState
               move WSSelState to AddrState
               if not ValidState
                   display "Not a recognized state code"
                   move "N" to WSSetupOk
               end-if
           when SelectByZip
               display "From ZIP (5 digits): " with no advancing
               accept WSZipFrom
               display "To ZIP (5 digits): " with no advancing
               accept WSZipTo
               if WSZipTo < WSZipFrom
                   display "To ZIP is before From ZIP"
                   move "N" to WSSetupOk
               end-if
           when SelectByRep
               display "Current rep ID: " with no advancing
               accept WSSelRepID
       end-evaluate.

*> il nuovo rep deve esistere ed essere attivo sul master
AcceptNewRep.
       display "New rep ID: " with no advancing
       accept WSNewRepID
       move WSNewRepID to RepID
       read RepFile
           invalid key
               display "Rep " WSNewRepID " is not on the rep master"
               move "N" to WSSetupOk
           not invalid key
               if not RepActive
                   display "Rep " WSNewRepID " is not active"
                   move "N" to WSSetupOk
               else
                   move RepName to WSNewRepName
               end-if
       end-read
       if SetupOk and SelectByRep and WSSelRepID = WSNewRepID
           display "New rep is the same as the current rep"
           move "N" to WSSetupOk
       end-if.

*> la data da cui il cliente e' del nuovo rep: fatture e ordini di
*> data precedente restano al vecchio
AcceptEffDate.
       display "Effective date (YYYYMMDD, 0 = today): "
           with no advancing
       accept WSEffDate
       if WSEffDate = zero
           move WSRunDate to WSEffDate
       end-if
       if WSEffDate(5:2) < "01" or WSEffDate(5:2) > "12"
               or WSEffDate(7:2) < "01" or WSEffDate(7:2) > "31"
           display "Not a valid date"
           move "N" to WSSetupOk
       end-if.

PreviewRealign.
       move zero to WSMatched
       display " "
       display "Realign to rep " WSNewRepID " " WSNewRepName
       display "ID     Name                            St ZIP    "
           "  Rep -> New"
       move "N" to WSEOFFlag
       move zero to IDNum
       start CustomerFile key is not less than IDNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read CustomerFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               perform TestCustomer
               if CustMatches
                   add 1 to WSMatched
                   display IDNum "  " FirstName " " LastName " "
                       AddrState " " AddrZip(1:5) "  " CustSalesRepID
                       " -> " WSNewRepID
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSMatched " customers selected".

*> clienti attivi del criterio scelto, e non gia' del nuovo rep
TestCustomer.
       move "N" to WSMatchFlag
       if ActiveCust and CustSalesRepID not = WSNewRepID
           evaluate true
               when SelectByState
                   if AddrState = WSSelState
                       set CustMatches to true
                   end-if
               when SelectByZip
                   if AddrZip(1:5) >= WSZipFrom
                           and AddrZip(1:5) <= WSZipTo
                       set CustMatches to true
                   end-if
               when SelectByRep
                   if CustSalesRepID = WSSelRepID
                       set CustMatches to true
                   end-if
           end-evaluate
       end-if.

*> stessa selezione dell'anteprima, riletta: un cliente cambiato nel
*> frattempo viene rivalutato, non spostato alla cieca
ApplyRealign.
       move zero to WSMoved, WSFailed
       move "N" to WSEOFFlag
       move zero to IDNum
       start CustomerFile key is not less than IDNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read CustomerFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               perform TestCustomer
               if CustMatches
                   perform MoveOneCustomer
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

MoveOneCustomer.
       move CustomerData to WSBeforeImage
       move CustSalesRepID to WSOldRepID
       move WSNewRepID to CustSalesRepID
       move CustomerData to WSAfterImage
       rewrite CustomerData
           invalid key
               add 1 to WSFailed
               display "Customer " IDNum " not updated"
           not invalid key
               add 1 to WSMoved
               perform WriteRealignAudit
               call "ASSIGNHIST" using IDNum, WSOldRepID, WSNewRepID,
                   WSEffDate, OperatorID, WSAssignSource
       end-rewrite
       *> record bloccato da un altro operatore: non e' un invalid key
       if WSCustStatus = "51" or WSCustStatus = "9D"
           add 1 to WSFailed
           display "Customer " IDNum " in use - not updated"
       end-if.

WriteRealignAudit.
       set AuditUpdateTran to true
       move IDNum to AuditIDNum
       move OperatorID to AuditOperatorID
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

StampAuditTimestamp.
       accept WSNowDate from date yyyymmdd
       accept WSNowTime from time
       move spaces to AuditTimestamp
       string WSNowDate delimited by size
           "-" delimited by size
           WSNowTime delimited by size
           into AuditTimestamp.
