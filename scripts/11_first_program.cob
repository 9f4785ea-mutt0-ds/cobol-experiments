           ACCESS MODE IS DYNAMIC
           RECORD KEY IS XrefKey
           FILE STATUS IS WSXrefStatus.
       *> contatti nominativi del cliente, con il ruolo (buyer, AP,
       *> owner, shipping): l'opzione 7 del menu li mantiene
       SELECT CustContacts ASSIGN TO "CustContacts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CcKey
           FILE STATUS IS WSCcStatus.
       *> prospect dei rep (163_prospects.cob): l'opzione 9 del menu ne
       *> fa un cliente vero passando per AddCust
       SELECT ProspectFile ASSIGN TO "Prospects.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProsNum
           ALTERNATE RECORD KEY IS ProsRepID WITH DUPLICATES
           FILE STATUS IS WSProsStatus.
DATA DIVISION.
FILE SECTION.
*> Customer file ha sempre lo stesso schema, condiviso con Customer.dat
FD ContactXref.
01 ContactXrefData.
   COPY XREFREC.
FD CustContacts.
01 ContactData.
   COPY CCONTREC.
FD ProspectFile.
01 ProspectData.
   COPY PROSPREC.

WORKING-STORAGE SECTION.
*> tracciamo le scelte del menu dell'utente
       88 DuplicateNameFound value "Y".
01 ScanDoneFlag PIC X value "N".
       88 ScanDone value "Y".
01 WSBeforeImage PIC X(175).
01 WSAfterImage  PIC X(175).
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
01 WSXrefStatus PIC XX.
01 WSOldPhone PIC X(12).
01 WSOldEmail PIC X(30).
*> rep assegnato prima dell'update e appoggi per ASSIGNHIST: un cambio
*> di rep da qui decorre dal giorno stesso
01 WSOldRepID PIC 9(4).
01 WSAssignDate PIC 9(8).
01 WSAssignSource PIC X(8) value "CUSTMNT".
01 WSSearchValue PIC X(30).
01 WSPrefixLen PIC 9(2).
01 WSXrefEOFFlag PIC X value "N".
01 WSOwnID PIC 9(5).
01 WSParentValidFlag PIC X.
       88 ParentIsValid value "Y".
01 WSHoldCustomer PIC X(175).
*> appoggi della manutenzione contatti (opzione 7)
01 WSCcStatus PIC XX.
01 WSCcEOFFlag PIC X value "N".
       88 CcAtEOF value "Y".
01 WSContactAction PIC X.
01 WSContactNum PIC 9(2).
01 WSNextContactNum PIC 9(2).
01 WSContactCount PIC 9(2).
01 WSRoleText PIC X(9).
*> nota sul cliente via CUSTNOTE: tipo blank = tipo e testo chiesti
*> dalla routine stessa
01 WSNoteType PIC X value space.
01 WSNoteText PIC X(60) value spaces.
01 WSNoteSource PIC X(8) value "CUSTMNT".
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).
*> conversione prospect -> cliente: AddCust alza il flag quando il
*> record e' davvero scritto
01 WSProsStatus PIC XX.
01 WSProsFileFlag PIC X value "N".
       88 ProsFileOpen value "Y".
01 WSProsNum PIC 9(6).
01 WSCustAddedFlag PIC X value "N".
       88 CustAdded value "Y".

PROCEDURE DIVISION.
StartPara.
           close ContactXref
           open i-o ContactXref
       end-if
       open i-o CustContacts
       if WSCcStatus = "35"
           open output CustContacts
           close CustContacts
           open i-o CustContacts
       end-if
       move "N" to WSProsFileFlag
       open i-o ProspectFile
       if WSProsStatus = "00"
           set ProsFileOpen to true
       end-if
       *> i-o e non input: il cambio password forzato al primo login
       *> riscrive il record operatore
       open i-o OperatorFile
                   display "1 : Add Customer"
                   display "2 : Delete Customer"
                   display "3 : Update Customer"
                   display "9 : Convert a Prospect to a Customer"
               end-if
               display "4 : Get Customer"
               display "5 : List All Customers"
               display "6 : Find by Phone/Email"
               display "7 : Customer Contacts"
               display "8 : Add a Customer Note"
               display "0 : Quit"
               display ": " with no advancing
               accept Choice
                   when 4 perform GetCust
                   when 5 perform ListAllCust
                   when 6 perform FindByContact
                   when 7 perform CustomerContacts
                   when 8 perform AddCustomerNote
                   when 9
                       if SessionSupervisor
                           perform ConvertProspect
                       else
                           display "Supervisors only"
                       end-if
                   WHEN OTHER move 'N' TO StayOpen
               end-evaluate
           end-perform
           move "Login lockout: 3 failed attempts" to WSErrMessage
           perform WriteErrorLog
       end-if
       close CustomerFile, CustomerAudit, ErrorLog, ContactXref,
           CustContacts.
       if ProsFileOpen
           close ProspectFile
       end-if
       if RepFileOpen
           close RepFile
       end-if
       display "Enter Email: " with no advancing
       accept Email
       perform AcceptSalesRepID
       *> fido e termini non si battono piu' qui: li fissa il supervisor
       *> approvando la domanda di fido (167_credit_apps.cob); fino ad
       *> allora il cliente nuovo compra solo al banco o prepagato
       move zero to CustCreditLimit
       move "N00" to CustTermsCode
       set CreditPending to true
       display "Credit: counter sale / prepaid orders only until a"
           " credit application is approved"
       perform AcceptBillFreq
       perform AcceptParentID
       perform AcceptEbillFlag
       perform AcceptMinLifeDays
       move "N" to WSDateValid
       perform until WSDateIsValid
           display "Enter Date of Birth (MM DD YYYY): " with no advancing
                   else
                       perform WriteAddAudit
                       perform WriteContactXrefRows
                       set CustAdded to true
                   end-if
           end-write
       else
           display "Add cancelled"
       end-if.

*> un prospect diventa cliente con gli stessi controlli di ogni
*> cliente nuovo: si mostra cosa c'e' sul prospect e si passa da
*> AddCust; se il cliente e' scritto il prospect resta convertito con
*> il suo IDNum (la quota su di lui diventa ordine in 67_quotes.cob)
*> e la company finisce in una nota sul cliente
ConvertProspect.
       display " "
       move "N" to WSCustAddedFlag
       move zero to WSProsNum
       if not ProsFileOpen
           display "No prospect file - nothing to convert"
       else
           display "Prospect number: " with no advancing
           accept WSProsNum
           move WSProsNum to ProsNum
           read ProspectFile
               invalid key
                   display "Prospect not found"
                   move zero to WSProsNum
               not invalid key
                   evaluate true
                       when ProsConverted
                           display "Prospect is already customer "
                               ProsCustIDNum
                           move zero to WSProsNum
                       when ProsLost
                           display "Prospect was marked lost"
                           move zero to WSProsNum
                       when other
                           display "Prospect " ProsNum " "
                               ProsCompany
                           display "  Contact " ProsContactFirst " "
                               ProsContactLast
                           display "  Phone " ProsPhone " Email "
                               ProsEmail " Rep " ProsRepID
                   end-evaluate
           end-read
       end-if
       if WSProsNum > zero
           move "N" to NameValidFlag
           perform AddCust
           if CustAdded
               move WSProsNum to ProsNum
               read ProspectFile
                   invalid key continue
                   not invalid key
                       set ProsConverted to true
                       move NewIDNum to ProsCustIDNum
                       accept ProsClosedDate from date yyyymmdd
                       rewrite ProspectData
                           invalid key display "Prospect not marked"
                               " converted"
                       end-rewrite
                       move "G" to WSNoteType
                       move spaces to WSNoteText
                       string "Converted from prospect " delimited by size
                           ProsNum delimited by size
                           " " delimited by size
                           ProsCompany delimited by size
                           into WSNoteText
                       move NewIDNum to IDNum
                       call "CUSTNOTE" using IDNum, WSNoteType,
                           WSNoteText, OperatorID, WSNoteSource
                       display "Prospect " ProsNum " is now customer "
                           NewIDNum
               end-read
           end-if
       end-if.

DeleteCust.
       MOVE 'Y' TO CustExist.
       display " "
           *> le loro righe di cross-reference vanno rimosse
           MOVE Phone TO WSOldPhone
           MOVE Email TO WSOldEmail
           *> il rep di prima: se cambia, il passaggio va nello
           *> storico assegnazioni da oggi
           MOVE CustSalesRepID TO WSOldRepID
           PERFORM UNTIL NameIsValid
               DISPLAY "Enter the New First Name : " WITH NO ADVANCING
               ACCEPT FirstName
           DISPLAY "Enter Email : " WITH NO ADVANCING
           ACCEPT Email
           PERFORM AcceptSalesRepID
           *> fido e termini cambiano solo con una domanda di fido
           *> approvata (167_credit_apps.cob), non da qui
           DISPLAY "Credit Limit : " CustCreditLimit "  Terms : "
               CustTermsCode "  Credit Status : " CustCreditStatus
           DISPLAY "  (limit and terms are set by credit application"
               " approval)"
           PERFORM AcceptBillFreq
           PERFORM AcceptParentID
           PERFORM AcceptEbillFlag
           PERFORM AcceptMinLifeDays
           MOVE "N" TO WSDateValid
           PERFORM UNTIL WSDateIsValid
               DISPLAY "Enter Date of Birth (MM DD YYYY) : " WITH NO ADVANCING
               NOT INVALID KEY
                   PERFORM WriteUpdateAudit
                   PERFORM RefreshContactXref
                   IF CustSalesRepID NOT = WSOldRepID
                       PERFORM LogRepChange
                   END-IF
           END-REWRITE
           UNLOCK CustomerFile
       END-IF
           end-evaluate
       end-perform.

*> frequenza di fatturazione: O una fattura per ordine (default,
*> blank compreso), C una fattura consolidata settimanale per i big
*> account che la pretendono - la usa il modo 3 di 24_invoice.cob
           end-if
       end-perform.

*> vita residua minima che il cliente accetta sulla merce a
*> scadenza: la merge salta i lotti piu' corti e manda in backorder
AcceptMinLifeDays.
       display "Minimum shelf life on delivery, days (0 = any): "
           with no advancing
       accept CustMinLifeDays.

*> classifica il cliente in Preferred/Standard in base al volume
*> ordini, con 88-level condition names come in CUSTREC
ClassifyTier.
           end-write
       end-if.

*> ordini e fatture datati prima di oggi restano al rep di prima:
*> provvigioni e quote li leggono via REPASOF
LogRepChange.
       accept WSAssignDate from date yyyymmdd
       call "ASSIGNHIST" using IDNum, WSOldRepID, CustSalesRepID,
           WSAssignDate, OperatorID, WSAssignSource.

*> dopo un update: via le righe dei vecchi valori se sono cambiati,
*> poi si scrivono quelle dei valori correnti
RefreshContactXref.
                   function trim(LastName) " (" CustStatusFlag ")"
       end-read.

*> contatti del cliente: tutti vedono l'elenco, aggiungere, cambiare
*> e togliere un contatto resta ai supervisor come il resto della
*> manutenzione
CustomerContacts.
       move "Y" to CustExist
       display " "
       display "Customer ID: " with no advancing
       accept IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N" or InactiveCust
           display "Customer doesn't exist"
       else
           move space to WSContactAction
           perform until WSContactAction = "X"
               perform ListContacts
               if SessionSupervisor
                   display "A = add, U = update, D = delete,"
                       " X = done: " with no advancing
                   accept WSContactAction
                   evaluate WSContactAction
                       when "A" when "a" perform AddContact
                       when "U" when "u" perform UpdateContact
                       when "D" when "d" perform DeleteContact
                       when other move "X" to WSContactAction
                   end-evaluate
               else
                   move "X" to WSContactAction
               end-if
           end-perform
       end-if.

*> elenca i contatti del cliente corrente e ricava il numero libero
*> successivo per un nuovo contatto
ListContacts.
       move zero to WSContactCount
       move zero to WSNextContactNum
       display " "
       display "Contacts for " IDNum " " function trim(FirstName) " "
           function trim(LastName)
       display "No Role      Name                           Phone"
           "        Email"
       move "N" to WSCcEOFFlag
       move IDNum to CcCustIDNum
       move zero to CcContactNum
       start CustContacts key is not less than CcKey
           invalid key set CcAtEOF to true
       end-start
       perform until CcAtEOF
           read CustContacts next record
               at end set CcAtEOF to true
           end-read
           if not CcAtEOF
               if CcCustIDNum not = IDNum
                   set CcAtEOF to true
               else
                   add 1 to WSContactCount
                   move CcContactNum to WSNextContactNum
                   perform SetRoleText
                   display CcContactNum " " WSRoleText " " CcName " "
                       CcPhone " " function trim(CcEmail)
               end-if
           end-if
       end-perform
       move "N" to WSCcEOFFlag
       add 1 to WSNextContactNum
       if WSContactCount = zero
           display "  (no contacts on file - mail goes to the master"
               " address)"
       end-if.

SetRoleText.
       evaluate true
           when CcBuyer move "Buyer" to WSRoleText
           when CcAccountsPayable move "AP" to WSRoleText
           when CcOwner move "Owner" to WSRoleText
           when CcShipping move "Shipping" to WSRoleText
           when other move "?" to WSRoleText
       end-evaluate.

AcceptContactFields.
       move space to CcRole
       perform until ValidContactRole
           display "Role (B = buyer, A = accounts payable, O = owner,"
               " S = shipping): " with no advancing
           accept CcRole
           if not ValidContactRole
               display "Not a recognized role"
           end-if
       end-perform
       move spaces to CcName
       perform until CcName not = spaces
           display "Contact name: " with no advancing
           accept CcName
           if CcName = spaces
               display "Name cannot be blank"
           end-if
       end-perform
       display "Phone: " with no advancing
       accept CcPhone
       display "Email: " with no advancing
       accept CcEmail.

AddContact.
       if WSNextContactNum = zero
           display "Contact list is full for this customer"
       else
           move IDNum to CcCustIDNum
           move WSNextContactNum to CcContactNum
           perform AcceptContactFields
           write ContactData
               invalid key display "Contact not added"
               not invalid key display "Contact " CcContactNum " added"
           end-write
       end-if.

UpdateContact.
       display "Contact number to update: " with no advancing
       accept WSContactNum
       move IDNum to CcCustIDNum
       move WSContactNum to CcContactNum
       read CustContacts
           invalid key display "No such contact"
           not invalid key
               perform AcceptContactFields
               rewrite ContactData
                   invalid key display "Contact not updated"
                   not invalid key display "Contact updated"
               end-rewrite
       end-read.

DeleteContact.
       display "Contact number to delete: " with no advancing
       accept WSContactNum
       move IDNum to CcCustIDNum
       move WSContactNum to CcContactNum
       delete CustContacts record
           invalid key display "No such contact"
           not invalid key display "Contact removed"
       end-delete.

*> una nota datata e firmata sul cliente, aperta a tutti gli operatori
AddCustomerNote.
       move "Y" to CustExist
       display " "
       display "Customer ID: " with no advancing
       accept IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           display "Customer doesn't exist"
       else
           display "Note on " IDNum " " function trim(FirstName) " "
               function trim(LastName)
           move space to WSNoteType
           move spaces to WSNoteText
           call "CUSTNOTE" using IDNum, WSNoteType, WSNoteText,
               OperatorID, WSNoteSource
       end-if.

*> costruisce e scrive il record di audit condiviso dalle tre transazioni
StampAuditTimestamp.
       accept WSNowDate from date yyyymmdd
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

WriteUpdateAudit.
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

WriteDeleteAudit.
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.
