*> and receiving had no idea who a delivery even came from. One record
*> per supplier - name, the terms they give us, quoted lead-time days -
*> keyed by vendor number, maintained here in the same menu style as
*> the rep and tax-rate masters. The remit-to address and bank account
*> are where money leaves the company, so they are never changed
*> directly: a supervisor keys the new details as a pending request
*> (VendorChanges.dat), a second supervisor - never the one who keyed
*> it - approves or rejects it, and both steps go on VendorAudit.dat
*> with the vendor record before and after. The taxpayer ID, the
*> 1099 flag and the 1099 box are keyed here with the rest of the
*> master; 168_vendor_1099.cob reads them at year end.
IDENTIFICATION DIVISION.
PROGRAM-ID. vendormaster.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT VendorChanges ASSIGN TO "VendorChanges.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VcVendNum
           FILE STATUS IS WSVcStatus.
       SELECT VendorAudit ASSIGN TO "VendorAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSVaStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
01 VendorData.
   COPY VENDREC.

FD VendorChanges.
01 VendorChangeData.
   COPY VENDCHGREC.

FD VendorAudit.
01 VendorAuditRecord.
   COPY VENDAUDREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSVendStatus pic XX.
01 WSVcStatus pic XX.
01 WSVaStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSConfirm pic X.
*> remit-to e banca: login supervisor chiesto una volta sola, alla
*> prima richiesta o decisione
01 SupervisorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSRunDate pic 9(8).
01 WSNowDate pic 9(8).
01 WSNowTime pic 9(8).
01 WSVcEOFFlag pic X value "N".
       88 VcAtEOF value "Y".
01 WSPendingCount pic 9(5).
01 WSBankShown pic X.
01 WSTaxIDIn pic X(9).

PROCEDURE DIVISION.
StartPara.
           close VendorFile
           open i-o VendorFile
       end-if
       open i-o VendorChanges
       if WSVcStatus = "35"
           open output VendorChanges
           close VendorChanges
           open i-o VendorChanges
       end-if
       call "GETBUSDT" using WSRunDate
       perform until WSChoice = 9
           display " "
           display "VENDOR MASTER"
           display "2 : Update a Vendor"
           display "3 : Deactivate a Vendor"
           display "4 : List All Vendors"
           display "5 : Request a Remit-to / Bank Change"
           display "6 : Approve or Reject a Bank Change"
           display "7 : List Pending Bank Changes"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
               when 2 perform UpdateVendor
               when 3 perform DeactivateVendor
               when 4 perform ListAllVendors
               when 5 perform RequestBankChange
               when 6 perform DecideBankChange
               when 7 perform ListPendingChanges
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close VendorFile, VendorChanges
       goback.

AddVendor.
       display " "
       display "Vendor Number (5 digits): " with no advancing
       accept VendNum
       *> 99999 e' il fornitore riservato ai rimborsi clienti
       if VendNum = 99999
           display "Vendor 99999 is reserved for customer refunds"
       else
           display "Vendor Name: " with no advancing
           accept VendName
           perform AcceptVendTerms
           display "Lead-time days: " with no advancing
           accept VendLeadDays
           move "N" to VendInspectFlag
           perform AcceptVendInspect
           move spaces to VendTaxID, VendTinType, Vend1099Box
           move "N" to Vend1099Flag
           perform AcceptVend1099
           set VendActive to true
           *> remit-to e banca solo via richiesta approvata (opzione 5)
           move spaces to VendRemitName, VendRemitAddr, VendRemitCity,
               VendRemitState, VendRemitZip, VendBankRouting,
               VendBankAccount, VendBankChangeBy
           move zero to VendBankChangeDate
           move "N" to VendBankPendFlag
           write VendorData
               invalid key display "Vendor number already on file"
               not invalid key display "Vendor added"
           end-write
       end-if.

UpdateVendor.
       display " "
               perform AcceptVendTerms
               display "Lead-time days: " with no advancing
               accept VendLeadDays
               perform AcceptVendInspect
               perform AcceptVend1099
               rewrite VendorData
                   invalid key display "Vendor not updated"
                   not invalid key display "Vendor updated"
           move "N00" to VendTermsCode
       end-if.

*> Y = ogni consegna del fornitore resta in ispezione al
*> ricevimento (37_goods_receipt.cob) finche' il QC non la rilascia;
*> invio lascia il valore attuale
AcceptVendInspect.
       if not VendInspectRequired
           move "N" to VendInspectFlag
       end-if
       move space to WSConfirm
       perform until WSConfirm = "Y" or WSConfirm = "N"
           display "Inspect all receipts (Y/N, blank = "
               VendInspectFlag "): " with no advancing
           accept WSConfirm
           if WSConfirm = space
               move VendInspectFlag to WSConfirm
           end-if
           if WSConfirm = "y"
               move "Y" to WSConfirm
           end-if
           if WSConfirm = "n"
               move "N" to WSConfirm
           end-if
       end-perform
       move WSConfirm to VendInspectFlag.

*> dati 1099: TIN a 9 cifre senza trattino (a video solo le ultime
*> quattro), tipo E/S, e se il fornitore va sul 1099 in quale
*> casella; invio lascia il valore attuale
AcceptVend1099.
       if VendTaxID = spaces
           display "Tax ID (9 digits, no hyphen, blank = none): "
               with no advancing
       else
           display "Tax ID (9 digits, blank = keep *****"
               VendTaxID(6:4) "): " with no advancing
       end-if
       move spaces to WSTaxIDIn
       accept WSTaxIDIn
       if WSTaxIDIn not = spaces
           if WSTaxIDIn is numeric
               move WSTaxIDIn to VendTaxID
               move space to VendTinType
           else
               display "Tax ID must be 9 digits - not changed"
           end-if
       end-if
       if VendTaxID not = spaces
           perform until ValidVendTin
               display "Tax ID type (E = employer ID, S = SSN): "
                   with no advancing
               accept VendTinType
               move function upper-case(VendTinType) to VendTinType
           end-perform
       end-if
       if not Vend1099Reportable
           move "N" to Vend1099Flag
       end-if
       move space to WSConfirm
       perform until WSConfirm = "Y" or WSConfirm = "N"
           display "1099 reportable (Y/N, blank = " Vend1099Flag "): "
               with no advancing
           accept WSConfirm
           if WSConfirm = space
               move Vend1099Flag to WSConfirm
           end-if
           move function upper-case(WSConfirm) to WSConfirm
       end-perform
       move WSConfirm to Vend1099Flag
       if Vend1099Reportable
           move space to WSConfirm
           perform until ValidVend1099Box
               display "1099 box (N = NEC nonemployee comp, R = rents,"
                   " O = other income, M = medical, blank = "
                   Vend1099Box "): " with no advancing
               accept WSConfirm
               if WSConfirm not = space
                   move function upper-case(WSConfirm) to Vend1099Box
               end-if
               if not ValidVend1099Box
                   display "Box must be N, R, O or M"
               end-if
           end-perform
           if VendTaxID = spaces
               display "Note: no tax ID on file - the vendor will be"
                   " flagged on the 1099 review listing"
           end-if
       else
           move space to Vend1099Box
       end-if.

*> come la carta conti: niente DELETE, un fornitore dismesso resta
*> Inactive cosi' i vecchi PO restano spiegabili
DeactivateVendor.
           invalid key set AtEOF to true
       end-start
       display " "
       display "Vend  Name                 Terms Lead Status Insp Bank"
           " 1099"
       perform until AtEOF
           read VendorFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               *> P = cambio in attesa, Y = coordinate sul master
               evaluate true
                   when VendBankPending
                       move "P" to WSBankShown
                   when VendBankAccount not = spaces
                       move "Y" to WSBankShown
                   when other
                       move space to WSBankShown
               end-evaluate
               display VendNum " " VendName " " VendTermsCode "   "
                   VendLeadDays "  " VendStatusFlag "      "
                   VendInspectFlag "    " WSBankShown "    "
                   Vend1099Box
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> come per i rimborsi: solo un supervisor attivo, password chiesta
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

*> il cambio non tocca il master: resta in attesa finche' un altro
*> supervisor non lo approva, e il payment run salta il fornitore
RequestBankChange.
       if not LoginSuccess
           perform SupervisorLogin
       end-if
       if not LoginSuccess
           display "Bank changes are restricted to supervisors"
       else
           display " "
           display "Vendor Number: " with no advancing
           accept VendNum
           read VendorFile
               invalid key display "Vendor not on file"
               not invalid key
                   move VendNum to VcVendNum
                   read VendorChanges
                       invalid key perform KeyBankChange
                       not invalid key
                           display "A change keyed by " VcRequestedBy
                               " on " VcRequestDate
                               " is already waiting for approval"
                   end-read
           end-read
       end-if.

*> invio su un campo lascia il valore attuale
KeyBankChange.
       display "Vendor " VendNum " " VendName
       perform ShowCurrentRemit
       move VendNum to VcVendNum
       display "Remit-to name: " with no advancing
       accept VcRemitName
       if VcRemitName = spaces
           move VendRemitName to VcRemitName
       end-if
       display "Remit-to street: " with no advancing
       accept VcRemitAddr
       if VcRemitAddr = spaces
           move VendRemitAddr to VcRemitAddr
       end-if
       display "Remit-to city: " with no advancing
       accept VcRemitCity
       if VcRemitCity = spaces
           move VendRemitCity to VcRemitCity
       end-if
       display "Remit-to state: " with no advancing
       accept VcRemitState
       if VcRemitState = spaces
           move VendRemitState to VcRemitState
       end-if
       display "Remit-to ZIP: " with no advancing
       accept VcRemitZip
       if VcRemitZip = spaces
           move VendRemitZip to VcRemitZip
       end-if
       display "Bank routing number (9 digits): " with no advancing
       accept VcBankRouting
       if VcBankRouting = spaces
           move VendBankRouting to VcBankRouting
       end-if
       if VcBankRouting not = spaces and VcBankRouting is not numeric
           display "Routing number must be 9 digits - change not keyed"
       else
           display "Bank account number: " with no advancing
           accept VcBankAccount
           if VcBankAccount = spaces
               move VendBankAccount to VcBankAccount
           end-if
           if VcRemitName = VendRemitName and VcRemitAddr = VendRemitAddr
                   and VcRemitCity = VendRemitCity
                   and VcRemitState = VendRemitState
                   and VcRemitZip = VendRemitZip
                   and VcBankRouting = VendBankRouting
                   and VcBankAccount = VendBankAccount
               display "Nothing changed - no request keyed"
           else
               move SupervisorID to VcRequestedBy
               move WSRunDate to VcRequestDate
               write VendorChangeData
                   invalid key
                       display "Change request not written"
                   not invalid key
                       perform FlagChangePending
               end-write
           end-if
       end-if.

FlagChangePending.
       set VaRequested to true
       move VendorData to VaBeforeImage
       move VcRemitName to VendRemitName
       move VcRemitAddr to VendRemitAddr
       move VcRemitCity to VendRemitCity
       move VcRemitState to VendRemitState
       move VcRemitZip to VendRemitZip
       move VcBankRouting to VendBankRouting
       move VcBankAccount to VendBankAccount
       move VendorData to VaAfterImage
       *> sul master va solo il segnale: le coordinate restano quelle
       *> vecchie fino all'approvazione
       read VendorFile
           invalid key display "Vendor not re-read"
       end-read
       set VendBankPending to true
       rewrite VendorData
           invalid key display "Vendor not flagged pending"
       end-rewrite
       perform WriteVendorAudit
       display "Change keyed - waiting for a second supervisor".

ShowCurrentRemit.
       display "  Remit-to: " VendRemitName
       display "            " VendRemitAddr " " VendRemitCity " "
           VendRemitState " " VendRemitZip
       display "  Bank routing " VendBankRouting "  account "
           VendBankAccount
       if VendBankChangeDate > zero
           display "  Last changed " VendBankChangeDate
               " approved by " VendBankChangeBy
       end-if.

*> la decisione e' di un supervisor diverso da chi ha chiesto il cambio
DecideBankChange.
       if not LoginSuccess
           perform SupervisorLogin
       end-if
       if not LoginSuccess
           display "Bank change approval is restricted to supervisors"
       else
           display " "
           display "Vendor Number: " with no advancing
           accept VcVendNum
           read VendorChanges
               invalid key display "No pending change for that vendor"
               not invalid key
                   if VcRequestedBy = SupervisorID
                       display "A change cannot be approved by the"
                           " supervisor who keyed it"
                   else
                       move VcVendNum to VendNum
                       read VendorFile
                           invalid key display "Vendor not on file"
                           not invalid key perform DecideOneChange
                       end-read
                   end-if
           end-read
       end-if.

DecideOneChange.
       display "Vendor " VendNum " " VendName
       display "Keyed by " VcRequestedBy " on " VcRequestDate
       display "Now:"
       perform ShowCurrentRemit
       display "Proposed:"
       display "  Remit-to: " VcRemitName
       display "            " VcRemitAddr " " VcRemitCity " "
           VcRemitState " " VcRemitZip
       display "  Bank routing " VcBankRouting "  account "
           VcBankAccount
       display "A = approve, R = reject, other = leave pending: "
           with no advancing
       accept WSConfirm
       evaluate WSConfirm
           when "A"
           when "a"
               set VaApproved to true
               move VendorData to VaBeforeImage
               move VcRemitName to VendRemitName
               move VcRemitAddr to VendRemitAddr
               move VcRemitCity to VendRemitCity
               move VcRemitState to VendRemitState
               move VcRemitZip to VendRemitZip
               move VcBankRouting to VendBankRouting
               move VcBankAccount to VendBankAccount
               move WSRunDate to VendBankChangeDate
               move SupervisorID to VendBankChangeBy
               perform CloseBankChange
           when "R"
           when "r"
               set VaRejected to true
               move VendorData to VaBeforeImage
               perform CloseBankChange
           when other
               display "Change left pending"
       end-evaluate.

*> master riscritto senza il segnale di attesa, richiesta tolta,
*> decisione nel file di audit
CloseBankChange.
       move "N" to VendBankPendFlag
       rewrite VendorData
           invalid key
               display "Vendor not updated - change left pending"
           not invalid key
               move VendorData to VaAfterImage
               delete VendorChanges
                   invalid key display "Change request not removed"
               end-delete
               perform WriteVendorAudit
               if VaApproved
                   display "Change approved - vendor " VendNum
                       " is not paid in today's payment run"
               else
                   display "Change rejected"
               end-if
       end-rewrite.

ListPendingChanges.
       move zero to WSPendingCount
       move "N" to WSVcEOFFlag
       move zero to VcVendNum
       start VendorChanges key is not less than VcVendNum
           invalid key set VcAtEOF to true
       end-start
       display " "
       display "Vend  Keyed by  On        Remit-to name"
       perform until VcAtEOF
           read VendorChanges next record
               at end set VcAtEOF to true
           end-read
           if not VcAtEOF
               add 1 to WSPendingCount
               display VcVendNum " " VcRequestedBy "  " VcRequestDate
                   "  " VcRemitName
           end-if
       end-perform
       move "N" to WSVcEOFFlag
       display WSPendingCount " change(s) waiting for approval".

WriteVendorAudit.
       move VendNum to VaVendNum
       move SupervisorID to VaOperatorID
       accept WSNowDate from date yyyymmdd
       accept WSNowTime from time
       move spaces to VaTimestamp
       string WSNowDate delimited by size
           "-" delimited by size
           WSNowTime delimited by size
           into VaTimestamp
       open extend VendorAudit
       if WSVaStatus = "35"
           open output VendorAudit
       end-if
       write VendorAuditRecord
       close VendorAudit.
