       >>SOURCE FORMAT FREE
*> Prospect master maintenance: the reps kept their leads in their own
*> notebooks, and the only way to quote one was a fake customer in
*> customers.txt. A prospect (PROSPREC) is the company, the contact,
*> where the lead came from and the rep working it, numbered from
*> ProspectControl.dat the way quotes are numbered from
*> QuoteControl.dat. 67_quotes.cob quotes a prospect by number; the
*> prospect becomes a real customer only through customer maintenance
*> (11_first_program.cob, Convert a Prospect), with the same checks as
*> any other new customer. A prospect that goes nowhere is marked lost
*> here so the pipeline report (164_pipeline.cob) counts it.
IDENTIFICATION DIVISION.
PROGRAM-ID. prospects.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProspectFile ASSIGN TO "Prospects.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProsNum
           ALTERNATE RECORD KEY IS ProsRepID WITH DUPLICATES
           FILE STATUS IS WSProsStatus.
       SELECT ProspectControl ASSIGN TO "ProspectControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.

DATA DIVISION.
FILE SECTION.
FD ProspectFile.
01 ProspectData.
   COPY PROSPREC.

FD ProspectControl.
01 ControlRecord.
   02 CtlNextProsNum pic 9(6).

FD RepFile.
01 RepData.
   COPY REPREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSProsStatus pic XX.
01 WSCtlStatus pic XX.
01 WSRepStatus pic XX.
01 WSRepFileFlag pic X value "N".
       88 RepFileOpen value "Y".
01 WSRepValidFlag pic X value "N".
       88 RepIsValid value "Y".
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRunDate pic 9(8).
01 WSNewProsNum pic 9(6).
01 WSLookupPros pic 9(6).
01 WSListRep pic 9(4).
01 WSListCount pic 9(5).
01 WSLostConfirm pic X.
01 WSSourceText pic X(10).

PROCEDURE DIVISION.
StartPara.
       accept WSRunDate from date yyyymmdd
       open i-o ProspectFile
       if WSProsStatus = "35"
           open output ProspectFile
           close ProspectFile
           open i-o ProspectFile
       end-if
       open input RepFile
       if WSRepStatus = "00"
           set RepFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "PROSPECTS"
           display "1 : Add a Prospect"
           display "2 : Update a Prospect"
           display "3 : Mark a Prospect Lost"
           display "4 : List Prospects"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddProspect
               when 2 perform UpdateProspect
               when 3 perform MarkProspectLost
               when 4 perform ListProspects
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close ProspectFile
       if RepFileOpen
           close RepFile
       end-if
       stop run.

*> numero prospect dal file di controllo, come GetNextQuoteNum in
*> 67_quotes.cob
GetNextProsNum.
       move zero to WSNewProsNum
       open input ProspectControl
       if WSCtlStatus = "00"
           read ProspectControl
               at end move zero to CtlNextProsNum
           end-read
           move CtlNextProsNum to WSNewProsNum
           close ProspectControl
       end-if
       if WSNewProsNum = zero
           move 1 to WSNewProsNum
       end-if
       open output ProspectControl
       compute CtlNextProsNum = WSNewProsNum + 1
       write ControlRecord
       close ProspectControl.

AddProspect.
       perform GetNextProsNum
       move WSNewProsNum to ProsNum
       perform AcceptProspectFields
       set ProsOpen to true
       move WSRunDate to ProsCreatedDate
       move zero to ProsClosedDate, ProsCustIDNum
       write ProspectData
           invalid key display "Prospect not saved"
           not invalid key display "Prospect " ProsNum " added"
       end-write.

AcceptProspectFields.
       move spaces to ProsCompany
       perform until ProsCompany not = spaces
           display "Company: " with no advancing
           accept ProsCompany
           if ProsCompany = spaces
               display "Company cannot be blank"
           end-if
       end-perform
       display "Contact first name: " with no advancing
       accept ProsContactFirst
       display "Contact last name: " with no advancing
       accept ProsContactLast
       display "Phone: " with no advancing
       accept ProsPhone
       display "Email: " with no advancing
       accept ProsEmail
       move space to ProsSource
       perform until ValidSource
           display "Source (R = referral, T = trade show, W = web,"
               " C = cold call, O = other): " with no advancing
           accept ProsSource
           move function upper-case(ProsSource) to ProsSource
           if not ValidSource
               display "Not a recognized source code"
           end-if
       end-perform
       perform AcceptProsRepID.

*> stesse regole di AcceptSalesRepID in customer maintenance: zero =
*> nessun rep, altrimenti un rep attivo del rep master
AcceptProsRepID.
       move "N" to WSRepValidFlag
       perform until RepIsValid
           display "Sales Rep ID (0 = none): " with no advancing
           accept ProsRepID
           evaluate true
               when ProsRepID = zero
                   set RepIsValid to true
               when not RepFileOpen
                   display "  (rep master not on file - accepted"
                       " unchecked)"
                   set RepIsValid to true
               when other
                   move ProsRepID to RepID
                   read RepFile
                       invalid key
                           display "No such rep on the rep master"
                       not invalid key
                           if RepActive
                               set RepIsValid to true
                           else
                               display "Rep " RepID " is not active"
                           end-if
                   end-read
           end-evaluate
       end-perform.

UpdateProspect.
       display "Prospect number: " with no advancing
       accept WSLookupPros
       move WSLookupPros to ProsNum
       read ProspectFile
           invalid key display "Prospect not found"
           not invalid key
               if ProsConverted
                   display "Prospect was converted to customer "
                       ProsCustIDNum " - maintain the customer instead"
               else
                   perform ShowProspect
                   perform AcceptProspectFields
                   rewrite ProspectData
                       invalid key display "Update failed"
                       not invalid key display "Prospect updated"
                   end-rewrite
               end-if
       end-read.

*> un prospect perso resta sul file: il pipeline report lo conta
*> nel tasso di conversione
MarkProspectLost.
       display "Prospect number: " with no advancing
       accept WSLookupPros
       move WSLookupPros to ProsNum
       read ProspectFile
           invalid key display "Prospect not found"
           not invalid key
               if not ProsInPipeline
                   display "Prospect is already closed (status "
                       ProsStatus ")"
               else
                   perform ShowProspect
                   display "Mark lost (Y/N)? " with no advancing
                   accept WSLostConfirm
                   if WSLostConfirm = "Y" or WSLostConfirm = "y"
                       set ProsLost to true
                       move WSRunDate to ProsClosedDate
                       rewrite ProspectData
                           invalid key display "Update failed"
                           not invalid key display "Prospect marked"
                               " lost"
                       end-rewrite
                   end-if
               end-if
       end-read.

ShowProspect.
       evaluate true
           when SourceReferral move "Referral" to WSSourceText
           when SourceTradeShow move "Trade show" to WSSourceText
           when SourceWeb move "Web" to WSSourceText
           when SourceColdCall move "Cold call" to WSSourceText
           when other move "Other" to WSSourceText
       end-evaluate
       display "Prospect " ProsNum " " ProsCompany
       display "  Contact " ProsContactFirst " " ProsContactLast
           " " ProsPhone " " ProsEmail
       display "  Source " WSSourceText " Rep " ProsRepID
           " Status " ProsStatus " since " ProsCreatedDate.

*> per rep attraverso la chiave alternata, o tutti per numero
ListProspects.
       display "Rep ID (0 = all): " with no advancing
       accept WSListRep
       move zero to WSListCount
       move "N" to WSEOFFlag
       if WSListRep = zero
           move zero to ProsNum
           start ProspectFile key is not less than ProsNum
               invalid key set AtEOF to true
           end-start
       else
           move WSListRep to ProsRepID
           start ProspectFile key is equal to ProsRepID
               invalid key set AtEOF to true
           end-start
       end-if
       display "Number Company                        Rep  St Created"
           "  Customer"
       perform until AtEOF
           read ProspectFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if WSListRep not = zero and ProsRepID not = WSListRep
                   set AtEOF to true
               else
                   add 1 to WSListCount
                   display ProsNum " " ProsCompany " " ProsRepID " "
                       ProsStatus "  " ProsCreatedDate " " ProsCustIDNum
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListCount " prospect(s)".
