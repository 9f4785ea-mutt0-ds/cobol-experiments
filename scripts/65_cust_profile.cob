       >>SOURCE FORMAT FREE
*> Customer profile sheet: everything about one customer on one page
*> for the rep to take to the meeting - the CUSTREC master fields
*> with tier and account status, every named contact on
*> CustContacts.dat with its role, the order history via orders.txt's
*> OrderCustIDNum alternate key, the open receivables, and the last
*> few audit-trail entries, and the latest notes from the customer's
*> notes log (CustNotes.dat - the full history pages back in
*> 135_cust_notes.cob). Printed ASA-controlled like the other
*> print files; several customers can be profiled in one session,
*> one page each.
IDENTIFICATION DIVISION.
       SELECT CustomerAudit ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
       SELECT CustContacts ASSIGN TO "CustContacts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CcKey
           FILE STATUS IS WSCcStatus.
       SELECT CustNotes ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WSNoteStatus.
       SELECT ProfilePrint ASSIGN TO WSProfFileName
           ORGANIZATION IS LINE SEQUENTIAL.

01 AuditRecord.
   COPY AUDITREC.

FD CustContacts.
01 ContactData.
   COPY CCONTREC.

FD CustNotes.
01 NoteData.
   COPY NOTEREC.

FD ProfilePrint.
01 PrintLine.
   02 AsaControl pic X.
WORKING-STORAGE SECTION.
01 WSArStatus pic XX.
01 WSAuditStatus pic XX.
01 WSCcStatus pic XX.
01 WSCcOpenFlag pic X value "N".
       88 CcFileOpen value "Y".
01 WSCcEOFFlag pic X value "N".
       88 CcAtEOF value "Y".
01 WSRoleText pic X(8).
01 WSNoteStatus pic XX.
01 WSNoteOpenFlag pic X value "N".
       88 NoteFileOpen value "Y".
01 WSNoteEOFFlag pic X value "N".
       88 NoteAtEOF value "Y".
*> le note piu' recenti: si trova l'ultima sequenza e si rilegge a
*> ritroso per chiave
01 WSLastNoteSeq pic 9(5).
01 WSNotesShown pic 9.
01 WSArOpenFlag pic X value "N".
       88 ArFileOpen value "Y".
01 WSOrderEOFFlag pic X value "N".
       if WSArStatus = "00"
           set ArFileOpen to true
       end-if
       open input CustContacts
       if WSCcStatus = "00"
           set CcFileOpen to true
       end-if
       open input CustNotes
       if WSNoteStatus = "00"
           set NoteFileOpen to true
       end-if
       open output ProfilePrint
       display "Customer IDNum (0 to stop): " with no advancing
       accept WSInquiryID
       if ArFileOpen
           close Receivables
       end-if
       if CcFileOpen
           close CustContacts
       end-if
       if NoteFileOpen
           close CustNotes
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Profiles printed: " WSProfilesPrinted
           display "Customer not found"
       else
           perform PrintMasterBlock
           if CcFileOpen
               perform PrintContacts
           end-if
           perform PrintOrderHistory
           if ArFileOpen
               perform PrintOpenReceivables
           end-if
           perform PrintRecentAudit
           if NoteFileOpen
               perform PrintRecentNotes
           end-if
           add 1 to WSProfilesPrinted
           display "Profile printed for " IDNum
       end-if.
           into ProfileLine
       perform WriteProfileLine.

PrintContacts.
       move spaces to ProfileLine
       move "  --- Contacts ---" to ProfileLine
       perform WriteProfileLine
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
                   evaluate true
                       when CcBuyer move "Buyer" to WSRoleText
                       when CcAccountsPayable move "AP" to WSRoleText
                       when CcOwner move "Owner" to WSRoleText
                       when CcShipping move "Shipping" to WSRoleText
                       when other move "?" to WSRoleText
                   end-evaluate
                   move spaces to ProfileLine
                   string "  " delimited by size
                       WSRoleText delimited by size
                       " " delimited by size
                       CcName(1:22) delimited by size
                       " " delimited by size
                       CcPhone delimited by size
                       " " delimited by size
                       function trim(CcEmail) delimited by size
                       into ProfileLine
                   perform WriteProfileLine
               end-if
           end-if
       end-perform
       move "N" to WSCcEOFFlag.

PrintOrderHistory.
       move spaces to ProfileLine
       move "  --- Orders ---" to ProfileLine
               perform WriteProfileLine
           end-perform
       end-if.

*> le ultime 5 note del cliente, la piu' recente per prima
PrintRecentNotes.
       move spaces to ProfileLine
       move "  --- Recent notes ---" to ProfileLine
       perform WriteProfileLine
       move zero to WSLastNoteSeq
       move "N" to WSNoteEOFFlag
       move IDNum to NoteCustIDNum
       move zero to NoteSeq
       start CustNotes key is not less than NoteKey
           invalid key set NoteAtEOF to true
       end-start
       perform until NoteAtEOF
           read CustNotes next record
               at end set NoteAtEOF to true
           end-read
           if not NoteAtEOF
               if NoteCustIDNum not = IDNum
                   set NoteAtEOF to true
               else
                   move NoteSeq to WSLastNoteSeq
               end-if
           end-if
       end-perform
       move "N" to WSNoteEOFFlag
       move zero to WSNotesShown
       perform until WSLastNoteSeq = zero or WSNotesShown = 5
           move IDNum to NoteCustIDNum
           move WSLastNoteSeq to NoteSeq
           read CustNotes
               invalid key continue
               not invalid key
                   add 1 to WSNotesShown
                   move spaces to ProfileLine
                   string "  " delimited by size
                       NoteDate delimited by size
                       " " delimited by size
                       NoteOperatorID delimited by size
                       " " delimited by size
                       NoteType delimited by size
                       " " delimited by size
                       NoteText(1:52) delimited by size
                       into ProfileLine
                   perform WriteProfileLine
           end-read
           subtract 1 from WSLastNoteSeq
       end-perform
       if WSNotesShown = zero
           move "    (no notes on file)" to ProfileLine
           perform WriteProfileLine
       end-if.
