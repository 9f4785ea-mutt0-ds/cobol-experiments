       >>SOURCE FORMAT FREE
*> Customer notes inquiry: the profile sheet shows only the latest
*> few notes, and a credit decision often turns on what was said a
*> year ago. This screen pages back through a customer's whole notes
*> log (CustNotes.dat, NOTEREC.cpy), newest first, ten at a time,
*> optionally only one note type - every call, hold decision,
*> complaint and order remark with its date, time, operator and the
*> program it was written from. Notes are written through CUSTNOTE;
*> nothing here changes them.
IDENTIFICATION DIVISION.
PROGRAM-ID. custnotes.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustNotes ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WSNoteStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD CustNotes.
01 NoteData.
   COPY NOTEREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSNoteStatus pic XX.
01 WSNoteEOFFlag pic X value "N".
       88 NoteAtEOF value "Y".
01 CustExist pic X.
01 WSInquiryID pic 9(5).
01 WSTypeFilter pic X.
*> il log e' in ordine di sequenza: si trova l'ultima e si legge a
*> ritroso per chiave, una nota alla volta
01 WSLastSeq pic 9(5).
01 WSReadSeq pic 9(5).
01 WSShownOnPage pic 9(2).
01 WSShownTotal pic 9(5).
01 WSPageSize pic 9(2) value 10.
01 WSMore pic X.
01 WSStopFlag pic X value "N".
       88 StopPaging value "Y".
01 WSTypeText pic X(9).

PROCEDURE DIVISION.
StartPara.
       open input CustNotes
       if WSNoteStatus not = "00"
           display "No customer notes on file yet"
           goback
       end-if
       open input CustomerFile
       display "Customer IDNum (0 to stop): " with no advancing
       accept WSInquiryID
       perform until WSInquiryID = zero
           perform ShowOneCustomer
           display " "
           display "Customer IDNum (0 to stop): " with no advancing
           accept WSInquiryID
       end-perform
       close CustNotes, CustomerFile
       goback.

ShowOneCustomer.
       move "Y" to CustExist
       move WSInquiryID to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           display "Customer not found"
       else
           display "Only one note type (C/H/P/O/G, blank = all): "
               with no advancing
           accept WSTypeFilter
           perform FindLastSeq
           display " "
           display "NOTES FOR " IDNum " " function trim(FirstName) " "
               function trim(LastName) " - newest first"
           if WSLastSeq = zero
               display "  (no notes on file)"
           else
               perform PageBackThroughNotes
           end-if
       end-if.

FindLastSeq.
       move zero to WSLastSeq
       move "N" to WSNoteEOFFlag
       move WSInquiryID to NoteCustIDNum
       move zero to NoteSeq
       start CustNotes key is not less than NoteKey
           invalid key set NoteAtEOF to true
       end-start
       perform until NoteAtEOF
           read CustNotes next record
               at end set NoteAtEOF to true
           end-read
           if not NoteAtEOF
               if NoteCustIDNum not = WSInquiryID
                   set NoteAtEOF to true
               else
                   move NoteSeq to WSLastSeq
               end-if
           end-if
       end-perform
       move "N" to WSNoteEOFFlag.

PageBackThroughNotes.
       move "N" to WSStopFlag
       move zero to WSShownOnPage
       move zero to WSShownTotal
       move WSLastSeq to WSReadSeq
       display "Seq   Date     Time   Operator Source   Type      Note"
       perform until WSReadSeq = zero or StopPaging
           move WSInquiryID to NoteCustIDNum
           move WSReadSeq to NoteSeq
           read CustNotes
               invalid key continue
               not invalid key
                   if WSTypeFilter = space or NoteType = WSTypeFilter
                       perform ShowOneNote
                   end-if
           end-read
           subtract 1 from WSReadSeq
           if WSShownOnPage = WSPageSize and WSReadSeq > zero
               move zero to WSShownOnPage
               display "-- Enter for older notes, X to stop: "
                   with no advancing
               accept WSMore
               if WSMore = "X" or WSMore = "x"
                   set StopPaging to true
               end-if
           end-if
       end-perform
       display "Notes shown: " WSShownTotal.

ShowOneNote.
       evaluate true
           when NoteCall move "Call" to WSTypeText
           when NoteCreditHold move "Hold" to WSTypeText
           when NoteComplaint move "Complaint" to WSTypeText
           when NoteOrder move "Order" to WSTypeText
           when NoteGeneral move "General" to WSTypeText
           when other move "?" to WSTypeText
       end-evaluate
       display NoteSeq " " NoteDate " " NoteTime " " NoteOperatorID " "
           NoteSource " " WSTypeText " " function trim(NoteText)
       add 1 to WSShownOnPage
       add 1 to WSShownTotal.
