       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. CUSTNOTE.
*> Writes one note on a customer's notes log (CustNotes.dat), in the
*> ASSIGNHIST mold: every screen that can note a customer calls this
*> one routine, so the stamp is always the same - today's date, the
*> time, the operator and the calling program - and the sequence is
*> always the customer's next one. A caller that already knows what
*> to say (a hold released, say) passes the type and text; a caller
*> that passes a blank type gets the type and text asked for here,
*> and a blank text at that prompt writes nothing.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustNotes ASSIGN TO "CustNotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS NoteKey
           FILE STATUS IS WSNoteStatus.
DATA DIVISION.
FILE SECTION.
FD CustNotes.
01 NoteData.
   COPY NOTEREC.
WORKING-STORAGE SECTION.
01 WSNoteStatus pic XX.
01 WSNoteEOFFlag pic X.
       88 NoteAtEOF value "Y".
01 WSNextSeq pic 9(5).
01 WSNoteType pic X.
       88 EnteredTypeValid value "C" "H" "P" "O" "G".
01 WSNoteText pic X(60).
01 WSNowTime pic 9(8).
LINKAGE SECTION.
       01 LCustIDNum PIC 9(5).
       01 LNoteType  PIC X.
       01 LNoteText  PIC X(60).
       01 LOperator  PIC X(8).
       01 LSource    PIC X(8).
PROCEDURE DIVISION using LCustIDNum, LNoteType, LNoteText, LOperator,
       LSource.
StartPara.
       move LNoteType to WSNoteType
       move LNoteText to WSNoteText
       if WSNoteType = space
           perform AskForNote
       end-if
       if WSNoteText = spaces
           goback
       end-if
       open i-o CustNotes
       if WSNoteStatus = "35"
           open output CustNotes
           close CustNotes
           open i-o CustNotes
       end-if
       if WSNoteStatus not = "00"
           display "Customer notes file not available - note not kept"
           goback
       end-if
       perform FindNextSeq
       move LCustIDNum to NoteCustIDNum
       move WSNextSeq to NoteSeq
       accept NoteDate from date yyyymmdd
       accept WSNowTime from time
       move WSNowTime(1:6) to NoteTime
       move LOperator to NoteOperatorID
       move LSource to NoteSource
       move WSNoteType to NoteType
       move WSNoteText to NoteText
       write NoteData
           invalid key display "Note not recorded"
           not invalid key display "Note " WSNextSeq " recorded for "
               LCustIDNum
       end-write
       close CustNotes
       goback.

AskForNote.
       move space to WSNoteType
       perform until EnteredTypeValid
           display "Note type (C = call, H = credit hold, P = complaint,"
               " O = order, G = general): " with no advancing
           accept WSNoteType
           if not EnteredTypeValid
               display "Not a recognized note type"
           end-if
       end-perform
       display "Note (blank = none): " with no advancing
       accept WSNoteText.

*> sequenza successiva: si scorre la storia del cliente fino in fondo,
*> come FindNextSeq di collections
FindNextSeq.
       move zero to WSNextSeq
       move "N" to WSNoteEOFFlag
       move LCustIDNum to NoteCustIDNum
       move zero to NoteSeq
       start CustNotes key is not less than NoteKey
           invalid key set NoteAtEOF to true
       end-start
       perform until NoteAtEOF
           read CustNotes next record
               at end set NoteAtEOF to true
           end-read
           if not NoteAtEOF
               if NoteCustIDNum not = LCustIDNum
                   set NoteAtEOF to true
               else
                   move NoteSeq to WSNextSeq
               end-if
           end-if
       end-perform
       add 1 to WSNextSeq.
