      *> NOTEREC.cpy - one dated, operator-stamped note about a
      *> customer (CustNotes.dat), keyed customer + sequence so a
      *> START on the IDNum walks the notes in the order they were
      *> written and the highest sequence is the newest. Written only
      *> through CUSTNOTE - from customer maintenance, credit-hold
      *> review, collections and order maintenance - shown newest
      *> first on the profile sheet and paged back through by
      *> 135_cust_notes.cob. Notes are never changed or removed: a
      *> correction is a new note
       02 NoteKey.
           03 NoteCustIDNum PIC 9(5).
           03 NoteSeq       PIC 9(5).
       02 NoteDate       PIC 9(8).
       02 NoteTime       PIC 9(6).
       02 NoteOperatorID PIC X(8).
      *> the program the note was written from (CUSTMNT, CREDHOLD,
      *> COLLECT, ORDMAINT)
       02 NoteSource     PIC X(8).
       02 NoteType       PIC X.
           88 NoteCall       VALUE "C".
           88 NoteCreditHold VALUE "H".
           88 NoteComplaint  VALUE "P".
           88 NoteOrder      VALUE "O".
           88 NoteGeneral    VALUE "G".
           88 ValidNoteType  VALUE "C" "H" "P" "O" "G".
       02 NoteText       PIC X(60).
