*> (with a customer audit record), re-stages every parked order so
*> the next merge treats it like any fresh order, and writes an
*> order-audit Release record naming who approved it - exactly the
*> question the auditors asked last year. Every release is also
*> noted on the customer's notes log (CUSTNOTE) with the reason the
*> supervisor gives, and any other note can be added from here.
IDENTIFICATION DIVISION.
PROGRAM-ID. creditholdrelease.
ENVIRONMENT DIVISION.
01 WSReleaseCustID pic 9(5).
01 WSReleasedOrders pic 9(4).
01 WSListedOrders pic 9(4).
01 WSBeforeImage PIC X(175).
01 WSAfterImage  PIC X(175).
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
       02 RtOrderNum pic 9(6) occurs 100 times.
01 WSRtUsed pic 9(3).
01 WSRtIdx pic 9(3).
*> nota sul cliente via CUSTNOTE: la decisione di rilascio con il
*> suo motivo, o una nota libera dal menu
01 WSNoteType pic X.
01 WSNoteText pic X(60).
01 WSNoteSource pic X(8) value "CREDHOLD".
01 WSReleaseReason pic X(32).
01 WSNoteCustID pic 9(5).
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSOrdChainTrail pic X(12) value "ORDAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).

PROCEDURE DIVISION.
StartPara.
           display "CREDIT HOLD REVIEW"
           display "1 : List Parked Orders"
           display "2 : Release a Customer's Hold"
           display "3 : Add a Customer Note"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListParkedOrders
               when 2 perform ReleaseOneCustomer
               when 3 perform AddCustomerNote
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
           perform CollectParkedOrders
           perform ReleaseCollectedOrders
           display "Orders released to staging: " WSReleasedOrders
           perform NoteReleaseDecision
       end-if.

*> la decisione resta sul log note del cliente con il suo motivo
NoteReleaseDecision.
       display "Reason for the release: " with no advancing
       accept WSReleaseReason
       move spaces to WSNoteText
       string "HOLD RELEASED, " delimited by size
           WSReleasedOrders delimited by size
           " ORDERS: " delimited by size
           WSReleaseReason delimited by size
           into WSNoteText
       move "H" to WSNoteType
       call "CUSTNOTE" using WSReleaseCustID, WSNoteType, WSNoteText,
           WSSupervisorID, WSNoteSource.

AddCustomerNote.
       display "Customer IDNum: " with no advancing
       accept WSNoteCustID
       move "Y" to CustExist
       move WSNoteCustID to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "N"
           display "Customer not on file"
       else
           move space to WSNoteType
           move spaces to WSNoteText
           call "CUSTNOTE" using WSNoteCustID, WSNoteType, WSNoteText,
               WSSupervisorID, WSNoteSource
       end-if.

CollectParkedOrders.
       move HeldOrderData to OrdAuditBeforeImage
       move StagingData to OrdAuditAfterImage
       perform StampOrderAuditTimestamp
       move length of OrderAuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSOrdChainTrail, OrderAuditRecord,
           WSChainLen, WSChainValue
       write OrderAuditRecord.

StampOrderAuditTimestamp.
           "-" delimited by size
           WSNowTime delimited by size
           into AuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.
