*> browse a customer's whole call history, and the daily worklist
*> merges broken promises (pay-by date past, balance still open) with
*> customers newly arrived in the 60-day bucket, sorted by dollars at
*> risk so the biggest exposure gets called first. Calls go to the
*> customer's accounts-payable contact (APCONTACT) when there is one,
*> the master Phone otherwise. Anything said on a call that does not
*> fit the 40-character promise notes goes on the customer's notes
*> log through CUSTNOTE (menu option 4).
*> The worklist is registered in the report catalog and can be burst
*> by sales rep (CustSalesRepID) through RPTBURST, so each rep gets
*> the at-risk accounts that are theirs, with a distribution list;
*> the whole worklist stays the master copy for the credit office.
IDENTIFICATION DIVISION.
PROGRAM-ID. collections.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSArStatus.
       SELECT Worklist ASSIGN TO WSWorkFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> righe per RPTBURST, accanto al master
       SELECT BurstWork ASSIGN TO WSBurstWork
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

FD BurstWork.
01 BurstWorkData.
   COPY BURSTREC.

WORKING-STORAGE SECTION.
01 WSPromStatus pic XX.
01 WSArStatus pic XX.
           03 WkIDNum pic 9(5).
           03 WkLastName pic X(15).
           03 WkPhone pic X(12).
           03 WkContact pic X(15).
           03 WkOpenTotal pic 9(8)V99.
           03 WkOldestAge pic 9(5).
           03 WkReason pic X(15).
           03 WkRepID pic 9(4).
01 WSWorkCount pic 9(3) value zero.
01 WSWorkIdx pic 9(3).
01 WSShiftIdx pic 9(3).
01 PageHeading.
       02 filler pic X(30) value "DAILY COLLECTIONS WORKLIST    ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(39) value
           "IDNum LastName        Phone            ".
       02 filler pic X(51) value
           "Open Bal  OldestAge  Reason          Contact".
01 WorkDetail.
       02 PrnWkID pic 9(5).
       02 filler pic x value space.
       02 PrnWkAge pic ZZZZ9.
       02 filler pic xx value space.
       02 PrnWkReason pic X(15).
       02 filler pic x value space.
       02 PrnWkContact pic X(15).
*> contatto AP del cliente, se c'e': e' lui che si chiama
*> nota sul cliente via CUSTNOTE, tipo e testo chiesti dalla routine
01 WSNoteType pic X.
01 WSNoteText pic X(60).
01 WSNoteSource pic X(8) value "COLLECT".
01 WSApContactName pic X(30).
01 WSApContactPhone pic X(12).
01 WSApContactEmail pic X(30).
01 WSApContactFlag pic X.
       88 ApContactFound value "Y".
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "collections".
01 WSRcParams pic X(30).
*> bursting per rep via RPTBURST
01 WSBurstAnswer pic X value "N".
       88 BurstByRep value "Y" "y".
01 WSBurstPrefix pic X(20) value "Collections".
01 WSBurstBy pic X value "R".
01 WSBurstWork pic X(30) value "CollectionsBurst.tmp".
01 WSBurstPieces pic 9(4).
01 WSBurstSeq pic 9(7).
01 WSBurstKey pic X(4).
01 WSBurstRep pic 9(4).
01 WSBurstRepText redefines WSBurstRep pic X(4).

PROCEDURE DIVISION.
StartPara.
           display "1 : Record a Call / Promise to Pay"
           display "2 : Browse a Customer's Call History"
           display "3 : Print the Daily Worklist"
           display "4 : Add a Customer Note"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
               when 1 perform RecordPromise
               when 2 perform BrowseHistory
               when 3 perform PrintWorklist
               when 4 perform AddCustomerNote
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       if CustExist = "N"
           display "Customer doesn't exist"
       else
           call "APCONTACT" using IDNum, WSApContactName,
               WSApContactPhone, WSApContactEmail, WSApContactFlag
           if ApContactFound
               display "AP contact: " function trim(WSApContactName)
                   "  " WSApContactPhone "  "
                   function trim(WSApContactEmail)
           else
               display "Phone: " Phone
           end-if
           perform FindNextSeq
           move WSCustIDNum to PromCustIDNum
           move WSNextSeq to PromSeq
           end-write
       end-if.

AddCustomerNote.
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
           move space to WSNoteType
           move spaces to WSNoteText
           call "CUSTNOTE" using WSCustIDNum, WSNoteType, WSNoteText,
               OperatorID, WSNoteSource
       end-if.

*> sequenza successiva: si scorre la storia del cliente fino in fondo
FindNextSeq.
       move zero to WSNextSeq
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSWorkFileName
       display "Burst by sales rep (Y/N): " with no advancing
       accept WSBurstAnswer
       move zero to WSWorkCount
       move "N" to WSEOFFlag
       move zero to IDNum
       end-perform
       move "N" to WSEOFFlag
       open output Worklist
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSWorkFileName, WSRcParams
       move zero to WSBurstSeq
       if BurstByRep
           open output BurstWork
       end-if
       move spaces to WSBurstKey
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       perform WriteBurstLine
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       perform WriteBurstLine
       write PrintLine
       perform varying WSWorkIdx from 1 by 1
               until WSWorkIdx > WSWorkCount
           move WkOpenTotal(WSWorkIdx) to PrnWkOpen
           move WkOldestAge(WSWorkIdx) to PrnWkAge
           move WkReason(WSWorkIdx) to PrnWkReason
           move WkContact(WSWorkIdx) to PrnWkContact
           move " " to AsaControl
           move WorkDetail to PrintBody
           move WkRepID(WSWorkIdx) to WSBurstRep
           move WSBurstRepText to WSBurstKey
           perform WriteBurstLine
           write PrintLine
       end-perform
       close Worklist
       if BurstByRep
           close BurstWork
           call "RPTBURST" using WSRcName, WSBurstPrefix, WSRunDate,
               WSBurstBy, WSBurstWork, WSBurstPieces
       end-if
       display "Worklist entries: " WSWorkCount
       display "Written to " WSWorkFileName.

           add 1 to WSWorkCount
           move IDNum to WkIDNum(WSInsertAt)
           move LastName to WkLastName(WSInsertAt)
           call "APCONTACT" using IDNum, WSApContactName,
               WSApContactPhone, WSApContactEmail, WSApContactFlag
           if ApContactFound and WSApContactPhone not = spaces
               move WSApContactPhone to WkPhone(WSInsertAt)
           else
               move Phone to WkPhone(WSInsertAt)
           end-if
           move WSApContactName to WkContact(WSInsertAt)
           move WSOpenTotal to WkOpenTotal(WSInsertAt)
           move WSOldestAge to WkOldestAge(WSInsertAt)
           move WSReason to WkReason(WSInsertAt)
           move CustSalesRepID to WkRepID(WSInsertAt)
       end-if.

WriteBurstLine.
       if BurstByRep
           add 1 to WSBurstSeq
           move WSBurstKey to BwKey
           move WSBurstSeq to BwSeq
           move AsaControl to BwAsa
           move PrintBody to BwBody
           write BurstWorkData
       end-if.
