       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. ASSIGNHIST.
*> Records one change of sales rep on a customer in AssignHistory.dat,
*> in the STOCKMOVE mold: the territory realignment and customer
*> maintenance both log the same way. A second change with the same
*> effective date replaces the first but keeps the rep who owned the
*> account before it, so the history never loses the original owner;
*> a change that puts the old rep straight back removes the entry.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AssignHistory ASSIGN TO "AssignHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AhKey
           FILE STATUS IS WSAhStatus.
DATA DIVISION.
FILE SECTION.
FD AssignHistory.
01 AssignData.
   COPY ASSIGNREC.
WORKING-STORAGE SECTION.
01 WSAhStatus pic XX.
01 WSRunDate pic 9(8).
LINKAGE SECTION.
       01 LCustIDNum PIC 9(5).
       01 LOldRepID  PIC 9(4).
       01 LNewRepID  PIC 9(4).
       01 LEffDate   PIC 9(8).
       01 LOperator  PIC X(8).
       01 LSource    PIC X(8).
PROCEDURE DIVISION using LCustIDNum, LOldRepID, LNewRepID, LEffDate,
       LOperator, LSource.
StartPara.
       if LOldRepID = LNewRepID
           goback
       end-if
       accept WSRunDate from date yyyymmdd
       open i-o AssignHistory
       if WSAhStatus = "35"
           open output AssignHistory
           close AssignHistory
           open i-o AssignHistory
       end-if
       if WSAhStatus not = "00"
           goback
       end-if
       move LCustIDNum to AhCustIDNum
       move LEffDate to AhEffDate
       read AssignHistory
           invalid key
               move LOldRepID to AhOldRepID
               perform FillAssignment
               write AssignData
                   invalid key continue
               end-write
           not invalid key
               *> stessa data: vale l'ultima scelta, il vecchio
               *> titolare resta quello di prima della prima
               if AhOldRepID = LNewRepID
                   delete AssignHistory record
                       invalid key continue
                   end-delete
               else
                   perform FillAssignment
                   rewrite AssignData
                       invalid key continue
                   end-rewrite
               end-if
       end-read
       close AssignHistory
       goback.

FillAssignment.
       move LNewRepID to AhNewRepID
       move WSRunDate to AhChangedDate
       move LOperator to AhChangedBy
       move LSource to AhSource.
