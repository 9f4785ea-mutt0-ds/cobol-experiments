       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. REPASOF.
*> The sales rep who owned a customer on a given date. The caller
*> passes the customer's current CustSalesRepID in LRepID; if
*> AssignHistory.dat holds a change effective after LAsOfDate, the
*> first such change's old rep is handed back instead - a document
*> dated before a realignment stays with the rep it was sold by.
*> With no history file, or no later change, LRepID comes back as is.
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
LINKAGE SECTION.
       01 LCustIDNum PIC 9(5).
       01 LAsOfDate  PIC 9(8).
       01 LRepID     PIC 9(4).
PROCEDURE DIVISION using LCustIDNum, LAsOfDate, LRepID.
StartPara.
       open input AssignHistory
       if WSAhStatus not = "00"
           goback
       end-if
       *> primo cambio con decorrenza DOPO la data: il documento
       *> era del suo vecchio rep
       move LCustIDNum to AhCustIDNum
       compute AhEffDate = LAsOfDate + 1
       start AssignHistory key is not less than AhKey
           invalid key continue
           not invalid key
               read AssignHistory next record
                   at end continue
                   not at end
                       if AhCustIDNum = LCustIDNum
                           move AhOldRepID to LRepID
                       end-if
               end-read
       end-start
       close AssignHistory
       goback.
