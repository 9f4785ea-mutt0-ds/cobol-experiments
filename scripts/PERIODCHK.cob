       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PERIODCHK.
*> Posting-period gate, in the DATEVAL/IFREGCHK mold: the caller
*> hands in the date it is about to post under and gets back the
*> status of that fiscal month on the accounting period master
*> (AcctPeriods.dat) - O open, C closed, L locked. Anything but O
*> means refuse the posting. A month not on the master, or no master
*> at all yet, answers O: the master carries the months that have
*> been shut, not every month there will ever be.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PeriodMaster ASSIGN TO "AcctPeriods.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PdPeriod
           FILE STATUS IS WSPdStatus.
DATA DIVISION.
FILE SECTION.
FD PeriodMaster.
01 PeriodData.
   COPY PERIODREC.
WORKING-STORAGE SECTION.
01 WSPdStatus pic XX.
LINKAGE SECTION.
       01 LPostDate     PIC 9(8).
       01 LPeriodStatus PIC X.
PROCEDURE DIVISION using LPostDate, LPeriodStatus.
StartPara.
       move "O" to LPeriodStatus
       open input PeriodMaster
       if WSPdStatus = "00"
           move LPostDate(1:6) to PdPeriod
           read PeriodMaster
               invalid key continue
               not invalid key move PdStatusFlag to LPeriodStatus
           end-read
           close PeriodMaster
       end-if
       goback.
