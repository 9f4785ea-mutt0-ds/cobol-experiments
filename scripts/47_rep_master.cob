*> 23_product_master.cob: add, update, deactivate and list the reps
*> in SalesReps.dat (REPREC). Deactivation is a soft flag, like the
*> customer soft delete - the rep's history stays addressable.
*> Each rep's monthly sales quota (SalesQuotas.dat, QUOTAREC) is set
*> and listed here too; 127_rep_attainment.cob reports against it.
IDENTIFICATION DIVISION.
PROGRAM-ID. repmaster.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
       SELECT SalesQuotas ASSIGN TO "SalesQuotas.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QtKey
           FILE STATUS IS WSQtStatus.

DATA DIVISION.
FILE SECTION.
01 RepData.
   COPY REPREC.

FD SalesQuotas.
01 QuotaData.
   COPY QUOTAREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSRepStatus pic XX.
01 WSQtStatus pic XX.
01 WSRunDate pic 9(8).
01 WSQuotaPeriod pic 9(6).
01 WSQuotaParts redefines WSQuotaPeriod.
       02 WSQuotaYear pic 9(4).
       02 WSQuotaMonth pic 99.
01 WSQuotaAmt pic 9(9).
01 WSQuotaYearTotal pic 9(11).
01 PrnQuota pic ZZZ,ZZZ,ZZ9.
01 PrnQuotaTotal pic ZZ,ZZZ,ZZZ,ZZ9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".

           close RepFile
           open i-o RepFile
       end-if
       open i-o SalesQuotas
       if WSQtStatus = "35"
           open output SalesQuotas
           close SalesQuotas
           open i-o SalesQuotas
       end-if
       accept WSRunDate from date yyyymmdd
       perform until WSChoice = 9
           display "1. Add Rep  2. Update Rep  3. Deactivate Rep  "
               "4. List Reps  5. Set Quota  6. List Quotas  9. Exit"
           display "Choice: " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 2 perform UpdateRep
               when 3 perform DeactivateRep
               when 4 perform ListReps
               when 5 perform SetQuota
               when 6 perform ListQuotas
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close RepFile, SalesQuotas
       stop run.

AcceptRepFields.
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> quota di un mese per un rep esistente: si scrive o si sostituisce
SetQuota.
       display "Rep ID: " with no advancing
       accept RepID
       read RepFile
           invalid key display "Rep not found"
           not invalid key
               display "Month (YYYYMM): " with no advancing
               accept WSQuotaPeriod
               if WSQuotaMonth < 1 or WSQuotaMonth > 12
                   display "Not a valid month"
               else
                   perform WriteQuota
               end-if
       end-read.

WriteQuota.
       move RepID to QtRepID
       move WSQuotaPeriod to QtPeriod
       read SalesQuotas
           invalid key move zero to QtQuotaAmt
       end-read
       move QtQuotaAmt to PrnQuota
       display "Current quota " PrnQuota
       display "Quota for the month (whole dollars): " with no advancing
       accept WSQuotaAmt
       move RepID to QtRepID
       move WSQuotaPeriod to QtPeriod
       move WSQuotaAmt to QtQuotaAmt
       move WSRunDate to QtChangedDate
       write QuotaData
           invalid key
               rewrite QuotaData
                   invalid key display "Quota not saved"
                   not invalid key display "Quota updated"
               end-rewrite
           not invalid key display "Quota added"
       end-write.

ListQuotas.
       display "Rep ID: " with no advancing
       accept RepID
       display "Year (YYYY): " with no advancing
       accept WSQuotaYear
       move zero to WSQuotaYearTotal
       display "Month        Quota"
       perform varying WSQuotaMonth from 1 by 1 until WSQuotaMonth > 12
           move RepID to QtRepID
           move WSQuotaPeriod to QtPeriod
           read SalesQuotas
               invalid key continue
               not invalid key
                   move QtQuotaAmt to PrnQuota
                   display WSQuotaPeriod " " PrnQuota
                   add QtQuotaAmt to WSQuotaYearTotal
           end-read
       end-perform
       move WSQuotaYearTotal to PrnQuotaTotal
       display "Year   " PrnQuotaTotal.
