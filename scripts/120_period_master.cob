       >>SOURCE FORMAT FREE
*> Accounting period master: CloseFlag.dat only keeps the nightly
*> and the month-end runs off each other, it never stopped a clerk
*> back-dating an invoice, a receipt, a return or a write-off into a
*> month already closed and reported. Each fiscal month here is open,
*> closed or locked (AcctPeriods.dat); the posting programs ask
*> PERIODCHK and refuse anything but open. Any operator can close a
*> month; locking one for good and reopening a closed or locked one
*> take a supervisor, and a reopen needs a reason. Every change is
*> appended to PeriodLog.dat, who and when, so a reopened month can
*> always be explained afterwards.
IDENTIFICATION DIVISION.
PROGRAM-ID. periodmaster.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PeriodMaster ASSIGN TO "AcctPeriods.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PdPeriod
           FILE STATUS IS WSPdStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.
       SELECT PeriodLog ASSIGN TO "PeriodLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPlStatus.

DATA DIVISION.
FILE SECTION.
FD PeriodMaster.
01 PeriodData.
   COPY PERIODREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

FD PeriodLog.
01 PeriodLogRecord.
   COPY PRDLOGREC.

WORKING-STORAGE SECTION.
01 WSPdStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSPlStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSSupervisorFlag pic X value "N".
       88 IsSupervisor value "Y".
01 WSPickPeriod pic 9(6).
01 WSPickParts redefines WSPickPeriod.
       02 WSPickYear pic 9(4).
       02 WSPickMonth pic 99.
01 WSOnFileFlag pic X.
       88 PeriodOnFile value "Y".
01 WSOldStatus pic X.
01 WSNewStatus pic X.
01 WSReason pic X(30).
01 WSConfirm pic X.
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
01 WSStatusText pic X(6).
01 PrnPeriod pic 9999/99.

PROCEDURE DIVISION.
StartPara.
       perform OperatorLogin
       if not LoginSuccess
           goback
       end-if
       open i-o PeriodMaster
       if WSPdStatus = "35"
           open output PeriodMaster
           close PeriodMaster
           open i-o PeriodMaster
       end-if
       perform until WSChoice = 9
           display " "
           display "ACCOUNTING PERIODS"
           display "1 : List Periods"
           display "2 : Close a Period"
           display "3 : Lock a Period (supervisor)"
           display "4 : Reopen a Period (supervisor)"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListPeriods
               when 2 perform ClosePeriod
               when 3 perform LockPeriod
               when 4 perform ReopenPeriod
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close PeriodMaster
       goback.

*> login contro operators.txt come per le write-off, ma qui entra
*> chiunque sia attivo: il ruolo decide poi lock e reopen
OperatorLogin.
       move "N" to WSLoginFlag
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - cannot verify role"
       else
           display "Operator ID: " with no advancing
           accept OperatorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move OperatorID to OpUserID
           read OperatorFile
               invalid key
                   display "Invalid operator ID or password"
               not invalid key
                   evaluate true
                       when OpDisabled
                           display "Operator is disabled"
                       when OpPassword = WSEnteredPassword
                           set LoginSuccess to true
                           if OpSupervisor
                               set IsSupervisor to true
                           end-if
                       when other
                           display "Invalid operator ID or password"
                   end-evaluate
           end-read
           close OperatorFile
       end-if.

AskPeriod.
       move "N" to WSOnFileFlag
       display "Period (YYYYMM): " with no advancing
       accept WSPickPeriod
       if WSPickMonth < 1 or WSPickMonth > 12
           display "Not a valid period"
           move zero to WSPickPeriod
       else
           move WSPickPeriod to PdPeriod
           read PeriodMaster
               invalid key
                   *> mai toccato = aperto
                   move WSPickPeriod to PdPeriod
                   set PdOpen to true
               not invalid key set PeriodOnFile to true
           end-read
           move PdStatusFlag to WSOldStatus
       end-if.

ClosePeriod.
       perform AskPeriod
       if WSPickPeriod not = zero
           if not PdOpen
               display "Period is not open"
           else
               move "C" to WSNewStatus
               move spaces to WSReason
               perform ChangePeriodStatus
           end-if
       end-if.

LockPeriod.
       if not IsSupervisor
           display "Locking a period is restricted to supervisors"
       else
           perform AskPeriod
           if WSPickPeriod not = zero
               if PdLocked
                   display "Period is already locked"
               else
                   display "A locked period is final - are you sure?"
                       " (Y/N): " with no advancing
                   accept WSConfirm
                   if WSConfirm = "Y" or WSConfirm = "y"
                       move "L" to WSNewStatus
                       move spaces to WSReason
                       perform ChangePeriodStatus
                   else
                       display "Lock cancelled"
                   end-if
               end-if
           end-if
       end-if.

*> riaprire un mese gia' chiuso e riportato: solo supervisor, e il
*> motivo finisce a log insieme al nome
ReopenPeriod.
       if not IsSupervisor
           display "Reopening a period is restricted to supervisors"
       else
           perform AskPeriod
           if WSPickPeriod not = zero
               if PdOpen
                   display "Period is already open"
               else
                   display "Reason for reopening: " with no advancing
                   accept WSReason
                   if WSReason = spaces
                       display "A reason is required - not reopened"
                   else
                       move "O" to WSNewStatus
                       perform ChangePeriodStatus
                   end-if
               end-if
           end-if
       end-if.

ChangePeriodStatus.
       accept WSNowDate from date yyyymmdd
       accept WSNowTime from time
       move WSNewStatus to PdStatusFlag
       move WSNowDate to PdChangedDate
       move OperatorID to PdChangedBy
       if PeriodOnFile
           rewrite PeriodData
               invalid key display "Period not updated"
           end-rewrite
       else
           write PeriodData
               invalid key display "Period not written"
           end-write
       end-if
       if WSPdStatus = "00"
           perform WritePeriodLog
           move PdPeriod to PrnPeriod
           perform SetStatusText
           display "Period " PrnPeriod " is now " WSStatusText
       end-if.

WritePeriodLog.
       open extend PeriodLog
       if WSPlStatus = "35"
           open output PeriodLog
       end-if
       move PdPeriod to PlPeriod
       move WSOldStatus to PlOldStatus
       move WSNewStatus to PlNewStatus
       move WSNowDate to PlDate
       move WSNowTime to PlTime
       move OperatorID to PlOperatorID
       move WSReason to PlReason
       write PeriodLogRecord
       close PeriodLog.

SetStatusText.
       evaluate true
           when PdOpen move "OPEN" to WSStatusText
           when PdClosed move "CLOSED" to WSStatusText
           when PdLocked move "LOCKED" to WSStatusText
           when other move "?" to WSStatusText
       end-evaluate.

ListPeriods.
       move "N" to WSEOFFlag
       move zero to PdPeriod
       start PeriodMaster key is not less than PdPeriod
           invalid key set AtEOF to true
       end-start
       display " "
       display "Period   Status  Changed    By"
       perform until AtEOF
           read PeriodMaster next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               move PdPeriod to PrnPeriod
               perform SetStatusText
               display PrnPeriod "  " WSStatusText "  " PdChangedDate
                   " " PdChangedBy
           end-if
       end-perform
       display "(months not listed are open)"
       move "N" to WSEOFFlag.
