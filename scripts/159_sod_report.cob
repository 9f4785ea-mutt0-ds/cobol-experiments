       >>SOURCE FORMAT FREE
*> Weekly segregation-of-duties exceptions: every money-touching
*> program stamps its operator, but nobody looked across the trails.
*> This reads them all - CustomerAudit.dat (customer set up, changed
*> or deleted; an account-hold flag cleared is a hold release, not an
*> edit), OrderAudit.dat (parked orders released by a supervisor),
*> CashReceipts.dat (CashOperatorID on every line that applies money;
*> credit memos and bounced-check reversals are not cash applied),
*> ReturnLines.dat (return credits) and WriteOffs.dat - and lists,
*> for the seven days ending on the week-ending date, every operator
*> who did the second activity of an active rule in the conflict
*> table (SodRules.dat, 158_sod_rules.cob) to a customer they had
*> done the first activity to, during the week or within the
*> look-back days before it. Lines carrying no operator are batch
*> work and are not counted against anybody.
IDENTIFICATION DIVISION.
PROGRAM-ID. sodreport.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SodRules ASSIGN TO "SodRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SrKey
           FILE STATUS IS WSSrStatus.
       SELECT CustomerAudit ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
       SELECT OrderAudit ASSIGN TO "OrderAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOrdAuditStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT ReturnLines ASSIGN TO "ReturnLines.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRlStatus.
       SELECT WriteOffJournal ASSIGN TO "WriteOffs.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWoStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum OF CustomerData
           FILE STATUS IS WSCustStatus.
       SELECT SodPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD SodRules.
01 SodRuleData.
   COPY SODRULEREC.

FD CustomerAudit.
01 AuditRecord.
   COPY AUDITREC.

FD OrderAudit.
01 OrderAuditRecord.
   COPY ORDAUDREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD ReturnLines.
01 ReturnLineRecord.
   COPY RETLINREC.

FD WriteOffJournal.
01 WriteOffRecord.
   COPY WOFFREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD SodPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSSrStatus pic XX.
01 WSAuditStatus pic XX.
01 WSOrdAuditStatus pic XX.
01 WSCashStatus pic XX.
01 WSRlStatus pic XX.
01 WSWoStatus pic XX.
01 WSCustStatus pic XX.
01 WSCustOpenFlag pic X value "N".
       88 CustFileOpen value "Y".
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> la settimana e il periodo indietro in cui la prima attivita' conta
01 WSWeekEnd pic 9(8).
01 WSWeekStart pic 9(8).
01 WSLookBackDays pic 9(3).
01 WSLookStart pic 9(8).
*> le immagini prima/dopo lette come record: il rilascio del blocco
*> fido scrive un update cliente che non e' una modifica anagrafica
01 WSCustBefore.
   COPY CUSTREC.
01 WSCustAfter.
   COPY CUSTREC.
01 WSOrderImage.
   COPY ORDERREC.
*> regole attive
01 RuleTable.
       02 RtEntry occurs 50 times.
           03 RtFirstAct pic XX.
           03 RtSecondAct pic XX.
           03 RtDesc pic X(40).
01 WSRtCount pic 9(2) value zero.
01 WSRtIdx pic 9(2).
*> un'attivita' per operatore+cliente: la data piu' vecchia nel
*> periodo e l'ultima dentro la settimana (zero = nessuna)
01 EventTable.
       02 EvEntry occurs 3000 times.
           03 EvKey.
               04 EvOperatorID pic X(8).
               04 EvCustIDNum pic 9(5).
               04 EvAct pic XX.
           03 EvFirstDate pic 9(8).
           03 EvWeekLast pic 9(8).
           03 EvCount pic 9(5).
01 WSEvCount pic 9(4) value zero.
01 WSEvIdx pic 9(4).
01 WSEvFound pic 9(4).
01 WSEvInsAt pic 9(4).
01 WSEvFirst pic 9(4).
01 WSNewKey.
       02 WSNewOperatorID pic X(8).
       02 WSNewCustIDNum pic 9(5).
       02 WSNewAct pic XX.
01 WSNewDate pic 9(8).
01 WSActWanted pic X value "N".
       88 ActInSomeRule value "Y".
01 WSTableFullCount pic 9(5) value zero.
01 WSPrevOperatorID pic X(8).
*> contatori
01 WSRecordsRead pic 9(7) value zero.
01 WSEventsKept pic 9(7) value zero.
01 WSExceptionCount pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value
           "SEGREGATION OF DUTIES - WEEK".
       02 PrnWeekStart pic 9999/99/99.
       02 filler pic X(4) value " TO ".
       02 PrnWeekEnd pic 9999/99/99.
       02 filler pic X(10) value "  RUN OF ".
       02 PrnRunDate pic 9999/99/99.
01 LookBackLine.
       02 filler pic X(36) value
           "First activity counted back to".
       02 PrnLookStart pic 9999/99/99.
01 Heads.
       02 filler pic X(43) value
           "Operator Cust  Name            Rule  First ".
       02 filler pic X(30) value
           "     Then       Times Conflict".
01 ExceptionLine.
       02 PrnOperatorID pic X(8).
       02 filler pic X value space.
       02 PrnCustIDNum pic 9(5).
       02 filler pic X value space.
       02 PrnCustName pic X(15).
       02 filler pic X value space.
       02 PrnFirstAct pic XX.
       02 filler pic X value "-".
       02 PrnSecondAct pic XX.
       02 filler pic X value space.
       02 PrnFirstDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnSecondDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnTimes pic ZZZZ9.
       02 filler pic X value space.
       02 PrnRuleDesc pic X(25).
01 TotalLine.
       02 filler pic X(20) value "Exceptions listed: ".
       02 PrnExceptionCount pic ZZZZ9.
01 NothingLine pic X(60) value
       "No segregation-of-duties exceptions in the week".
01 NoRulesLine pic X(60) value
       "No active conflict rules - see sodrules".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "sodreport".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "sodreport".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Week ending (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSWeekEnd
       if WSWeekEnd = zero
           move WSRunDate to WSWeekEnd
       end-if
       display "Look-back days for the first activity (0 = 90): "
           with no advancing
       accept WSLookBackDays
       if WSLookBackDays = zero
           move 90 to WSLookBackDays
       end-if
       compute WSWeekStart = function date-of-integer(
           function integer-of-date(WSWeekEnd) - 6)
       compute WSLookStart = function date-of-integer(
           function integer-of-date(WSWeekStart) - WSLookBackDays)
       move spaces to WSRptFileName
       string "SodExceptions." delimited by size
           WSWeekEnd delimited by size
           ".dat" delimited by size
           into WSRptFileName
       perform LoadRules
       if WSRtCount > zero
           perform CollectCustomerAudit
           perform CollectOrderAudit
           perform CollectCash
           perform CollectReturns
           perform CollectWriteOffs
       end-if
       open input CustomerFile
       if WSCustStatus = "00"
           set CustFileOpen to true
       end-if
       open output SodPrint
       move spaces to WSRcParams
       string "week ending " delimited by size
           WSWeekEnd delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       if WSRtCount = zero
           move " " to AsaControl
           move NoRulesLine to PrintBody
           write PrintLine
       else
           perform PrintExceptions
       end-if
       close SodPrint
       if CustFileOpen
           close CustomerFile
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Audit-trail records read: " WSRecordsRead
           "  activities kept: " WSEventsKept
       display "Active rules: " WSRtCount "  exceptions: "
           WSExceptionCount
       if WSTableFullCount > zero
           display "Notice: activity table full - " WSTableFullCount
               " record(s) not checked"
       end-if
       display "Written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSTableFullCount > zero or WSRtCount = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSRecordsRead to WSRhRead
       move WSExceptionCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

LoadRules.
       open input SodRules
       if WSSrStatus = "00"
           move "N" to WSEOFFlag
           move low-values to SrKey
           start SodRules key is not less than SrKey
               invalid key set AtEOF to true
           end-start
           perform until AtEOF
               read SodRules next record
                   at end set AtEOF to true
               end-read
               if not AtEOF and SrActive and WSRtCount < 50
                   add 1 to WSRtCount
                   move SrFirstAct to RtFirstAct(WSRtCount)
                   move SrSecondAct to RtSecondAct(WSRtCount)
                   move SrDesc to RtDesc(WSRtCount)
               end-if
           end-perform
           move "N" to WSEOFFlag
           close SodRules
       end-if.

CollectCustomerAudit.
       open input CustomerAudit
       if WSAuditStatus = "00"
           move "N" to WSEOFFlag
           read CustomerAudit
               at end set AtEOF to true
           end-read
           perform until AtEOF
               add 1 to WSRecordsRead
               move AuditBeforeImage to WSCustBefore
               move AuditAfterImage to WSCustAfter
               if AuditUpdateTran and AcctOnHold OF WSCustBefore
                       and not AcctOnHold OF WSCustAfter
                   move "HR" to WSNewAct
               else
                   move "CE" to WSNewAct
               end-if
               move AuditOperatorID to WSNewOperatorID
               move AuditIDNum to WSNewCustIDNum
               move AuditTimestamp(1:8) to WSNewDate
               perform AddEvent
               read CustomerAudit
                   at end set AtEOF to true
               end-read
           end-perform
           move "N" to WSEOFFlag
           close CustomerAudit
       end-if.

*> solo i rilasci dal parcheggio fido: modifiche e annullamenti
*> d'ordine non sono nella tabella dei conflitti
CollectOrderAudit.
       open input OrderAudit
       if WSOrdAuditStatus = "00"
           move "N" to WSEOFFlag
           read OrderAudit
               at end set AtEOF to true
           end-read
           perform until AtEOF
               add 1 to WSRecordsRead
               if OrdAuditRelease
                   move OrdAuditBeforeImage to WSOrderImage
                   move "HR" to WSNewAct
                   move OrdAuditOperatorID to WSNewOperatorID
                   move OrderCustIDNum OF WSOrderImage to WSNewCustIDNum
                   move OrdAuditTimestamp(1:8) to WSNewDate
                   perform AddEvent
               end-if
               read OrderAudit
                   at end set AtEOF to true
               end-read
           end-perform
           move "N" to WSEOFFlag
           close OrderAudit
       end-if.

*> note di credito (CM) e storni di assegni respinti (NS/DR) non
*> sono incassi applicati
CollectCash.
       open input CashJournal
       if WSCashStatus = "00"
           move "N" to WSEOFFlag
           read CashJournal
               at end set AtEOF to true
           end-read
           perform until AtEOF
               add 1 to WSRecordsRead
               if CashCheckNum(1:2) not = "CM"
                       and CashCheckNum(1:2) not = "NS"
                       and CashCheckNum(1:2) not = "DR"
                   move "CA" to WSNewAct
                   move CashOperatorID to WSNewOperatorID
                   move CashCustIDNum to WSNewCustIDNum
                   move CashDate to WSNewDate
                   perform AddEvent
               end-if
               read CashJournal
                   at end set AtEOF to true
               end-read
           end-perform
           move "N" to WSEOFFlag
           close CashJournal
       end-if.

CollectReturns.
       open input ReturnLines
       if WSRlStatus = "00"
           move "N" to WSEOFFlag
           read ReturnLines
               at end set AtEOF to true
           end-read
           perform until AtEOF
               add 1 to WSRecordsRead
               move "RC" to WSNewAct
               move RlOperatorID to WSNewOperatorID
               move RlCustIDNum to WSNewCustIDNum
               move RlDate to WSNewDate
               perform AddEvent
               read ReturnLines
                   at end set AtEOF to true
               end-read
           end-perform
           move "N" to WSEOFFlag
           close ReturnLines
       end-if.

CollectWriteOffs.
       open input WriteOffJournal
       if WSWoStatus = "00"
           move "N" to WSEOFFlag
           read WriteOffJournal
               at end set AtEOF to true
           end-read
           perform until AtEOF
               add 1 to WSRecordsRead
               move "WO" to WSNewAct
               move WoOperatorID to WSNewOperatorID
               move WoCustIDNum to WSNewCustIDNum
               move WoDate to WSNewDate
               perform AddEvent
               read WriteOffJournal
                   at end set AtEOF to true
               end-read
           end-perform
           move "N" to WSEOFFlag
           close WriteOffJournal
       end-if.

*> tiene l'attivita' solo se datata nel periodo, con un operatore, e
*> se qualche regola attiva la nomina; tabella in ordine di chiave
AddEvent.
       if WSNewOperatorID not = spaces and WSNewDate >= WSLookStart
               and WSNewDate <= WSWeekEnd
           move "N" to WSActWanted
           perform varying WSRtIdx from 1 by 1 until WSRtIdx > WSRtCount
               if RtFirstAct(WSRtIdx) = WSNewAct
                       or RtSecondAct(WSRtIdx) = WSNewAct
                   set ActInSomeRule to true
               end-if
           end-perform
           if ActInSomeRule
               move zero to WSEvFound
               move zero to WSEvInsAt
               perform varying WSEvIdx from 1 by 1
                       until WSEvIdx > WSEvCount or WSEvFound > zero
                           or WSEvInsAt > zero
                   if EvKey(WSEvIdx) = WSNewKey
                       move WSEvIdx to WSEvFound
                   else
                       if EvKey(WSEvIdx) > WSNewKey
                           move WSEvIdx to WSEvInsAt
                       end-if
                   end-if
               end-perform
               if WSEvFound = zero
                   if WSEvCount >= 3000
                       add 1 to WSTableFullCount
                   else
                       if WSEvInsAt = zero
                           compute WSEvInsAt = WSEvCount + 1
                       else
                           perform varying WSEvIdx from WSEvCount by -1
                                   until WSEvIdx < WSEvInsAt
                               move EvEntry(WSEvIdx) to EvEntry(WSEvIdx + 1)
                           end-perform
                       end-if
                       add 1 to WSEvCount
                       move WSNewKey to EvKey(WSEvInsAt)
                       move WSNewDate to EvFirstDate(WSEvInsAt)
                       move zero to EvWeekLast(WSEvInsAt)
                       move zero to EvCount(WSEvInsAt)
                       move WSEvInsAt to WSEvFound
                   end-if
               end-if
               *> tabella piena: l'attivita' nuova si perde, contata sopra
               if WSEvFound > zero
                   add 1 to WSEventsKept
                   add 1 to EvCount(WSEvFound)
                   if WSNewDate < EvFirstDate(WSEvFound)
                       move WSNewDate to EvFirstDate(WSEvFound)
                   end-if
                   if WSNewDate >= WSWeekStart
                           and WSNewDate > EvWeekLast(WSEvFound)
                       move WSNewDate to EvWeekLast(WSEvFound)
                   end-if
               end-if
           end-if
       end-if.

*> ogni seconda attivita' della settimana contro ogni regola che la
*> nomina: eccezione se lo stesso operatore aveva fatto la prima
*> allo stesso cliente non dopo. La tabella e' in ordine di
*> operatore, quindi le eccezioni escono raggruppate per operatore
PrintExceptions.
       move spaces to WSPrevOperatorID
       perform varying WSEvIdx from 1 by 1 until WSEvIdx > WSEvCount
           if EvWeekLast(WSEvIdx) > zero
               perform varying WSRtIdx from 1 by 1
                       until WSRtIdx > WSRtCount
                   if RtSecondAct(WSRtIdx) = EvAct(WSEvIdx)
                       perform CheckOneRule
                   end-if
               end-perform
           end-if
       end-perform
       if WSExceptionCount = zero
           move " " to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       else
           move WSExceptionCount to PrnExceptionCount
           move "0" to AsaControl
           move TotalLine to PrintBody
           write PrintLine
       end-if.

CheckOneRule.
       move EvOperatorID(WSEvIdx) to WSNewOperatorID
       move EvCustIDNum(WSEvIdx) to WSNewCustIDNum
       move RtFirstAct(WSRtIdx) to WSNewAct
       move zero to WSEvFirst
       perform varying WSEvFound from 1 by 1
               until WSEvFound > WSEvCount or WSEvFirst > zero
           if EvKey(WSEvFound) = WSNewKey
               move WSEvFound to WSEvFirst
           end-if
       end-perform
       if WSEvFirst > zero
           if EvFirstDate(WSEvFirst) <= EvWeekLast(WSEvIdx)
               perform PrintOneException
           end-if
       end-if.

PrintOneException.
       add 1 to WSExceptionCount
       if NewPageRequired
           perform PrintPageHeading
       end-if
       if EvOperatorID(WSEvIdx) not = WSPrevOperatorID
           move "0" to AsaControl
           add 1 to LineCount
           move EvOperatorID(WSEvIdx) to WSPrevOperatorID
       else
           move " " to AsaControl
       end-if
       move EvOperatorID(WSEvIdx) to PrnOperatorID
       move EvCustIDNum(WSEvIdx) to PrnCustIDNum
       move spaces to PrnCustName
       if CustFileOpen
           move EvCustIDNum(WSEvIdx) to IDNum OF CustomerData
           read CustomerFile
               invalid key move "(not on file)" to PrnCustName
               not invalid key
                   move LastName OF CustomerData to PrnCustName
           end-read
       end-if
       move RtFirstAct(WSRtIdx) to PrnFirstAct
       move RtSecondAct(WSRtIdx) to PrnSecondAct
       move EvFirstDate(WSEvFirst) to PrnFirstDate
       move EvWeekLast(WSEvIdx) to PrnSecondDate
       move EvCount(WSEvIdx) to PrnTimes
       move RtDesc(WSRtIdx) to PrnRuleDesc
       move ExceptionLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintPageHeading.
       move WSWeekStart to PrnWeekStart
       move WSWeekEnd to PrnWeekEnd
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move WSLookStart to PrnLookStart
       move " " to AsaControl
       move LookBackLine to PrintBody
       write PrintLine
       move "0" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 4 to LineCount
       move spaces to WSPrevOperatorID.
