       >>SOURCE FORMAT FREE
*> Annual unclaimed-property run. Customer credit balances - the
*> unapplied remainder of a check (31_cash_receipts.cob) and the
*> unapplied part of a credit memo (40_returns.cob, the year-end
*> rebate settlement) - are rebuilt from CashReceipts.dat the way
*> 76_unapplied_cash.cob rebuilds them: +the invoice-zero line,
*> -every UA reapplication, NS reversal and UP report line written
*> against it since. A customer whose last activity (any cash journal
*> line or any invoice on Receivables.dat) is older than the dormancy
*> period of its AddrState (DormancyRules.dat, 132_dormancy_master.cob,
*> three years where a state has no rule) holds dormant property.
*> Archived customers are found on CustomerHistory.dat.
*> Produces a due-diligence letter to each owner
*> (UnclaimedLetters.<date>.dat) and the filing report grouped by
*> state (UnclaimedProperty.<date>.dat). The due-diligence run only
*> lists; the final filing run also journals each reported credit as
*> a UP line (UP + the original check or credit-memo reference) so
*> the remainder is gone for 76_unapplied_cash.cob and refunds, the
*> statement shows it leaving, and 42_gl_extract.cob moves it from
*> customer deposits (23000) to unclaimed property payable (24500).
IDENTIFICATION DIVISION.
PROGRAM-ID. unclaimedprop.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
       SELECT CustomerHistory ASSIGN TO "CustomerHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistStatus.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT DormancyRules ASSIGN TO "DormancyRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DmState
           FILE STATUS IS WSDmStatus.
       SELECT LetterPrint ASSIGN TO WSLetterFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FilingPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

*> stesso tracciato CUSTREC: letto come immagine e copiato nel record
*> cliente, cosi' i nomi dei campi restano quelli del master
FD CustomerHistory.
01 HistoryRecord pic X(175).

FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD DormancyRules.
01 DormancyData.
   COPY DORMREC.

FD LetterPrint.
01 LetterLine.
   02 LtrAsaControl pic X.
   02 LetterBody pic X(75).

FD FilingPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(132).

WORKING-STORAGE SECTION.
01 WSCustStatus pic XX.
01 WSHistStatus pic XX.
01 WSArStatus pic XX.
01 WSCashStatus pic XX.
01 WSDmStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSArEOFFlag pic X value "N".
       88 ArAtEOF value "Y".
01 WSCustOpenFlag pic X value "N".
       88 CustFileOpen value "Y".
01 WSDmOpenFlag pic X value "N".
       88 DmFileOpen value "Y".
01 WSLetterFileName pic X(30).
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSAsOfDate pic 9(8).
*> D = solo lettere di due diligence e lista, F = deposito: i crediti
*> vengono marcati come riportati con le righe UP
01 WSRunKind pic X.
       88 FinalRun value "F" "f".
       88 DueDiligenceRun value "D" "d".
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 OperatorID PIC X(8) value "UNCLPROP".
*> crediti ancora disponibili per cliente e riferimento, ricostruiti
*> dal journal come fa unappliedcash
01 CreditTable.
       02 CreditEntry occurs 2000 times.
           03 CrCustID pic 9(5).
           03 CrRef pic X(10).
           03 CrDate pic 9(8).
           03 CrAvailable pic S9(7)V99.
01 CrUsed pic 9(4) value zero.
01 WSCrIdx pic 9(4).
01 WSCrFound pic 9(4).
01 WSCrOverflow pic 9(5) value zero.
01 WSPickRef pic X(10).
*> un proprietario per cliente con credito: ultima attivita', stato,
*> regola di dormienza e indirizzo per la lettera
01 OwnerTable.
       02 OwnerEntry occurs 1000 times.
           03 OwCustID pic 9(5).
           03 OwLastActivity pic 9(8).
           03 OwName pic X(31).
           03 OwAddr pic X(20).
           03 OwCity pic X(15).
           03 OwState pic XX.
           03 OwZip pic X(10).
           03 OwYears pic 99.
           03 OwAgency pic X(30).
           03 OwCutoff pic 9(8).
           03 OwTotal pic 9(8)V99.
           03 OwDormantFlag pic X.
               88 OwDormant value "Y".
           03 OwPrintedFlag pic X.
               88 OwPrinted value "Y".
01 OwUsed pic 9(4) value zero.
01 WSOwIdx pic 9(4).
01 WSOwFound pic 9(4).
01 WSOwOverflow pic 9(5) value zero.
01 WSFoundFlag pic X.
       88 OwnerOnFile value "Y".
01 WSCutoffDate pic 9(8).
01 WSCutoffParts redefines WSCutoffDate.
       02 WSCutoffYear pic 9(4).
       02 WSCutoffMonth pic 99.
       02 WSCutoffDay pic 99.
01 WSPickState pic XX.
01 WSPickIdx pic 9(4) value zero.
01 WSStateTotal pic 9(9)V99.
01 WSStateCount pic 9(5).
01 WSGrandTotal pic 9(9)V99 value zero.
01 WSGrandCount pic 9(5) value zero.
01 WSOwnersDormant pic 9(5) value zero.
01 WSLetterCount pic 9(5) value zero.
01 WSUpWritten pic 9(5) value zero.
01 WSJournalRead pic 9(7) value zero.
01 PageHeading.
       02 filler pic X(40) value "UNCLAIMED PROPERTY - CUSTOMER CREDITS AS".
       02 filler pic X(4) value " OF ".
       02 PrnAsOfDate pic 9999/99/99.
       02 filler pic X(3) value space.
       02 PrnRunKind pic X(34).
01 StateHeading.
       02 filler pic X(7) value "STATE ".
       02 PrnStState pic XX.
       02 filler pic X(4) value space.
       02 PrnStAgency pic X(30).
       02 filler pic X(12) value "  dormancy ".
       02 PrnStYears pic Z9.
       02 filler pic X(6) value " years".
01 Heads.
       02 filler pic X(7) value "Owner".
       02 filler pic X(32) value "Name".
       02 filler pic X(21) value "Address".
       02 filler pic X(16) value "City".
       02 filler pic X(11) value "Reference".
       02 filler pic X(11) value "Credit of".
       02 filler pic X(11) value "Last activ".
       02 filler pic X(13) value "       Amount".
01 DetailLine.
       02 PrnCustID pic 9(5).
       02 filler pic XX value space.
       02 PrnName pic X(31).
       02 filler pic X value space.
       02 PrnAddr pic X(20).
       02 filler pic X value space.
       02 PrnCity pic X(15).
       02 filler pic X value space.
       02 PrnRef pic X(10).
       02 filler pic X value space.
       02 PrnCrDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnLastDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnAmount pic ZZ,ZZZ,ZZ9.99.
01 TotalLine.
       02 PrnTotLabel pic X(40).
       02 PrnTotCount pic ZZZZ9.
       02 filler pic X(10) value " credits  ".
       02 PrnTotAmount pic ZZZ,ZZZ,ZZ9.99.
01 NothingLine pic X(50) value
       "No dormant customer credits - nothing to report".
*> lettera di due diligence, nel formato delle lettere di sollecito
01 LtrNameLine.
       02 filler pic x(4) value space.
       02 LtrName pic x(31).
01 LtrAddrLine.
       02 filler pic x(4) value space.
       02 LtrAddr pic x(50).
01 LtrCityLine.
       02 filler pic x(4) value space.
       02 LtrCity pic x(15).
       02 filler pic x value space.
       02 LtrState pic xx.
       02 filler pic x value space.
       02 LtrZip pic x(10).
01 LtrAmountLine.
       02 filler pic x(34) value "  Credit balance held in your name".
       02 filler pic x(2) value ": ".
       02 LtrAmount pic $$,$$$,$$9.99.
01 LtrActivityLine.
       02 filler pic x(37) value "  No activity on your account since ".
       02 LtrLastDate pic 9999/99/99.
01 LtrAgencyLine.
       02 filler pic x(4) value space.
       02 LtrAgency pic x(30).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "unclaimprop".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "unclaimprop".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Report as of (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSAsOfDate
       if WSAsOfDate = zero
           move WSRunDate to WSAsOfDate
       end-if
       move space to WSRunKind
       perform until FinalRun or DueDiligenceRun
           display "D = due-diligence letters only, F = final filing"
               " (marks credits reported): " with no advancing
           accept WSRunKind
       end-perform
       if FinalRun
           *> le righe UP muovono 23000: il mese deve essere aperto
           call "PERIODCHK" using WSAsOfDate, WSPeriodStatus
           if not PostingPeriodOpen
               display "Period " WSAsOfDate(1:6) " is closed to"
                   " posting - nothing filed"
               move 8 to RETURN-CODE
               accept WSJobEndTime from time
               call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
                   WSElapsedSecs
               perform WriteRunHistory
               stop run
           end-if
       end-if
       perform LoadCredits
       perform BuildOwners
       if OwUsed > zero
           perform LoadLastActivity
           perform ResolveOwners
       end-if
       move spaces to WSRptFileName
       string "UnclaimedProperty." delimited by size
           WSAsOfDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       move spaces to WSLetterFileName
       string "UnclaimedLetters." delimited by size
           WSAsOfDate delimited by size
           ".dat" delimited by size
           into WSLetterFileName
       open output FilingPrint
       move spaces to WSRcParams
       move WSRunKind to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       open output LetterPrint
       perform PrintLetters
       close LetterPrint
       perform PrintFilingReport
       close FilingPrint
       if FinalRun and WSGrandCount > zero
           perform MarkCreditsReported
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Cash journal lines read: " WSJournalRead
       display "Customers holding credits: " OwUsed
           "  dormant: " WSOwnersDormant
       display "Letters produced: " WSLetterCount
       display "Credits reportable: " WSGrandCount "  amount: "
           WSGrandTotal
       if FinalRun
           display "Credits marked reported: " WSUpWritten
       end-if
       if WSCrOverflow > zero or WSOwOverflow > zero
           display "Notice: credit table full - " WSCrOverflow
               " credit(s), " WSOwOverflow " owner(s) not examined"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       if WSGrandCount = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       perform WriteRunHistory
       stop run.

WriteRunHistory.
       move RETURN-CODE to WSRhRc
       move WSJournalRead to WSRhRead
       move WSUpWritten to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc.

*> +la riga non applicata (invoice zero) di un assegno o di una nota
*> di credito; -le righe UA/UP e gli storni NS del residuo che la
*> citano dopo il prefisso. DP sono acconti ordine: li scala la
*> fatturazione, non sono crediti del cliente
LoadCredits.
       open input CashJournal
       if WSCashStatus = "00"
           perform until AtEOF
               read CashJournal
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   add 1 to WSJournalRead
                   perform ClassifyJournalLine
               end-if
           end-perform
           move "N" to WSEOFFlag
           close CashJournal
       end-if.

ClassifyJournalLine.
       evaluate true
           when CashCheckNum(1:2) = "UA"
                   or CashCheckNum(1:2) = "UP"
                   or CashCheckNum(1:2) = "RF"
                   or (CashCheckNum(1:2) = "NS"
                       and CashInvoiceNum = zero)
               move spaces to WSPickRef
               move CashCheckNum(3:8) to WSPickRef
               perform FindCredit
               if WSCrFound > zero
                   subtract CashAmount from CrAvailable(WSCrFound)
               end-if
           when CashInvoiceNum = zero
                   and CashCheckNum(1:2) not = "DP"
               move CashCheckNum to WSPickRef
               perform FindCredit
               if WSCrFound = zero
                   if CrUsed < 2000
                       add 1 to CrUsed
                       move CrUsed to WSCrFound
                       move CashCustIDNum to CrCustID(CrUsed)
                       move CashCheckNum to CrRef(CrUsed)
                       move CashDate to CrDate(CrUsed)
                       move zero to CrAvailable(CrUsed)
                   else
                       add 1 to WSCrOverflow
                   end-if
               end-if
               if WSCrFound > zero
                   add CashAmount to CrAvailable(WSCrFound)
               end-if
           when other continue
       end-evaluate.

*> stesso confronto di unappliedcash: i riferimenti UA/UP/NS portano
*> solo i primi otto caratteri dell'originale
FindCredit.
       move zero to WSCrFound
       perform varying WSCrIdx from 1 by 1
               until WSCrIdx > CrUsed or WSCrFound > zero
           if CrCustID(WSCrIdx) = CashCustIDNum
                   and CrRef(WSCrIdx)(1:8) = WSPickRef(1:8)
               move WSCrIdx to WSCrFound
           end-if
       end-perform.

BuildOwners.
       perform varying WSCrIdx from 1 by 1 until WSCrIdx > CrUsed
           if CrAvailable(WSCrIdx) > zero
               perform FindOwner
               if WSOwFound = zero
                   if OwUsed < 1000
                       add 1 to OwUsed
                       move OwUsed to WSOwFound
                       initialize OwnerEntry(OwUsed)
                       move CrCustID(WSCrIdx) to OwCustID(OwUsed)
                       move "N" to OwDormantFlag(OwUsed)
                       move "N" to OwPrintedFlag(OwUsed)
                   else
                       add 1 to WSOwOverflow
                   end-if
               end-if
               if WSOwFound > zero
                   add CrAvailable(WSCrIdx) to OwTotal(WSOwFound)
                   if CrDate(WSCrIdx) > OwLastActivity(WSOwFound)
                       move CrDate(WSCrIdx) to OwLastActivity(WSOwFound)
                   end-if
               end-if
           end-if
       end-perform.

FindOwner.
       move zero to WSOwFound
       perform varying WSOwIdx from 1 by 1
               until WSOwIdx > OwUsed or WSOwFound > zero
           if OwCustID(WSOwIdx) = CrCustID(WSCrIdx)
               move WSOwIdx to WSOwFound
           end-if
       end-perform.

*> ultima attivita' del proprietario: qualunque riga del journal
*> (tranne le UP di un deposito precedente, che sono nostre) e
*> qualunque fattura
LoadLastActivity.
       open input CashJournal
       if WSCashStatus = "00"
           perform until AtEOF
               read CashJournal
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if CashCheckNum(1:2) not = "UP"
                       perform varying WSOwIdx from 1 by 1
                               until WSOwIdx > OwUsed
                           if OwCustID(WSOwIdx) = CashCustIDNum
                                   and CashDate > OwLastActivity(WSOwIdx)
                               move CashDate to OwLastActivity(WSOwIdx)
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           close CashJournal
       end-if
       open input Receivables
       if WSArStatus = "00"
           perform varying WSOwIdx from 1 by 1 until WSOwIdx > OwUsed
               perform LatestInvoiceDate
           end-perform
           close Receivables
       end-if.

LatestInvoiceDate.
       move "N" to WSArEOFFlag
       move OwCustID(WSOwIdx) to ArCustIDNum
       start Receivables key is equal to ArCustIDNum
           invalid key set ArAtEOF to true
       end-start
       perform until ArAtEOF
           read Receivables next record
               at end set ArAtEOF to true
           end-read
           if not ArAtEOF
               if ArCustIDNum not = OwCustID(WSOwIdx)
                   set ArAtEOF to true
               else
                   if ArInvoiceDate > OwLastActivity(WSOwIdx)
                       move ArInvoiceDate to OwLastActivity(WSOwIdx)
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSArEOFFlag.

*> indirizzo dal master (o dallo storico se archiviato), regola dello
*> stato, e il confronto con la soglia di dormienza
ResolveOwners.
       open input CustomerFile
       if WSCustStatus = "00"
           set CustFileOpen to true
       end-if
       open input DormancyRules
       if WSDmStatus = "00"
           set DmFileOpen to true
       end-if
       perform varying WSOwIdx from 1 by 1 until WSOwIdx > OwUsed
           perform FindOwnerAddress
           perform ApplyDormancyRule
       end-perform
       if CustFileOpen
           close CustomerFile
       end-if
       if DmFileOpen
           close DormancyRules
       end-if.

FindOwnerAddress.
       move "N" to WSFoundFlag
       if CustFileOpen
           move OwCustID(WSOwIdx) to IDNum
           read CustomerFile
               invalid key continue
               not invalid key set OwnerOnFile to true
           end-read
       end-if
       if not OwnerOnFile
           perform FindArchivedOwner
       end-if
       if OwnerOnFile
           move spaces to OwName(WSOwIdx)
           string function trim(FirstName) delimited by size
               " " delimited by size
               function trim(LastName) delimited by size
               into OwName(WSOwIdx)
           move AddrLine1 to OwAddr(WSOwIdx)
           move AddrCity to OwCity(WSOwIdx)
           move AddrState to OwState(WSOwIdx)
           move AddrZip to OwZip(WSOwIdx)
       else
           move "OWNER UNKNOWN" to OwName(WSOwIdx)
           move spaces to OwAddr(WSOwIdx), OwCity(WSOwIdx),
               OwState(WSOwIdx), OwZip(WSOwIdx)
       end-if.

*> l'archivio e' sequenziale: vale l'ultima immagine del cliente
FindArchivedOwner.
       open input CustomerHistory
       if WSHistStatus = "00"
           perform until AtEOF
               read CustomerHistory
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if HistoryRecord(1:5) = OwCustID(WSOwIdx)
                       move HistoryRecord to CustomerData
                       set OwnerOnFile to true
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           close CustomerHistory
       end-if.

*> soglia = data di riferimento meno gli anni di dormienza dello
*> stato; il 29 febbraio diventa il 28 se l'anno non e' bisestile
ApplyDormancyRule.
       move 3 to OwYears(WSOwIdx)
       move spaces to OwAgency(WSOwIdx)
       if DmFileOpen and OwState(WSOwIdx) not = spaces
           move OwState(WSOwIdx) to DmState
           read DormancyRules
               invalid key continue
               not invalid key
                   move DmYears to OwYears(WSOwIdx)
                   move DmAgency to OwAgency(WSOwIdx)
           end-read
       end-if
       if OwAgency(WSOwIdx) = spaces
           move "STATE UNCLAIMED PROPERTY OFFICE" to OwAgency(WSOwIdx)
       end-if
       move WSAsOfDate to WSCutoffDate
       subtract OwYears(WSOwIdx) from WSCutoffYear
       if WSCutoffMonth = 2 and WSCutoffDay = 29
           move 28 to WSCutoffDay
       end-if
       move WSCutoffDate to OwCutoff(WSOwIdx)
       if OwLastActivity(WSOwIdx) < WSCutoffDate
           set OwDormant(WSOwIdx) to true
           add 1 to WSOwnersDormant
       end-if.

PrintLetters.
       perform varying WSOwIdx from 1 by 1 until WSOwIdx > OwUsed
           if OwDormant(WSOwIdx)
               perform PrintOneLetter
           end-if
       end-perform.

PrintOneLetter.
       move "1" to LtrAsaControl
       move spaces to LetterBody
       write LetterLine
       move OwName(WSOwIdx) to LtrName
       move "-" to LtrAsaControl
       move LtrNameLine to LetterBody
       write LetterLine
       move OwAddr(WSOwIdx) to LtrAddr
       move " " to LtrAsaControl
       move LtrAddrLine to LetterBody
       write LetterLine
       move OwCity(WSOwIdx) to LtrCity
       move OwState(WSOwIdx) to LtrState
       move OwZip(WSOwIdx) to LtrZip
       move LtrCityLine to LetterBody
       write LetterLine
       move "-" to LtrAsaControl
       move "  NOTICE OF UNCLAIMED PROPERTY" to LetterBody
       write LetterLine
       move OwTotal(WSOwIdx) to LtrAmount
       move "0" to LtrAsaControl
       move LtrAmountLine to LetterBody
       write LetterLine
       move OwLastActivity(WSOwIdx) to LtrLastDate
       move " " to LtrAsaControl
       move LtrActivityLine to LetterBody
       write LetterLine
       move "0" to LtrAsaControl
       move "  Unless you contact us to claim or use this credit, the law"
           to LetterBody
       write LetterLine
       move " " to LtrAsaControl
       move "  requires us to report it and turn it over to:"
           to LetterBody
       write LetterLine
       move OwAgency(WSOwIdx) to LtrAgency
       move LtrAgencyLine to LetterBody
       write LetterLine
       move "0" to LtrAsaControl
       move "  Please call or write to our accounts receivable office."
           to LetterBody
       write LetterLine
       add 1 to WSLetterCount.

*> raggruppato per stato: ogni giro sceglie lo stato minimo non ancora
*> stampato, come gli estratti conto scelgono la data minima
PrintFilingReport.
       perform until WSPickIdx = 9999
           move 9999 to WSPickIdx
           perform varying WSOwIdx from 1 by 1 until WSOwIdx > OwUsed
               if OwDormant(WSOwIdx) and not OwPrinted(WSOwIdx)
                   if WSPickIdx = 9999
                       move WSOwIdx to WSPickIdx
                   else
                       if OwState(WSOwIdx) < OwState(WSPickIdx)
                           move WSOwIdx to WSPickIdx
                       end-if
                   end-if
               end-if
           end-perform
           if WSPickIdx not = 9999
               move OwState(WSPickIdx) to WSPickState
               perform PrintOneState
           end-if
       end-perform
       if WSGrandCount = zero
           move "0" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       else
           move "REPORT TOTAL" to PrnTotLabel
           move WSGrandCount to PrnTotCount
           move WSGrandTotal to PrnTotAmount
           move "0" to AsaControl
           move TotalLine to PrintBody
           write PrintLine
       end-if.

PrintOneState.
       move zero to WSStateTotal, WSStateCount
       if NewPageRequired
           perform PrintPageHeading
       end-if
       if WSPickState = spaces
           move "??" to PrnStState
           move "NO ADDRESS - HOLDER'S HOME STATE" to PrnStAgency
       else
           move WSPickState to PrnStState
           move OwAgency(WSPickIdx) to PrnStAgency
       end-if
       move OwYears(WSPickIdx) to PrnStYears
       move "0" to AsaControl
       move StateHeading to PrintBody
       write PrintLine
       add 2 to LineCount
       perform varying WSOwIdx from 1 by 1 until WSOwIdx > OwUsed
           if OwDormant(WSOwIdx) and not OwPrinted(WSOwIdx)
                   and OwState(WSOwIdx) = WSPickState
               perform PrintOneOwner
               set OwPrinted(WSOwIdx) to true
           end-if
       end-perform
       move spaces to PrnTotLabel
       string "TOTAL STATE " delimited by size
           PrnStState delimited by size
           into PrnTotLabel
       move WSStateCount to PrnTotCount
       move WSStateTotal to PrnTotAmount
       move " " to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add WSStateTotal to WSGrandTotal
       add WSStateCount to WSGrandCount.

*> una riga per credito: il deposito allo stato e' per riferimento
PrintOneOwner.
       perform varying WSCrIdx from 1 by 1 until WSCrIdx > CrUsed
           if CrCustID(WSCrIdx) = OwCustID(WSOwIdx)
                   and CrAvailable(WSCrIdx) > zero
               if NewPageRequired
                   perform PrintPageHeading
               end-if
               move OwCustID(WSOwIdx) to PrnCustID
               move OwName(WSOwIdx) to PrnName
               move OwAddr(WSOwIdx) to PrnAddr
               move OwCity(WSOwIdx) to PrnCity
               move CrRef(WSCrIdx) to PrnRef
               move CrDate(WSCrIdx) to PrnCrDate
               move OwLastActivity(WSOwIdx) to PrnLastDate
               move CrAvailable(WSCrIdx) to PrnAmount
               move " " to AsaControl
               move DetailLine to PrintBody
               write PrintLine
               add 1 to LineCount
               add 1 to WSStateCount
               add CrAvailable(WSCrIdx) to WSStateTotal
           end-if
       end-perform.

PrintPageHeading.
       move WSAsOfDate to PrnAsOfDate
       if FinalRun
           move "FINAL FILING - CREDITS REPORTED" to PrnRunKind
       else
           move "DUE-DILIGENCE LIST" to PrnRunKind
       end-if
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

*> una riga UP per credito riportato, alla data del deposito: il
*> credito non e' piu' disponibile per riapplicazioni o rimborsi
MarkCreditsReported.
       open extend CashJournal
       if WSCashStatus = "35"
           open output CashJournal
       end-if
       perform varying WSOwIdx from 1 by 1 until WSOwIdx > OwUsed
           if OwDormant(WSOwIdx)
               perform varying WSCrIdx from 1 by 1 until WSCrIdx > CrUsed
                   if CrCustID(WSCrIdx) = OwCustID(WSOwIdx)
                           and CrAvailable(WSCrIdx) > zero
                       perform WriteUpJournal
                   end-if
               end-perform
           end-if
       end-perform
       close CashJournal.

WriteUpJournal.
       move CrCustID(WSCrIdx) to CashCustIDNum
       move spaces to CashCheckNum
       string "UP" delimited by size
           CrRef(WSCrIdx)(1:8) delimited by size
           into CashCheckNum
       move WSAsOfDate to CashDate
       move CrAvailable(WSCrIdx) to CashAmount
       move zero to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord
       add 1 to WSUpWritten.
