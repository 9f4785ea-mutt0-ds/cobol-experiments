       >>SOURCE FORMAT FREE
*> Month-end bank reconciliation: the deposit side lives in
*> CashReceipts.dat (85_deposit_register.cob prints the day's slip)
*> and the disbursement side in Disbursements.dat from the payment
*> run, but nothing tied either to what the bank actually cleared.
*> Imports the bank's statement file (BankStatement.csv - one row per
*> cleared item: type, posting date, amount in cents, reference),
*> gated through the interface register like every import. A bank
*> deposit clears the day's deposit slip of the same amount posted
*> within five days; a paid check clears our check of the same number
*> and amount; fees, interest, returned items we have not reversed
*> and anything we cannot match are bank-only items for the book
*> side. Prints the outstanding deposits, the outstanding checks and
*> the book-to-bank proof, remembers what cleared in BankCleared.dat
*> and, when the proof balances, rolls the reconciled book balance
*> forward in BankRecControl.dat for next month.
IDENTIFICATION DIVISION.
PROGRAM-ID. bankrecon.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BankStatement ASSIGN TO "BankStatement.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCsvStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT DisbursementJournal ASSIGN TO "Disbursements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDbStatus.
       SELECT BankCleared ASSIGN TO "BankCleared.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BcKey
           FILE STATUS IS WSBcStatus.
       *> saldo libro riconciliato e data dell'ultimo estratto conto,
       *> un record solo come InvoiceControl.dat
       SELECT BankRecControl ASSIGN TO "BankRecControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBrStatus.
       SELECT ReconReport ASSIGN TO WSReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD BankStatement.
01 CsvLine pic X(100).

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD DisbursementJournal.
01 DisbursementRecord.
   COPY DISBREC.

FD BankCleared.
01 BankClearedData.
   COPY BCLRREC.

FD BankRecControl.
01 BankRecControlRecord.
   02 BrLastStmtDate pic 9(8).
   02 BrBookBalance  pic S9(9)V99 sign leading separate.

FD ReconReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSCsvStatus pic XX.
01 WSCashStatus pic XX.
01 WSDbStatus pic XX.
01 WSBcStatus pic XX.
01 WSBrStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSReportFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSStmtDate pic 9(8).
01 WSPriorStmtDate pic 9(8).
01 WSPriorBookBalance pic S9(9)V99.
*> gate del registro interfacce, come il lockbox
01 WSIfSource pic X(8) value "BANKSTMT".
01 WSIfRows pic 9(7).
01 WSIfHash pic 9(12).
01 WSIfAccept pic X.
01 WSIfCol pic 9(3).
*> campi della riga estratto conto
01 WSField1 pic X(10).
01 WSField2 pic X(10).
01 WSField3 pic X(12).
01 WSField4 pic X(10).
01 WSBankType pic XX.
       88 BankDeposit  value "DP".
       88 BankCheck    value "CK".
       88 BankFee      value "FE".
       88 BankInterest value "IN".
       88 BankReturned value "RT".
       88 BankClosing  value "CB".
01 WSBankDate pic 9(8).
01 WSBankCents pic 9(11).
01 WSBankAmount pic 9(9)V99.
01 WSBankRef pic X(10).
01 WSBankCheckNum pic 9(6).
01 WSBankClosing pic S9(9)V99 value zero.
01 WSClosingFound pic X value "N".
*> versamenti a libro: una distinta al giorno, come il deposit
*> register (assegni veri e acconti DP, niente CM/UA/DA/NS/DR)
01 DepositTable.
       02 DepEntry occurs 400 times.
           03 DtDate pic 9(8).
           03 DtAmount pic 9(9)V99.
           03 DtCleared pic X.
01 WSDtCount pic 9(3) value zero.
01 WSDtIdx pic 9(3).
01 WSDtHit pic 9(3).
*> assegni emessi a libro, uno per numero assegno
01 CheckTable.
       02 ChkEntry occurs 500 times.
           03 CtCheckNum pic 9(6).
           03 CtDate pic 9(8).
           03 CtVendNum pic 9(5).
           03 CtAmount pic 9(9)V99.
           03 CtCleared pic X.
01 WSCtCount pic 9(3) value zero.
01 WSCtIdx pic 9(3).
01 WSCtHit pic 9(3).
*> storni NSF gia' registrati a libro: il RT della banca che li
*> trova non e' una partita da registrare
01 NsfTable.
       02 NsfEntry occurs 100 times.
           03 NtDate pic 9(8).
           03 NtAmount pic 9(9)V99.
           03 NtMatched pic X.
01 WSNtCount pic 9(3) value zero.
01 WSNtIdx pic 9(3).
01 WSNtHit pic 9(3).
*> partite solo-banca, stampate in sezione loro
01 BankOnlyTable.
       02 BxEntry occurs 200 times.
           03 BxType pic XX.
           03 BxDate pic 9(8).
           03 BxAmount pic 9(9)V99.
           03 BxRef pic X(10).
           03 BxReason pic X(30).
01 WSBxCount pic 9(3) value zero.
01 WSBxIdx pic 9(3).
01 WSBxReason pic X(30).
01 WSDayDiff pic S9(8).
01 WSFoundFlag pic X.
       88 EntryFound value "Y".
*> movimenti del periodo per il saldo libro
01 WSPeriodDeposits pic 9(9)V99 value zero.
01 WSPeriodNsf pic 9(9)V99 value zero.
01 WSPeriodChecks pic 9(9)V99 value zero.
*> partite da registrare a libro
01 WSBankFees pic 9(9)V99 value zero.
01 WSBankInterest pic 9(9)V99 value zero.
01 WSBankReturns pic 9(9)V99 value zero.
01 WSUnmatchedDeposits pic 9(9)V99 value zero.
01 WSUnmatchedChecks pic 9(9)V99 value zero.
01 WSTransitDeposits pic 9(9)V99 value zero.
01 WSOutstandingChecks pic 9(9)V99 value zero.
01 WSAdjustedBank pic S9(9)V99.
01 WSBookBalance pic S9(9)V99.
01 WSAdjustedBook pic S9(9)V99.
01 WSDifference pic S9(9)V99.
01 WSRowsRead pic 9(5) value zero.
01 WSRowsMatched pic 9(5) value zero.
01 WSRowsRejected pic 9(5) value zero.
01 PageHeading.
       02 filler pic X(34) value "BANK RECONCILIATION - STATEMENT OF".
       02 filler pic X value space.
       02 PrnStmtDate pic 9999/99/99.
01 SectionLine pic X(60).
01 BankOnlyHeads pic X(70) value
       "Type Date           Amount Reference  Reason".
01 BankOnlyDetail.
       02 PrnBxType pic XX.
       02 filler pic XXX value space.
       02 PrnBxDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnBxAmount pic ZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnBxRef pic X(10).
       02 filler pic X value space.
       02 PrnBxReason pic X(30).
01 DepositDetail.
       02 filler pic X(14) value "  Deposit of  ".
       02 PrnDtDate pic 9999/99/99.
       02 filler pic X(4) value space.
       02 PrnDtAmount pic ZZZZZZZZ9.99.
01 CheckDetail.
       02 filler pic X(8) value "  Check ".
       02 PrnCtNum pic 9(6).
       02 filler pic X(2) value space.
       02 PrnCtDate pic 9999/99/99.
       02 filler pic X(8) value " vendor ".
       02 PrnCtVend pic 9(5).
       02 filler pic X(2) value space.
       02 PrnCtAmount pic ZZZZZZZZ9.99.
01 ProofLine.
       02 PrnPfLabel pic X(44).
       02 PrnPfAmount pic ---,---,--9.99.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 55 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "bankrecon".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "bankrecon".
01 WSRcParams pic X(30).
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "bankrecon".
01 WSFeParagraph pic X(20).
01 WSFeFileName pic X(20).
01 WSFeKeyValue pic X(10).
01 WSFeFatal pic X.
01 WSFatalIOFlag pic X value "N".
*> tabella versamenti o assegni piena: righe non riconciliate
01 WSTableFullFlag pic X value "N".
       88 TableFull value "Y".

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Statement date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSStmtDate
       if WSStmtDate = zero
           move WSRunDate to WSStmtDate
       end-if
       open input BankStatement
       if WSCsvStatus not = "00"
           display "No bank statement file found - nothing to reconcile"
           move 4 to RETURN-CODE
           stop run
       end-if
       perform PrehashInputFile
       if WSIfAccept = "N"
           display "Statement refused by the interface register"
           move 8 to RETURN-CODE
           stop run
       end-if
       perform LoadControl
       open i-o BankCleared
       if WSBcStatus = "35"
           open output BankCleared
           close BankCleared
           open i-o BankCleared
       end-if
       perform LoadBookDeposits
       perform LoadBookChecks
       perform MatchStatement
       move spaces to WSReportFileName
       string "BankRec." delimited by size
           WSStmtDate delimited by size
           ".dat" delimited by size
           into WSReportFileName
       open output ReconReport
       move spaces to WSRcParams
       move WSStmtDate to WSRcParams
       call "RPTCAT" using WSRcName, WSReportFileName, WSRcParams
       perform PrintPageHeading
       perform PrintBankOnlyItems
       perform PrintOutstandingDeposits
       perform PrintOutstandingChecks
       perform PrintProof
       close ReconReport, BankCleared
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Statement lines read: " WSRowsRead
           "  Matched: " WSRowsMatched
           "  Unreadable: " WSRowsRejected
       display "Bank-only items: " WSBxCount
       display "Reconciliation written to " WSReportFileName
       display "Elapsed seconds: " WSElapsedSecs
       evaluate true
           when WSFatalIOFlag = "Y"
               move 8 to RETURN-CODE
           when TableFull
               display "BOOK ITEMS LEFT OUT - deposit or check table"
                   " full, book balance not rolled forward"
               move 8 to RETURN-CODE
           when WSClosingFound = "N"
               display "NO CLOSING BALANCE ON THE STATEMENT - proof"
                   " not possible, book balance not rolled forward"
               move 8 to RETURN-CODE
           when WSDifference not = zero
               display "RECONCILIATION DOES NOT BALANCE - book balance"
                   " not rolled forward"
               move 8 to RETURN-CODE
           when other
               perform SaveControl
               move 0 to RETURN-CODE
       end-evaluate
       move RETURN-CODE to WSRhRc
       move WSRowsRead to WSRhRead
       move WSRowsMatched to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> conteggio e hash del file, poi IFREGCHK decide
PrehashInputFile.
       move zero to WSIfRows
       move zero to WSIfHash
       perform until AtEOF
           read BankStatement
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSIfRows
               perform varying WSIfCol from 1 by 1
                       until WSIfCol > function length(CsvLine)
                   compute WSIfHash = function mod(WSIfHash
                       + ((WSIfRows + WSIfCol)
                          * (function ord(CsvLine(WSIfCol:1)) + 1)),
                       100000000000)
               end-perform
           end-if
       end-perform
       close BankStatement
       move "N" to WSEOFFlag
       call "IFREGCHK" using WSIfSource, WSIfRows, WSIfHash,
           WSIfAccept.

*> primo giro in assoluto: la data e il saldo libro di partenza li
*> da' la contabilita' (il saldo dell'ultima riconciliazione a mano)
LoadControl.
       open input BankRecControl
       if WSBrStatus = "00"
           read BankRecControl
               at end move zero to BrLastStmtDate, BrBookBalance
           end-read
           move BrLastStmtDate to WSPriorStmtDate
           move BrBookBalance to WSPriorBookBalance
           close BankRecControl
       else
           display "No reconciliation on file yet"
           display "Prior statement date (YYYYMMDD): " with no advancing
           accept WSPriorStmtDate
           display "Reconciled book balance at that date: "
               with no advancing
           accept WSPriorBookBalance
       end-if.

SaveControl.
       open output BankRecControl
       move WSStmtDate to BrLastStmtDate
       move WSAdjustedBook to BrBookBalance
       write BankRecControlRecord
       close BankRecControl.

*> distinte di versamento del periodo e quelle vecchie non ancora
*> passate in banca; gli storni NSF del periodo a parte. Le carte
*> (CD) non vanno in distinta: arrivano in banca come accredito del
*> processore, al netto delle commissioni (121/122), e qui restano
*> un versamento solo-banca come ogni accredito senza distinta
LoadBookDeposits.
       open input CashJournal
       if WSCashStatus not = "00"
           set AtEOF to true
       end-if
       perform until AtEOF
           read CashJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               if CashDate <= WSStmtDate
                   evaluate true
                       when CashCheckNum(1:2) = "NS"
                           if CashDate > WSPriorStmtDate
                               add CashAmount to WSPeriodNsf
                               perform NoteNsfLine
                           end-if
                       when CashCheckNum(1:2) = "CM"
                           or CashCheckNum(1:2) = "UA"
                           or CashCheckNum(1:2) = "DA"
                           or CashCheckNum(1:2) = "DR"
                           or CashCheckNum(1:2) = "UP"
                           or CashCheckNum(1:2) = "RF"
                           or CashTenderType = "CD"
                           continue
                       when other
                           if CashDate > WSPriorStmtDate
                               add CashAmount to WSPeriodDeposits
                           end-if
                           perform NoteDepositLine
                   end-evaluate
               end-if
           end-if
       end-perform
       if WSCashStatus = "00" or WSCashStatus = "10"
           close CashJournal
       end-if
       move "N" to WSEOFFlag.

*> le distinte gia' passate in banca non sono piu' in transito e non
*> entrano in tabella: ci restano solo quelle ancora fuori
NoteDepositLine.
       set BcDeposit to true
       move spaces to BcReference
       move CashDate to BcReference
       move "N" to WSFoundFlag
       read BankCleared
           invalid key continue
           not invalid key set EntryFound to true
       end-read
       if not EntryFound
           perform TableDepositLine
       end-if.

TableDepositLine.
       move "N" to WSFoundFlag
       perform varying WSDtIdx from 1 by 1
               until WSDtIdx > WSDtCount or EntryFound
           if DtDate(WSDtIdx) = CashDate
               set EntryFound to true
               add CashAmount to DtAmount(WSDtIdx)
           end-if
       end-perform
       if not EntryFound
           if WSDtCount < 400
               add 1 to WSDtCount
               move CashDate to DtDate(WSDtCount)
               move CashAmount to DtAmount(WSDtCount)
               move "N" to DtCleared(WSDtCount)
           else
               display "Deposit table full - deposit of " CashDate
                   " not reconciled"
               set TableFull to true
           end-if
       end-if.

NoteNsfLine.
       if WSNtCount < 100
           add 1 to WSNtCount
           move CashDate to NtDate(WSNtCount)
           move CashAmount to NtAmount(WSNtCount)
           move "N" to NtMatched(WSNtCount)
       end-if.

*> assegni emessi: righe del journal esborsi sommate per assegno
LoadBookChecks.
       open input DisbursementJournal
       if WSDbStatus not = "00"
           set AtEOF to true
       end-if
       perform until AtEOF
           read DisbursementJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DbCheckDate <= WSStmtDate
                   if DbCheckDate > WSPriorStmtDate
                       add DbNetAmount to WSPeriodChecks
                   end-if
                   perform NoteCheckLine
               end-if
           end-if
       end-perform
       if WSDbStatus = "00" or WSDbStatus = "10"
           close DisbursementJournal
       end-if
       move "N" to WSEOFFlag.

*> come i versamenti: un assegno gia' pagato dalla banca non entra
NoteCheckLine.
       set BcCheck to true
       move spaces to BcReference
       move DbCheckNum to BcReference
       move "N" to WSFoundFlag
       read BankCleared
           invalid key continue
           not invalid key set EntryFound to true
       end-read
       if not EntryFound
           perform TableCheckLine
       end-if.

TableCheckLine.
       move "N" to WSFoundFlag
       perform varying WSCtIdx from 1 by 1
               until WSCtIdx > WSCtCount or EntryFound
           if CtCheckNum(WSCtIdx) = DbCheckNum
               set EntryFound to true
               add DbNetAmount to CtAmount(WSCtIdx)
           end-if
       end-perform
       if not EntryFound
           if WSCtCount < 500
               add 1 to WSCtCount
               move DbCheckNum to CtCheckNum(WSCtCount)
               move DbCheckDate to CtDate(WSCtCount)
               move DbVendNum to CtVendNum(WSCtCount)
               move DbNetAmount to CtAmount(WSCtCount)
               move "N" to CtCleared(WSCtCount)
           else
               display "Check table full - check " DbCheckNum
                   " not reconciled"
               set TableFull to true
           end-if
       end-if.

MatchStatement.
       open input BankStatement
       perform until AtEOF
           read BankStatement
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSRowsRead
               perform MatchOneBankLine
           end-if
       end-perform
       close BankStatement
       move "N" to WSEOFFlag.

*> spacchetta la riga: tipo, data, importo in centesimi, riferimento
MatchOneBankLine.
       move spaces to WSField1 WSField2 WSField3 WSField4
       unstring CsvLine delimited by ","
           into WSField1, WSField2, WSField3, WSField4
       end-unstring
       if function trim(WSField2) is not numeric
               or function trim(WSField3) is not numeric
               or WSField2 = spaces or WSField3 = spaces
           add 1 to WSRowsRejected
           display "Unreadable statement line: " CsvLine(1:60)
       else
           move WSField1(1:2) to WSBankType
           move function trim(WSField2) to WSBankDate
           move function trim(WSField3) to WSBankCents
           compute WSBankAmount = WSBankCents / 100
           move WSField4 to WSBankRef
           evaluate true
               when BankClosing
                   move WSBankAmount to WSBankClosing
                   move "Y" to WSClosingFound
               when BankDeposit
                   perform ClearOneDeposit
               when BankCheck
                   perform ClearOneCheck
               when BankFee
                   add WSBankAmount to WSBankFees
                   move "Bank fee / service charge" to WSBxReason
                   perform NoteBankOnly
               when BankInterest
                   add WSBankAmount to WSBankInterest
                   move "Interest credited" to WSBxReason
                   perform NoteBankOnly
               when BankReturned
                   perform ClearOneReturn
               when other
                   add 1 to WSRowsRejected
                   display "Unknown statement item type: " WSField1
           end-evaluate
       end-if.

*> la distinta di pari importo piu' vecchia, versata al massimo
*> cinque giorni prima dell'accredito in banca
ClearOneDeposit.
       move zero to WSDtHit
       perform varying WSDtIdx from 1 by 1
               until WSDtIdx > WSDtCount or WSDtHit > zero
           if DtCleared(WSDtIdx) = "N"
                   and DtAmount(WSDtIdx) = WSBankAmount
                   and DtDate(WSDtIdx) <= WSBankDate
               compute WSDayDiff =
                   function integer-of-date(WSBankDate)
                   - function integer-of-date(DtDate(WSDtIdx))
               if WSDayDiff <= 5
                   move WSDtIdx to WSDtHit
               end-if
           end-if
       end-perform
       if WSDtHit > zero
           move "Y" to DtCleared(WSDtHit)
           add 1 to WSRowsMatched
           set BcDeposit to true
           move spaces to BcReference
           move DtDate(WSDtHit) to BcReference
           move DtDate(WSDtHit) to BcBookDate
           move DtAmount(WSDtHit) to BcAmount
           perform WriteClearedItem
       else
           add WSBankAmount to WSUnmatchedDeposits
           move "Deposit not on our books" to WSBxReason
           perform NoteBankOnly
       end-if.

*> assegno pagato: numero e importo devono tornare entrambi
ClearOneCheck.
       move zero to WSCtHit
       move zero to WSBankCheckNum
       if function trim(WSBankRef) is numeric
           move function trim(WSBankRef) to WSBankCheckNum
       end-if
       perform varying WSCtIdx from 1 by 1
               until WSCtIdx > WSCtCount or WSCtHit > zero
           if CtCheckNum(WSCtIdx) = WSBankCheckNum
               move WSCtIdx to WSCtHit
           end-if
       end-perform
       evaluate true
           when WSCtHit = zero
               add WSBankAmount to WSUnmatchedChecks
               move "Check not issued by us" to WSBxReason
               perform NoteBankOnly
           when CtCleared(WSCtHit) = "Y"
               add WSBankAmount to WSUnmatchedChecks
               move "Check already cleared" to WSBxReason
               perform NoteBankOnly
           when CtAmount(WSCtHit) not = WSBankAmount
               add WSBankAmount to WSUnmatchedChecks
               move "Paid amount differs from check" to WSBxReason
               perform NoteBankOnly
           when other
               move "Y" to CtCleared(WSCtHit)
               add 1 to WSRowsMatched
               set BcCheck to true
               move spaces to BcReference
               move CtCheckNum(WSCtHit) to BcReference
               move CtDate(WSCtHit) to BcBookDate
               move CtAmount(WSCtHit) to BcAmount
               perform WriteClearedItem
       end-evaluate.

*> insoluto: se lo storno NS e' gia' a libro non c'e' niente da
*> registrare, altrimenti e' una partita solo-banca
ClearOneReturn.
       move zero to WSNtHit
       perform varying WSNtIdx from 1 by 1
               until WSNtIdx > WSNtCount or WSNtHit > zero
           if NtMatched(WSNtIdx) = "N"
                   and NtAmount(WSNtIdx) = WSBankAmount
               move WSNtIdx to WSNtHit
           end-if
       end-perform
       if WSNtHit > zero
           move "Y" to NtMatched(WSNtHit)
           add 1 to WSRowsMatched
       else
           add WSBankAmount to WSBankReturns
           move "Returned item not reversed" to WSBxReason
           perform NoteBankOnly
       end-if.

NoteBankOnly.
       if WSBxCount < 200
           add 1 to WSBxCount
           move WSBankType to BxType(WSBxCount)
           move WSBankDate to BxDate(WSBxCount)
           move WSBankAmount to BxAmount(WSBxCount)
           move WSBankRef to BxRef(WSBxCount)
           move WSBxReason to BxReason(WSBxCount)
       else
           display "Bank-only table full - item of " WSBankDate
               " not listed"
       end-if.

WriteClearedItem.
       move WSBankDate to BcClearDate
       move WSStmtDate to BcStmtDate
       write BankClearedData
           invalid key
               rewrite BankClearedData
                   invalid key
                       move "WriteClearedItem" to WSFeParagraph
                       move "BankCleared.dat" to WSFeFileName
                       move BcReference to WSFeKeyValue
                       call "FILERR" using WSFeProgram, WSFeParagraph,
                           WSFeFileName, WSFeKeyValue, WSBcStatus,
                           WSFeFatal
                       if WSFeFatal = "Y"
                           move "Y" to WSFatalIOFlag
                       end-if
               end-rewrite
       end-write.

PrintPageHeading.
       move WSStmtDate to PrnStmtDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move 2 to LineCount.

PrintSection.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move "0" to AsaControl
       move SectionLine to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintBankOnlyItems.
       move "BANK-ONLY ITEMS (to be entered on the books)"
           to SectionLine
       perform PrintSection
       move " " to AsaControl
       move BankOnlyHeads to PrintBody
       write PrintLine
       perform varying WSBxIdx from 1 by 1 until WSBxIdx > WSBxCount
           if NewPageRequired
               perform PrintPageHeading
           end-if
           move BxType(WSBxIdx) to PrnBxType
           move BxDate(WSBxIdx) to PrnBxDate
           move BxAmount(WSBxIdx) to PrnBxAmount
           move BxRef(WSBxIdx) to PrnBxRef
           move BxReason(WSBxIdx) to PrnBxReason
           move " " to AsaControl
           move BankOnlyDetail to PrintBody
           write PrintLine
           add 1 to LineCount
       end-perform.

PrintOutstandingDeposits.
       move "OUTSTANDING DEPOSITS (in transit)" to SectionLine
       perform PrintSection
       perform varying WSDtIdx from 1 by 1 until WSDtIdx > WSDtCount
           if DtCleared(WSDtIdx) = "N"
               if NewPageRequired
                   perform PrintPageHeading
               end-if
               add DtAmount(WSDtIdx) to WSTransitDeposits
               move DtDate(WSDtIdx) to PrnDtDate
               move DtAmount(WSDtIdx) to PrnDtAmount
               move " " to AsaControl
               move DepositDetail to PrintBody
               write PrintLine
               add 1 to LineCount
           end-if
       end-perform.

PrintOutstandingChecks.
       move "OUTSTANDING CHECKS" to SectionLine
       perform PrintSection
       perform varying WSCtIdx from 1 by 1 until WSCtIdx > WSCtCount
           if CtCleared(WSCtIdx) = "N"
               if NewPageRequired
                   perform PrintPageHeading
               end-if
               add CtAmount(WSCtIdx) to WSOutstandingChecks
               move CtCheckNum(WSCtIdx) to PrnCtNum
               move CtDate(WSCtIdx) to PrnCtDate
               move CtVendNum(WSCtIdx) to PrnCtVend
               move CtAmount(WSCtIdx) to PrnCtAmount
               move " " to AsaControl
               move CheckDetail to PrintBody
               write PrintLine
               add 1 to LineCount
           end-if
       end-perform.

*> la prova: banca rettificata = libro rettificato. Le partite
*> solo-banca non abbinate (versamenti/assegni sconosciuti) restano
*> rettifiche del libro finche' qualcuno non le spiega
PrintProof.
       compute WSAdjustedBank = WSBankClosing + WSTransitDeposits
           - WSOutstandingChecks
       compute WSBookBalance = WSPriorBookBalance + WSPeriodDeposits
           - WSPeriodNsf - WSPeriodChecks
       compute WSAdjustedBook = WSBookBalance + WSBankInterest
           + WSUnmatchedDeposits - WSBankFees - WSBankReturns
           - WSUnmatchedChecks
       compute WSDifference = WSAdjustedBank - WSAdjustedBook
       move "BOOK-TO-BANK RECONCILIATION" to SectionLine
       perform PrintSection
       move "Balance per bank statement" to PrnPfLabel
       move WSBankClosing to PrnPfAmount
       perform PrintProofLine
       move "  add: deposits in transit" to PrnPfLabel
       move WSTransitDeposits to PrnPfAmount
       perform PrintProofLine
       move "  less: outstanding checks" to PrnPfLabel
       move WSOutstandingChecks to PrnPfAmount
       perform PrintProofLine
       move "ADJUSTED BANK BALANCE" to PrnPfLabel
       move WSAdjustedBank to PrnPfAmount
       perform PrintProofLine
       move "Book balance at prior reconciliation" to PrnPfLabel
       move WSPriorBookBalance to PrnPfAmount
       perform PrintProofLine
       move "  add: deposits recorded this period" to PrnPfLabel
       move WSPeriodDeposits to PrnPfAmount
       perform PrintProofLine
       move "  less: NSF reversals recorded" to PrnPfLabel
       move WSPeriodNsf to PrnPfAmount
       perform PrintProofLine
       move "  less: checks written this period" to PrnPfLabel
       move WSPeriodChecks to PrnPfAmount
       perform PrintProofLine
       move "BALANCE PER BOOKS" to PrnPfLabel
       move WSBookBalance to PrnPfAmount
       perform PrintProofLine
       move "  add: interest credited by bank" to PrnPfLabel
       move WSBankInterest to PrnPfAmount
       perform PrintProofLine
       move "  add: bank deposits not on our books" to PrnPfLabel
       move WSUnmatchedDeposits to PrnPfAmount
       perform PrintProofLine
       move "  less: bank fees" to PrnPfLabel
       move WSBankFees to PrnPfAmount
       perform PrintProofLine
       move "  less: returned items not reversed" to PrnPfLabel
       move WSBankReturns to PrnPfAmount
       perform PrintProofLine
       move "  less: unmatched bank debits" to PrnPfLabel
       move WSUnmatchedChecks to PrnPfAmount
       perform PrintProofLine
       move "ADJUSTED BOOK BALANCE" to PrnPfLabel
       move WSAdjustedBook to PrnPfAmount
       perform PrintProofLine
       move "DIFFERENCE (must be zero)" to PrnPfLabel
       move WSDifference to PrnPfAmount
       perform PrintProofLine.

PrintProofLine.
       move " " to AsaControl
       move ProofLine to PrintBody
       write PrintLine
       add 1 to LineCount.
