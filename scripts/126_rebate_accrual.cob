       >>SOURCE FORMAT FREE
*> Volume rebate accrual, run at month-end before GLEXT: for every
*> agreement in Rebates.dat (125_rebate_master.cob) for the year of
*> the accrual date, totals the customer's invoiced sales so far this
*> year from InvoiceHistory.dat (net of tax and freight), projects
*> them to a full year, and accrues the rebate the projected tier
*> would earn on the sales to date. Only the change since the last
*> accrual is booked, in the GL extract layout (GLRebate.<date>.dat,
*> source RB): DR 42000 sales returns and allowances / CR 24000
*> accrued customer rebates, or the reverse when the projection has
*> dropped. RebateAccrual.<date>.dat lists every customer.
*> The December run is the year-end settlement: the tier is decided
*> on the actual year's sales, the rebate is issued as credit memos
*> against the customer's open receivables (CM journal lines, booked
*> by the daily extract to 42000 like a return's credit, any
*> remainder left as an unapplied credit) and the whole year's
*> accrual is reversed out of 24000, so 42000 ends up carrying what
*> was actually credited. A settled agreement is never credited
*> twice; rerunning the same date rebuilds the same GL file.
IDENTIFICATION DIVISION.
PROGRAM-ID. rebateaccrual.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Rebates ASSIGN TO "Rebates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RbKey
           FILE STATUS IS WSRbStatus.
       SELECT InvoiceHistory ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhInvoiceNum
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT Receivables ASSIGN TO "Receivables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ArInvoiceNum
           ALTERNATE RECORD KEY IS ArCustIDNum WITH DUPLICATES
           FILE STATUS IS WSArStatus.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT GlAccountMaster ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GaAccountNum
           FILE STATUS IS WSGaStatus.
       SELECT GlRebate ASSIGN TO WSGlFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RebateReport ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD Rebates.
01 RebateData.
   COPY REBATEREC.

FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD Receivables.
01 ReceivableData.
   COPY ARRREC.

FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD GlAccountMaster.
01 GlAccountData.
   COPY GLACCTREC.

FD GlRebate.
01 GlRecord.
   COPY GLREC.

FD RebateReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(100).

WORKING-STORAGE SECTION.
01 WSRbStatus pic XX.
01 WSIhStatus pic XX.
01 WSArStatus pic XX.
01 WSCashStatus pic XX.
01 WSGaStatus pic XX.
01 WSRbEOFFlag pic X value "N".
       88 RbAtEOF value "Y".
01 WSIhEOFFlag pic X value "N".
       88 IhAtEOF value "Y".
01 WSArEOFFlag pic X value "N".
       88 ArAtEOF value "Y".
01 WSGaOpenFlag pic X value "N".
       88 GaFileOpen value "Y".
01 WSIhOpenFlag pic X value "N".
       88 IhFileOpen value "Y".
01 WSArOpenFlag pic X value "N".
       88 ArFileOpen value "Y".
01 WSGlFileName pic X(30).
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSAccrualDate pic 9(8).
01 WSAccrualParts redefines WSAccrualDate.
       02 WSAccrualYear pic 9(4).
       02 WSAccrualMonth pic 99.
       02 WSAccrualDay pic 99.
01 WSYearStart pic 9(8).
*> dicembre = chiusura d'anno: si liquida invece di accertare
01 WSYearEndFlag pic X value "N".
       88 YearEndRun value "Y".
*> stato del mese contabile della data di liquidazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSYtdSales pic 9(9)V99.
01 WSProjected pic 9(9)V99.
01 WSTierBasis pic 9(9)V99.
01 WSRatePct pic V999.
01 WSTierIdx pic 9.
01 WSEarned pic 9(7)V99.
01 WSBase pic 9(7)V99.
01 WSThisRun pic S9(7)V99.
01 WSCredited pic 9(7)V99.
01 WSCreditLeft pic 9(7)V99.
01 WSApplied pic 9(7)V99.
01 WSAvailable pic 9(7)V99.
01 WSCmRef pic X(10).
01 WSCmYear pic 9(4).
*> totali del run: la parte accertata in piu' e quella rilasciata
*> (proiezione scesa, o storno d'anno) vanno su due blocchi
01 WSAccrueUp pic 9(9)V99 value zero.
01 WSAccrueDown pic 9(9)V99 value zero.
01 WSReversed pic 9(9)V99 value zero.
01 WSTotalEarned pic 9(9)V99 value zero.
01 WSTotalCredited pic 9(9)V99 value zero.
01 WSAgreementsRead pic 9(5) value zero.
01 WSAgreementsListed pic 9(5) value zero.
01 WSDetailCount pic 9(5) value zero.
01 WSTotalDebits pic 9(9)V99 value zero.
01 WSTotalCredits pic 9(9)V99 value zero.
01 WSBadAccounts pic 9(3) value zero.
01 PageHeading.
       02 filler pic X(40) value
           "CUSTOMER VOLUME REBATE ACCRUAL AS OF ".
       02 PrnRunDate pic 9999/99/99.
       02 PrnRunKind pic X(20).
01 Heads.
       02 filler pic X(7) value "Cust".
       02 filler pic X(14) value "     YTD sales".
       02 filler pic X value space.
       02 filler pic X(11) value "  Projected".
       02 filler pic X value space.
       02 filler pic X(5) value " Rate".
       02 filler pic X value space.
       02 filler pic X(13) value "   Earned YTD".
       02 filler pic X value space.
       02 filler pic X(13) value "  Accrued was".
       02 filler pic X value space.
       02 filler pic X(13) value "     This run".
       02 filler pic X value space.
       02 filler pic X(13) value "     Credited".
01 RebateDetail.
       02 PrnCustIDNum pic 9(5).
       02 filler pic XX value space.
       02 PrnYtdSales pic ZZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnProjected pic ZZZ,ZZZ,ZZ9.
       02 filler pic X value space.
       02 PrnRate pic Z9.9.
       02 filler pic X value "%".
       02 filler pic X value space.
       02 PrnEarned pic ZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnBase pic ZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnThisRun pic -Z,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnCredited pic ZZ,ZZZ,ZZ9.99.
01 SettledLine.
       02 PrnSetCustIDNum pic 9(5).
       02 filler pic X(26) value "  already settled on".
       02 PrnSetDate pic 9999/99/99.
       02 filler pic X(4) value space.
       02 PrnSetAmount pic ZZ,ZZZ,ZZ9.99.
01 TotalLine.
       02 PrnTotLabel pic X(40).
       02 PrnTotAmount pic ZZZ,ZZZ,ZZ9.99.
01 NothingLine pic X(50) value
       "No rebate agreements for the year - no accrual".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "rebateaccrl".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "rebateaccrl".
01 WSRcParams pic X(30).
01 OperatorID PIC X(8) value "REBATE".

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Accrual date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSAccrualDate
       if WSAccrualDate = zero
           move WSRunDate to WSAccrualDate
       end-if
       compute WSYearStart = WSAccrualYear * 10000 + 101
       if WSAccrualMonth = 12
           set YearEndRun to true
           *> la liquidazione scrive crediti sulle partite: il mese
           *> deve essere aperto come per un reso
           call "PERIODCHK" using WSAccrualDate, WSPeriodStatus
           if not PostingPeriodOpen
               display "Period " WSAccrualDate(1:6) " is closed to"
                   " posting - rebates not settled"
               move 8 to RETURN-CODE
               accept WSJobEndTime from time
               call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
                   WSElapsedSecs
               perform WriteRunHistory
               stop run
           end-if
       end-if
       move spaces to WSRptFileName
       string "RebateAccrual." delimited by size
           WSAccrualDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       move spaces to WSGlFileName
       string "GLRebate." delimited by size
           WSAccrualDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       open output RebateReport
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       *> niente accordi = niente da accertare: il mese chiude con
       *> accertamento zero, non e' un errore
       open i-o Rebates
       if WSRbStatus = "00"
           open input InvoiceHistory
           if WSIhStatus = "00"
               set IhFileOpen to true
           end-if
           if YearEndRun
               open i-o Receivables
               if WSArStatus = "00"
                   set ArFileOpen to true
               end-if
               open extend CashJournal
               if WSCashStatus = "35"
                   open output CashJournal
               end-if
           end-if
           move low-values to RbKey
           start Rebates key is not less than RbKey
               invalid key set RbAtEOF to true
           end-start
           perform until RbAtEOF
               read Rebates next record
                   at end set RbAtEOF to true
               end-read
               if not RbAtEOF
                   if RbYear = WSAccrualYear
                       add 1 to WSAgreementsRead
                       perform AccrueOneAgreement
                   end-if
               end-if
           end-perform
           if YearEndRun
               if ArFileOpen
                   close Receivables
               end-if
               close CashJournal
           end-if
           if IhFileOpen
               close InvoiceHistory
           end-if
           close Rebates
       end-if
       perform PrintTotals
       close RebateReport
       open input GlAccountMaster
       if WSGaStatus = "00"
           set GaFileOpen to true
       else
           display "NOTE: GlAccounts.dat not available - account"
               " numbers go out unvalidated (run glaccounts once)"
       end-if
       open output GlRebate
       perform WriteRebateLines
       perform WriteTrailer
       close GlRebate
       if GaFileOpen
           close GlAccountMaster
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Rebate agreements read: " WSAgreementsRead
       display "Accrued: " WSAccrueUp "  released: " WSAccrueDown
           "  year-end reversal: " WSReversed
       display "Rebates credited: " WSTotalCredited
       display "Journal lines written: " WSDetailCount
       display "Elapsed seconds: " WSElapsedSecs
       *> accertamento zero e' un mese normale: RC 0, o GLEXT
       *> verrebbe saltato dal COND del passo successivo
       if WSBadAccounts > zero
           display "UNKNOWN/INACTIVE GL ACCOUNTS - do not post"
           perform HoldBackExtract
           move 8 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       perform WriteRunHistory
       stop run.

WriteRunHistory.
       move RETURN-CODE to WSRhRc
       move WSAgreementsRead to WSRhRead
       move WSDetailCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc.

*> rilancio della stessa data: si riparte dal maturato di prima del
*> run precedente, cosi' la scrittura esce uguale e non doppia
AccrueOneAgreement.
       if RbSettled and RbSettledDate not = WSAccrualDate
           perform PrintSettledLine
       else
           if RbLastAccrualDate = WSAccrualDate
               move RbPriorAccrued to WSBase
           else
               move RbAccruedAmt to WSBase
               move RbAccruedAmt to RbPriorAccrued
           end-if
           perform SumYtdSales
           if YearEndRun
               perform SettleOneAgreement
           else
               perform ProjectOneAgreement
           end-if
           move WSAccrualDate to RbLastAccrualDate
           rewrite RebateData
               invalid key display "Rebate agreement " RbCustIDNum
                   " not updated"
           end-rewrite
           perform PrintDetailLine
       end-if.

*> il venduto dell'anno fino alla data: netto fattura, senza imposta
*> e trasporto
SumYtdSales.
       move zero to WSYtdSales
       if IhFileOpen
           move "N" to WSIhEOFFlag
           move RbCustIDNum to IhCustIDNum
           start InvoiceHistory key is equal to IhCustIDNum
               invalid key set IhAtEOF to true
           end-start
           perform until IhAtEOF
               read InvoiceHistory next record
                   at end set IhAtEOF to true
               end-read
               if not IhAtEOF
                   if IhCustIDNum not = RbCustIDNum
                       set IhAtEOF to true
                   else
                       if IhInvoiceDate >= WSYearStart
                               and IhInvoiceDate <= WSAccrualDate
                           add IhNetTotal to WSYtdSales
                       end-if
                   end-if
               end-if
           end-perform
       end-if.

*> scaglione piu' alto la cui soglia e' raggiunta da WSTierBasis
FindTierRate.
       move zero to WSRatePct
       perform varying WSTierIdx from 1 by 1
               until WSTierIdx > RbTierCount
           if WSTierBasis >= RbTierFrom(WSTierIdx)
               move RbTierPct(WSTierIdx) to WSRatePct
           end-if
       end-perform.

*> mese normale: lo scaglione lo decide il venduto proiettato
*> all'anno, la percentuale si accerta sul venduto vero ad oggi
ProjectOneAgreement.
       compute WSProjected rounded = WSYtdSales * 12 / WSAccrualMonth
       move WSProjected to WSTierBasis
       perform FindTierRate
       compute WSEarned rounded = WSYtdSales * WSRatePct
       compute WSThisRun = WSEarned - WSBase
       if WSThisRun > zero
           add WSThisRun to WSAccrueUp
       else
           subtract WSThisRun from WSAccrueDown
       end-if
       move WSEarned to RbAccruedAmt
       move zero to WSCredited
       add WSEarned to WSTotalEarned.

*> dicembre: scaglione sul venduto vero dell'anno, credito emesso
*> una volta sola, tutto l'accertato stornato
SettleOneAgreement.
       move WSYtdSales to WSProjected
       move WSYtdSales to WSTierBasis
       perform FindTierRate
       compute WSEarned rounded = WSYtdSales * WSRatePct
       if not RbSettled
           move zero to WSCredited
           if WSEarned > zero
               perform IssueRebateCredit
           end-if
           set RbSettled to true
           move WSAccrualDate to RbSettledDate
           move WSEarned to RbSettledAmt
       end-if
       move RbSettledAmt to WSCredited
       add WSCredited to WSTotalCredited
       add WSEarned to WSTotalEarned
       add WSBase to WSReversed
       compute WSThisRun = zero - WSBase
       move zero to RbAccruedAmt.

*> come il credito di un reso: sulle partite aperte del cliente, solo
*> sulla parte non contestata; il resto resta credito non applicato
IssueRebateCredit.
       move WSEarned to WSCreditLeft
       move RbYear to WSCmYear
       move spaces to WSCmRef
       string "CMR" delimited by size
           RbCustIDNum delimited by size
           WSCmYear(3:2) delimited by size
           into WSCmRef
       move "N" to WSArEOFFlag
       if not ArFileOpen
           set ArAtEOF to true
       end-if
       move RbCustIDNum to ArCustIDNum
       if ArFileOpen
           start Receivables key is equal to ArCustIDNum
               invalid key set ArAtEOF to true
           end-start
       end-if
       perform until ArAtEOF or WSCreditLeft = zero
           read Receivables next record
               at end set ArAtEOF to true
           end-read
           if not ArAtEOF
               if ArCustIDNum not = RbCustIDNum
                   set ArAtEOF to true
               else
                   if ArOpenItem and ArOpenBalance > ArDisputedAmt
                       perform ApplyCreditToOneInvoice
                   end-if
               end-if
           end-if
       end-perform
       if WSCreditLeft > zero
           move zero to ArInvoiceNum
           move WSCreditLeft to WSApplied
           perform WriteCreditJournal
       end-if.

ApplyCreditToOneInvoice.
       compute WSAvailable = ArOpenBalance - ArDisputedAmt
       if WSCreditLeft >= WSAvailable
           move WSAvailable to WSApplied
       else
           move WSCreditLeft to WSApplied
       end-if
       add WSApplied to ArAmountPaid
       subtract WSApplied from ArOpenBalance
       if ArOpenBalance = zero
           set ArPaidInFull to true
       end-if
       rewrite ReceivableData
           invalid key display "Rebate credit not applied to invoice "
               ArInvoiceNum
           not invalid key
               subtract WSApplied from WSCreditLeft
               perform WriteCreditJournal
       end-rewrite.

WriteCreditJournal.
       move RbCustIDNum to CashCustIDNum
       move WSCmRef to CashCheckNum
       move WSAccrualDate to CashDate
       move WSApplied to CashAmount
       move ArInvoiceNum to CashInvoiceNum
       move OperatorID to CashOperatorID
       move spaces to CashTenderType, CashTenderRef
       move zero to CashDrawerNum
       write CashRecord.

PrintPageHeading.
       move WSAccrualDate to PrnRunDate
       if YearEndRun
           move "  YEAR-END SETTLED" to PrnRunKind
       else
           move spaces to PrnRunKind
       end-if
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

PrintDetailLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move RbCustIDNum to PrnCustIDNum
       move WSYtdSales to PrnYtdSales
       move WSProjected to PrnProjected
       compute PrnRate = WSRatePct * 100
       move WSEarned to PrnEarned
       move WSBase to PrnBase
       move WSThisRun to PrnThisRun
       move WSCredited to PrnCredited
       move " " to AsaControl
       move RebateDetail to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSAgreementsListed.

PrintSettledLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move RbCustIDNum to PrnSetCustIDNum
       move RbSettledDate to PrnSetDate
       move RbSettledAmt to PrnSetAmount
       move " " to AsaControl
       move SettledLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintTotals.
       if WSAgreementsRead = zero
           move "0" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       end-if
       move "Total rebate earned to date" to PrnTotLabel
       move WSTotalEarned to PrnTotAmount
       move "-" to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       move "Accrued this run (DR 42000 / CR 24000)" to PrnTotLabel
       move WSAccrueUp to PrnTotAmount
       move " " to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       move "Released this run (DR 24000 / CR 42000)" to PrnTotLabel
       add WSAccrueDown WSReversed giving PrnTotAmount
       move TotalLine to PrintBody
       write PrintLine
       if YearEndRun
           move "Rebates credited to receivables" to PrnTotLabel
           move WSTotalCredited to PrnTotAmount
           move TotalLine to PrintBody
           write PrintLine
       end-if.

*> un blocco per l'accertato in piu', uno per il rilasciato (storno
*> d'anno compreso): ognuno chiude in pareggio da solo
WriteRebateLines.
       move "RB" to GlSourceCode
       move WSAccrualDate to GlEntryDate
       if WSAccrueUp > zero
           move 42000 to GlAccountNum
           move "SALES RETURNS/ALLOW" to GlAccountName
           move WSAccrueUp to GlDebitAmount
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 24000 to GlAccountNum
           move "ACCRUED CUST REBATES" to GlAccountName
           move zero to GlDebitAmount
           move WSAccrueUp to GlCreditAmount
           perform WriteOneDetail
       end-if
       if WSAccrueDown + WSReversed > zero
           move 24000 to GlAccountNum
           move "ACCRUED CUST REBATES" to GlAccountName
           compute GlDebitAmount = WSAccrueDown + WSReversed
           move zero to GlCreditAmount
           perform WriteOneDetail
           move 42000 to GlAccountNum
           move "SALES RETURNS/ALLOW" to GlAccountName
           move zero to GlDebitAmount
           compute GlCreditAmount = WSAccrueDown + WSReversed
           perform WriteOneDetail
       end-if.

WriteOneDetail.
       perform ValidateAccount
       set GlDetail to true
       move zero to GlRecordCount
       write GlRecord
       add 1 to WSDetailCount
       add GlDebitAmount to WSTotalDebits
       add GlCreditAmount to WSTotalCredits.

*> stessa validazione dell'estratto giornaliero: conto a master e
*> attivo, nome dal master
ValidateAccount.
       if GaFileOpen
           move GlAccountNum to GaAccountNum
           read GlAccountMaster
               invalid key
                   add 1 to WSBadAccounts
                   display "Account " GlAccountNum
                       " not on the GL account master"
               not invalid key
                   if GaInactive
                       add 1 to WSBadAccounts
                       display "Account " GlAccountNum
                           " is inactive on the GL account master"
                   else
                       move GaAccountName to GlAccountName
                   end-if
           end-read
       end-if.

WriteTrailer.
       set GlTrailer to true
       move WSAccrualDate to GlEntryDate
       move spaces to GlSourceCode
       move zero to GlAccountNum
       move "CONTROL TOTALS" to GlAccountName
       move WSTotalDebits to GlDebitAmount
       move WSTotalCredits to GlCreditAmount
       move WSDetailCount to GlRecordCount
       write GlRecord.

*> come in glextract: il file bocciato resta col solo trailer HELD
HoldBackExtract.
       open output GlRebate
       set GlTrailer to true
       move WSAccrualDate to GlEntryDate
       move spaces to GlSourceCode
       move zero to GlAccountNum
       move "EXTRACT HELD-ERRORS " to GlAccountName
       move zero to GlDebitAmount
       move zero to GlCreditAmount
       move zero to GlRecordCount
       write GlRecord
       close GlRebate
       display "Rebate accrual file held back (trailer only written)".
