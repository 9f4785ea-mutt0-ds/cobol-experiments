       >>SOURCE FORMAT FREE
*> GL trial balance and budget-vs-actual, from the balances
*> 117_gl_post.cob accumulates in GlBalance.dat - operations' own
*> view of the numbers the system hands accounting, without asking
*> accounting. One dated report, two sections, for the fiscal month
*> asked for (default the business date's month):
*>   - trial balance: each account's activity in the month and its
*>     balance at month end, debit and credit columns that must foot.
*>     Balance-sheet accounts (1xxxx-3xxxx) carry their whole
*>     history; income and expense accounts start the year at zero,
*>     earlier years' result shown on one prior-years line so the
*>     columns still foot;
*>   - budget vs actual: every account on the GL account master with
*>     a budget (GlBudget.dat, keyed in by 118_gl_budget.cob) or an
*>     actual this year - month and year-to-date actual, budget and
*>     variance, in the account's natural direction (credits for
*>     2xxxx-4xxxx, debits for the rest).
IDENTIFICATION DIVISION.
PROGRAM-ID. glreports.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GlBalanceFile ASSIGN TO "GlBalance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GbKey
           FILE STATUS IS WSGbStatus.
       SELECT GlBudgetFile ASSIGN TO "GlBudget.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BgKey
           FILE STATUS IS WSBgStatus.
       SELECT GlAccountMaster ASSIGN TO "GlAccounts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GaAccountNum
           FILE STATUS IS WSGaStatus.
       SELECT GlReport ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD GlBalanceFile.
01 GlBalanceData.
   COPY GLBALREC.

FD GlBudgetFile.
01 GlBudgetData.
   COPY GLBUDREC.

FD GlAccountMaster.
01 GlAccountData.
   COPY GLACCTREC.

FD GlReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(110).

WORKING-STORAGE SECTION.
01 WSGbStatus pic XX.
01 WSBgStatus pic XX.
01 WSGaStatus pic XX.
01 WSGbEOFFlag pic X value "N".
       88 GbAtEOF value "Y".
01 WSBgEOFFlag pic X value "N".
       88 BgAtEOF value "Y".
01 WSGaEOFFlag pic X value "N".
       88 GaAtEOF value "Y".
01 WSGaOpenFlag pic X value "N".
       88 GaFileOpen value "Y".
01 WSBgOpenFlag pic X value "N".
       88 BgFileOpen value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSPeriod pic 9(6).
01 WSPeriodParts redefines WSPeriod.
       02 WSPeriodYear pic 9(4).
       02 WSPeriodMonth pic 99.
01 WSYearStart pic 9(6).
*> bilancio di verifica: conto corrente e accumulatori
01 WSCurAccount pic 9(5).
01 WSAcctPeriodDr pic 9(11)V99.
01 WSAcctPeriodCr pic 9(11)V99.
01 WSAcctBalance pic S9(11)V99.
01 WSPriorYearsPL pic S9(11)V99 value zero.
01 WSTbPeriodDr pic 9(11)V99 value zero.
01 WSTbPeriodCr pic 9(11)V99 value zero.
01 WSTbBalanceDr pic 9(11)V99 value zero.
01 WSTbBalanceCr pic 9(11)V99 value zero.
01 WSTbAccounts pic 9(5) value zero.
*> budget vs actual, nel verso naturale del conto
01 WSCreditNatural pic X.
       88 CreditNatural value "Y".
01 WSMonthActual pic S9(11)V99.
01 WSYtdActual pic S9(11)V99.
01 WSMonthBudget pic S9(11)V99.
01 WSYtdBudget pic S9(11)V99.
01 WSLineNet pic S9(11)V99.
01 WSBvaAccounts pic 9(5) value zero.
01 PageHeading.
       02 filler pic X(32) value "GENERAL LEDGER REPORTS - PERIOD ".
       02 PrnPeriod pic 9999/99.
       02 filler pic X(10) value "   run on ".
       02 PrnRunDate pic 9999/99/99.
01 TbHeading pic X(40) value "TRIAL BALANCE".
01 TbHeads.
       02 filler pic X(28) value
           "Acct  Name                  ".
       02 filler pic X(82) value
           "Period Debit Period Credit  Balance Debit Balance Credit".
01 TbDetail.
       02 PrnTbAcct pic 9(5).
       02 filler pic X value space.
       02 PrnTbName pic X(20).
       02 PrnTbPerDr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbPerCr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbBalDr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbBalCr pic ZZZZZZZZZZ9.99.
01 TbTotalLine.
       02 filler pic X(26) value "TOTALS".
       02 PrnTbTotPerDr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbTotPerCr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbTotBalDr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbTotBalCr pic ZZZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnTbProof pic X(14).
01 BvaHeading pic X(60) value
       "BUDGET VS ACTUAL - month and year to date".
01 BvaHeads.
       02 filler pic X(54) value
           "Acct  Name                 Month Actual Month Budget  ".
       02 filler pic X(56) value
           "Month Var.   YTD Actual   YTD Budget    YTD Var.".
01 BvaDetail.
       02 PrnBvAcct pic 9(5).
       02 filler pic X value space.
       02 PrnBvName pic X(20).
       02 PrnBvMonAct pic -ZZZZZZZZ9.99.
       02 PrnBvMonBud pic -ZZZZZZZZ9.99.
       02 PrnBvMonVar pic -ZZZZZZZZ9.99.
       02 PrnBvYtdAct pic -ZZZZZZZZ9.99.
       02 PrnBvYtdBud pic -ZZZZZZZZ9.99.
       02 PrnBvYtdVar pic -ZZZZZZZZ9.99.
01 NoAccountsLine pic X(70) value
       "GL account master not on file - budget vs actual not printed".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "glreports".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7) value zero.
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "glreports".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Fiscal period (YYYYMM, 0 = business date's month): "
           with no advancing
       accept WSPeriod
       if WSPeriod = zero
           move WSRunDate(1:6) to WSPeriod
       end-if
       compute WSYearStart = (WSPeriodYear * 100) + 1
       open input GlBalanceFile
       if WSGbStatus not = "00"
           display "No GL balances posted yet - run glpost first"
           move 4 to RETURN-CODE
           stop run
       end-if
       open input GlAccountMaster
       if WSGaStatus = "00"
           set GaFileOpen to true
       end-if
       open input GlBudgetFile
       if WSBgStatus = "00"
           set BgFileOpen to true
       end-if
       move spaces to WSRptFileName
       string "GlReports." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output GlReport
       move spaces to WSRcParams
       string "period " delimited by size
           WSPeriod delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintTrialBalance
       if GaFileOpen
           perform PrintBudgetVsActual
       else
           move "0" to AsaControl
           move NoAccountsLine to PrintBody
           write PrintLine
       end-if
       close GlReport, GlBalanceFile
       if GaFileOpen
           close GlAccountMaster
       end-if
       if BgFileOpen
           close GlBudgetFile
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Trial balance accounts: " WSTbAccounts
           "  Budget-vs-actual accounts: " WSBvaAccounts
       display "Elapsed seconds: " WSElapsedSecs
       *> un bilancio che non quadra e' un guasto da vedere subito
       if WSTbBalanceDr not = WSTbBalanceCr
               or WSTbPeriodDr not = WSTbPeriodCr
           display "TRIAL BALANCE DOES NOT FOOT"
           move 8 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSTbAccounts to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

PrintPageHeading.
       move WSPeriod to PrnPeriod
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move 1 to LineCount.

*> una passata su GlBalance in ordine conto+mese: rottura di conto
*> quando il numero cambia
PrintTrialBalance.
       perform PrintPageHeading
       move "0" to AsaControl
       move TbHeading to PrintBody
       write PrintLine
       move " " to AsaControl
       move TbHeads to PrintBody
       write PrintLine
       add 3 to LineCount
       move zero to WSCurAccount
       move zero to WSAcctPeriodDr, WSAcctPeriodCr, WSAcctBalance
       move low-values to GbKey
       start GlBalanceFile key is not less than GbKey
           invalid key set GbAtEOF to true
       end-start
       perform until GbAtEOF
           read GlBalanceFile next record
               at end set GbAtEOF to true
           end-read
           if not GbAtEOF
               add 1 to WSRhRead
               if GbAccountNum not = WSCurAccount
                   perform PrintTbAccount
                   move GbAccountNum to WSCurAccount
                   move zero to WSAcctPeriodDr, WSAcctPeriodCr,
                       WSAcctBalance
               end-if
               if GbPeriod <= WSPeriod
                   perform AccumulateTbPeriod
               end-if
           end-if
       end-perform
       perform PrintTbAccount
       if WSPriorYearsPL not = zero
           perform PrintPriorYearsLine
       end-if
       move WSTbPeriodDr to PrnTbTotPerDr
       move WSTbPeriodCr to PrnTbTotPerCr
       move WSTbBalanceDr to PrnTbTotBalDr
       move WSTbBalanceCr to PrnTbTotBalCr
       if WSTbBalanceDr = WSTbBalanceCr
               and WSTbPeriodDr = WSTbPeriodCr
           move "IN BALANCE" to PrnTbProof
       else
           move "OUT OF BALANCE" to PrnTbProof
       end-if
       move "-" to AsaControl
       move TbTotalLine to PrintBody
       write PrintLine.

*> stato patrimoniale: tutta la storia; conto economico: solo l'anno,
*> gli anni prima finiscono nella riga "prior years"
AccumulateTbPeriod.
       if GbPeriod = WSPeriod
           add GbDebits to WSAcctPeriodDr
           add GbCredits to WSAcctPeriodCr
       end-if
       compute WSLineNet = GbDebits - GbCredits
       if GbAccountNum < 40000 or GbPeriod >= WSYearStart
           add WSLineNet to WSAcctBalance
       else
           add WSLineNet to WSPriorYearsPL
       end-if.

PrintTbAccount.
       if WSCurAccount not = zero
               and (WSAcctBalance not = zero or WSAcctPeriodDr not = zero
                    or WSAcctPeriodCr not = zero)
           if NewPageRequired
               perform PrintPageHeading
               move " " to AsaControl
               move TbHeads to PrintBody
               write PrintLine
               add 1 to LineCount
           end-if
           move WSCurAccount to PrnTbAcct
           perform LookUpAccountName
           move GaAccountName to PrnTbName
           move WSAcctPeriodDr to PrnTbPerDr
           move WSAcctPeriodCr to PrnTbPerCr
           perform SplitBalance
           move " " to AsaControl
           move TbDetail to PrintBody
           write PrintLine
           add 1 to LineCount
           add 1 to WSTbAccounts
           add WSAcctPeriodDr to WSTbPeriodDr
           add WSAcctPeriodCr to WSTbPeriodCr
       end-if.

*> saldo con segno -> colonna dare o avere
SplitBalance.
       if WSAcctBalance >= zero
           move WSAcctBalance to PrnTbBalDr
           move zero to PrnTbBalCr
           add WSAcctBalance to WSTbBalanceDr
       else
           move zero to PrnTbBalDr
           compute PrnTbBalCr = zero - WSAcctBalance
           compute WSTbBalanceCr = WSTbBalanceCr - WSAcctBalance
       end-if.

PrintPriorYearsLine.
       move zero to PrnTbAcct
       move "PRIOR YEARS RESULT" to PrnTbName
       move zero to PrnTbPerDr, PrnTbPerCr
       move WSPriorYearsPL to WSAcctBalance
       perform SplitBalance
       move " " to AsaControl
       move TbDetail to PrintBody
       write PrintLine
       add 1 to LineCount.

LookUpAccountName.
       move spaces to GaAccountName
       if GaFileOpen
           move WSCurAccount to GaAccountNum
           read GlAccountMaster
               invalid key move "(not on master)" to GaAccountName
           end-read
       end-if.

*> un conto alla volta dalla carta conti: actual e budget del mese e
*> dell'anno fino al mese, riga solo se c'e' qualcosa da dire.
*> Nessun totale: conti in versi naturali diversi non si sommano
PrintBudgetVsActual.
       perform PrintPageHeading
       move "0" to AsaControl
       move BvaHeading to PrintBody
       write PrintLine
       move " " to AsaControl
       move BvaHeads to PrintBody
       write PrintLine
       add 3 to LineCount
       move zero to GaAccountNum
       start GlAccountMaster key is not less than GaAccountNum
           invalid key set GaAtEOF to true
       end-start
       perform until GaAtEOF
           read GlAccountMaster next record
               at end set GaAtEOF to true
           end-read
           if not GaAtEOF
               perform BvaOneAccount
           end-if
       end-perform.

BvaOneAccount.
       move zero to WSMonthActual, WSYtdActual, WSMonthBudget,
           WSYtdBudget
       if GaAccountNum >= 20000 and GaAccountNum < 50000
           set CreditNatural to true
       else
           move "N" to WSCreditNatural
       end-if
       move "N" to WSGbEOFFlag
       move GaAccountNum to GbAccountNum
       move WSYearStart to GbPeriod
       start GlBalanceFile key is not less than GbKey
           invalid key set GbAtEOF to true
       end-start
       perform until GbAtEOF
           read GlBalanceFile next record
               at end set GbAtEOF to true
           end-read
           if not GbAtEOF
               if GbAccountNum not = GaAccountNum
                       or GbPeriod > WSPeriod
                   set GbAtEOF to true
               else
                   if CreditNatural
                       compute WSLineNet = GbCredits - GbDebits
                   else
                       compute WSLineNet = GbDebits - GbCredits
                   end-if
                   add WSLineNet to WSYtdActual
                   if GbPeriod = WSPeriod
                       add WSLineNet to WSMonthActual
                   end-if
               end-if
           end-if
       end-perform
       if BgFileOpen
           move "N" to WSBgEOFFlag
           move GaAccountNum to BgAccountNum
           move WSYearStart to BgPeriod
           start GlBudgetFile key is not less than BgKey
               invalid key set BgAtEOF to true
           end-start
           perform until BgAtEOF
               read GlBudgetFile next record
                   at end set BgAtEOF to true
               end-read
               if not BgAtEOF
                   if BgAccountNum not = GaAccountNum
                           or BgPeriod > WSPeriod
                       set BgAtEOF to true
                   else
                       add BgAmount to WSYtdBudget
                       if BgPeriod = WSPeriod
                           add BgAmount to WSMonthBudget
                       end-if
                   end-if
               end-if
           end-perform
       end-if
       if WSYtdActual not = zero or WSYtdBudget not = zero
           if NewPageRequired
               perform PrintPageHeading
               move " " to AsaControl
               move BvaHeads to PrintBody
               write PrintLine
               add 1 to LineCount
           end-if
           move GaAccountNum to PrnBvAcct
           move GaAccountName to PrnBvName
           move WSMonthActual to PrnBvMonAct
           move WSMonthBudget to PrnBvMonBud
           compute PrnBvMonVar = WSMonthActual - WSMonthBudget
           move WSYtdActual to PrnBvYtdAct
           move WSYtdBudget to PrnBvYtdBud
           compute PrnBvYtdVar = WSYtdActual - WSYtdBudget
           move " " to AsaControl
           move BvaDetail to PrintBody
           write PrintLine
           add 1 to LineCount
           add 1 to WSBvaAccounts
       end-if.
