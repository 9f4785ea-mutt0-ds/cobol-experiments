       >>SOURCE FORMAT FREE
*> GL budget maintenance: the controller keys each account's budget
*> a fiscal year at a time, twelve months in a row, into GlBudget.dat
*> (account + YYYYMM, the same key as GlBalance.dat). Only accounts on
*> the GL account master can be budgeted. 119_gl_reports.cob sets
*> these against the posted actuals, month and year-to-date.
IDENTIFICATION DIVISION.
PROGRAM-ID. glbudget.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

DATA DIVISION.
FILE SECTION.
FD GlBudgetFile.
01 GlBudgetData.
   COPY GLBUDREC.

FD GlAccountMaster.
01 GlAccountData.
   COPY GLACCTREC.

WORKING-STORAGE SECTION.
01 WSBgStatus pic XX.
01 WSGaStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSAcctFoundFlag pic X.
       88 AcctFound value "Y".
01 WSBudAccount pic 9(5).
01 WSBudYear pic 9(4).
01 WSMonth pic 99.
01 WSNewAmount pic 9(9)V99.
01 WSYearTotal pic 9(11)V99.
01 PrnAmount pic ZZZ,ZZZ,ZZ9.99.
01 PrnYearTotal pic Z,ZZZ,ZZZ,ZZ9.99.
01 PrnPeriod pic 9999/99.

PROCEDURE DIVISION.
StartPara.
       open i-o GlBudgetFile
       if WSBgStatus = "35"
           open output GlBudgetFile
           close GlBudgetFile
           open i-o GlBudgetFile
       end-if
       open input GlAccountMaster
       if WSGaStatus not = "00"
           display "GL account master not on file - run glaccounts"
               " first"
           close GlBudgetFile
           goback
       end-if
       perform until WSChoice = 9
           display " "
           display "GL BUDGET MAINTENANCE"
           display "1 : Enter/Change an Account's Year"
           display "2 : Show an Account's Year"
           display "3 : List a Year's Budget by Account"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform EnterBudgetYear
               when 2 perform ShowBudgetYear
               when 3 perform ListBudgetYear
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close GlBudgetFile, GlAccountMaster
       goback.

AskAccountAndYear.
       move "N" to WSAcctFoundFlag
       display " "
       display "Account Number: " with no advancing
       accept WSBudAccount
       move WSBudAccount to GaAccountNum
       read GlAccountMaster
           invalid key display "Account not on the GL account master"
           not invalid key set AcctFound to true
       end-read
       if AcctFound
           display GaAccountName
           display "Fiscal year (YYYY): " with no advancing
           accept WSBudYear
       end-if.

*> dodici mesi di fila; INVIO su un importo lo lascia com'era (zero
*> se il mese non era mai stato budgettato)
EnterBudgetYear.
       perform AskAccountAndYear
       if AcctFound
           if GaInactive
               display "Account is inactive - budget not taken"
           else
               perform varying WSMonth from 1 by 1 until WSMonth > 12
                   perform EnterOneMonth
               end-perform
               display "Budget saved for " WSBudAccount " " WSBudYear
           end-if
       end-if.

EnterOneMonth.
       move WSBudAccount to BgAccountNum
       compute BgPeriod = (WSBudYear * 100) + WSMonth
       read GlBudgetFile
           invalid key move zero to BgAmount
       end-read
       move BgPeriod to PrnPeriod
       move BgAmount to PrnAmount
       display "  " PrnPeriod " now " PrnAmount "  new: "
           with no advancing
       move zero to WSNewAmount
       accept WSNewAmount
       if WSNewAmount not = zero
           move WSNewAmount to BgAmount
       end-if
       if WSBgStatus = "00"
           rewrite GlBudgetData
               invalid key display "  budget not updated"
           end-rewrite
       else
           write GlBudgetData
               invalid key display "  budget not written"
           end-write
       end-if.

ShowBudgetYear.
       perform AskAccountAndYear
       if AcctFound
           move zero to WSYearTotal
           perform varying WSMonth from 1 by 1 until WSMonth > 12
               move WSBudAccount to BgAccountNum
               compute BgPeriod = (WSBudYear * 100) + WSMonth
               read GlBudgetFile
                   invalid key move zero to BgAmount
               end-read
               move BgPeriod to PrnPeriod
               move BgAmount to PrnAmount
               display "  " PrnPeriod "  " PrnAmount
               add BgAmount to WSYearTotal
           end-perform
           move WSYearTotal to PrnYearTotal
           display "  Year    " PrnYearTotal
       end-if.

*> un conto per riga, totale d'anno: la chiave e' conto+mese, quindi
*> i mesi dello stesso conto arrivano di fila
ListBudgetYear.
       display " "
       display "Fiscal year (YYYY): " with no advancing
       accept WSBudYear
       display "Acct  Name                      Year budget"
       move "N" to WSEOFFlag
       move zero to WSBudAccount
       move zero to WSYearTotal
       move low-values to BgKey
       start GlBudgetFile key is not less than BgKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read GlBudgetFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if BgPeriod(1:4) = WSBudYear
                   if BgAccountNum not = WSBudAccount
                       perform ShowListedAccount
                       move BgAccountNum to WSBudAccount
                       move zero to WSYearTotal
                   end-if
                   add BgAmount to WSYearTotal
               end-if
           end-if
       end-perform
       perform ShowListedAccount
       move "N" to WSEOFFlag.

ShowListedAccount.
       if WSBudAccount not = zero
           move WSBudAccount to GaAccountNum
           read GlAccountMaster
               invalid key move spaces to GaAccountName
           end-read
           move WSYearTotal to PrnYearTotal
           display WSBudAccount " " GaAccountName " " PrnYearTotal
       end-if.
