*> rename or retire an account without a code change and the extract
*> can refuse to post to an account nobody set up. First run seeds the
*> file with the chart the extract has always used, the same
*> create-on-first-use way firstprogram seeds operators.txt; on a file
*> already there, any standard account it is missing is added.
IDENTIFICATION DIVISION.
PROGRAM-ID. glaccounts.
ENVIRONMENT DIVISION.
       02 filler pic X(25) value "42000SALES RETURNS/ALLOW ".
       02 filler pic X(25) value "60000BAD DEBT EXPENSE    ".
       02 filler pic X(25) value "44000FREIGHT RECOVERY    ".
       02 filler pic X(25) value "13000INVENTORY           ".
       02 filler pic X(25) value "21500ACCRUED RCVD NOT INV".
       02 filler pic X(25) value "21000RECEIPTS CLEARING   ".
       02 filler pic X(25) value "50000COST OF GOODS SOLD  ".
       02 filler pic X(25) value "61000INVENTORY SHRINK    ".
       02 filler pic X(25) value "24000ACCRUED CUST REBATES".
       02 filler pic X(25) value "24500UNCLAIMED PROPERTY  ".
       02 filler pic X(25) value "20500CUSTOMER REFUNDS PAY".
       02 filler pic X(25) value "51000PURCHASE PRICE VAR  ".
01 SeedEntries redefines SeedTable.
       02 SeedEntry occurs 17 times.
           03 SeedAcctNum pic 9(5).
           03 SeedAcctName pic X(20).
01 WSSeedIdx pic 99.
01 WSSeedAdded pic 99.

PROCEDURE DIVISION.
StartPara.
       if WSGaStatus = "35"
           perform SeedChartOfAccounts
           open i-o GlAccountMaster
       else
           perform AddMissingSeedAccounts
       end-if
       perform until WSChoice = 9
           display " "
*> usato, cosi' la validazione non boccia il primissimo run
SeedChartOfAccounts.
       open output GlAccountMaster
       perform varying WSSeedIdx from 1 by 1 until WSSeedIdx > 17
           move SeedAcctNum(WSSeedIdx) to GaAccountNum
           move SeedAcctName(WSSeedIdx) to GaAccountName
           set GaActive to true
       close GlAccountMaster
       display "GlAccounts.dat seeded with the standard chart".

*> file gia' esistente: i conti standard arrivati dopo il primo seed
*> si aggiungono, quelli gia' a file (anche rinominati o dismessi)
*> restano come sono
AddMissingSeedAccounts.
       move zero to WSSeedAdded
       perform varying WSSeedIdx from 1 by 1 until WSSeedIdx > 17
           move SeedAcctNum(WSSeedIdx) to GaAccountNum
           read GlAccountMaster
               invalid key
                   move SeedAcctName(WSSeedIdx) to GaAccountName
                   set GaActive to true
                   write GlAccountData
                       invalid key continue
                       not invalid key add 1 to WSSeedAdded
                   end-write
           end-read
       end-perform
       if WSSeedAdded > zero
           display WSSeedAdded " standard account(s) added to GlAccounts.dat"
       end-if.

AddAccount.
       display " "
       display "Account Number (5 digits): " with no advancing
