       >>SOURCE FORMAT FREE
*> Volume rebate agreement maintenance, in the style of
*> 74_contract_price.cob: add, update and list the per-customer,
*> per-year rebate tiers in Rebates.dat (REBATEREC) that used to live
*> in a spreadsheet. 126_rebate_accrual.cob accrues against them each
*> month-end and settles them at the December close; a settled year
*> can be listed but no longer changed.
IDENTIFICATION DIVISION.
PROGRAM-ID. rebatemaster.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Rebates ASSIGN TO "Rebates.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RbKey
           FILE STATUS IS WSRbStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.

DATA DIVISION.
FILE SECTION.
FD Rebates.
01 RebateData.
   COPY REBATEREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSRbStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 CustExist pic X.
01 WSListYear pic 9(4).
01 WSTierIdx pic 9.
01 WSTiersOk pic X.
       88 TiersOk value "Y".
01 PrnTierPct pic Z9.9.
01 PrnTierFrom pic ZZZ,ZZZ,ZZ9.
01 Dollars PIC $$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       open i-o Rebates
       if WSRbStatus = "35"
           open output Rebates
           close Rebates
           open i-o Rebates
       end-if
       open input CustomerFile
       perform until WSChoice = 9
           display "1. Add Rebate Agreement  2. Update  "
               "3. List a Year  9. Exit"
           display "Choice: " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddAgreement
               when 2 perform UpdateAgreement
               when 3 perform ListAgreements
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close Rebates, CustomerFile
       stop run.

AcceptAgreementKey.
       move "N" to CustExist
       display "Customer IDNum: " with no advancing
       accept RbCustIDNum
       move RbCustIDNum to IDNum
       read CustomerFile
           invalid key display "Customer not on file"
           not invalid key move "Y" to CustExist
       end-read
       if CustExist = "Y"
           display "Agreement year (YYYY): " with no advancing
           accept RbYear
       end-if.

*> scaglioni in ordine crescente: la percentuale dello scaglione
*> raggiunto vale su tutto il venduto dell'anno
AcceptTiers.
       move "N" to WSTiersOk
       perform until TiersOk
           display "Number of tiers (1-5): " with no advancing
           accept RbTierCount
           if RbTierCount < 1 or RbTierCount > 5
               display "1 to 5 tiers"
           else
               set TiersOk to true
               perform varying WSTierIdx from 1 by 1
                       until WSTierIdx > RbTierCount
                   display "Tier " WSTierIdx " annual sales from"
                       " (whole dollars): " with no advancing
                   accept RbTierFrom(WSTierIdx)
                   display "Tier " WSTierIdx " rebate (.025 = 2.5%): "
                       with no advancing
                   accept RbTierPct(WSTierIdx)
                   if WSTierIdx > 1
                       if RbTierFrom(WSTierIdx)
                               not > RbTierFrom(WSTierIdx - 1)
                           move "N" to WSTiersOk
                       end-if
                   end-if
               end-perform
               if not TiersOk
                   display "Tiers must be in ascending order of sales"
                       " - enter them again"
               end-if
           end-if
       end-perform
       perform varying WSTierIdx from WSTierIdx by 1
               until WSTierIdx > 5
           move zero to RbTierFrom(WSTierIdx), RbTierPct(WSTierIdx)
       end-perform.

AddAgreement.
       perform AcceptAgreementKey
       if CustExist = "Y"
           perform AcceptTiers
           move zero to RbAccruedAmt, RbPriorAccrued, RbLastAccrualDate
           set RbActive to true
           move zero to RbSettledDate, RbSettledAmt
           write RebateData
               invalid key display "Agreement exists - use Update"
               not invalid key display "Rebate agreement added"
           end-write
       end-if.

*> le soglie si possono correggere durante l'anno: il prossimo
*> accertamento rettifica il maturato; un anno chiuso no
UpdateAgreement.
       perform AcceptAgreementKey
       if CustExist = "Y"
           read Rebates
               invalid key display "No agreement for that year"
               not invalid key
                   if RbSettled
                       display "Agreement already settled - not changed"
                   else
                       perform ShowAgreement
                       perform AcceptTiers
                       rewrite RebateData
                           invalid key display "Update failed"
                           not invalid key display "Agreement updated"
                       end-rewrite
                   end-if
           end-read
       end-if.

ShowAgreement.
       perform varying WSTierIdx from 1 by 1
               until WSTierIdx > RbTierCount
           move RbTierFrom(WSTierIdx) to PrnTierFrom
           compute PrnTierPct = RbTierPct(WSTierIdx) * 100
           display "  Tier " WSTierIdx "  from " PrnTierFrom "  "
               PrnTierPct "%"
       end-perform
       move RbAccruedAmt to Dollars
       display "  Accrued so far " Dollars.

ListAgreements.
       display "Agreement year (YYYY): " with no advancing
       accept WSListYear
       move "N" to WSEOFFlag
       move low-values to RbKey
       start Rebates key is not less than RbKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read Rebates next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RbYear = WSListYear
                   if RbSettled
                       move RbSettledAmt to Dollars
                       display "Customer " RbCustIDNum "  settled "
                           RbSettledDate " " Dollars
                   else
                       display "Customer " RbCustIDNum "  active"
                   end-if
                   perform ShowAgreement
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.
