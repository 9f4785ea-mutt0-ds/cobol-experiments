       >>SOURCE FORMAT FREE
*> Unclaimed-property dormancy rules, in the style of
*> 43_tax_rate_master.cob: add, update and list, per state, how many
*> years a customer credit may sit with no account activity before
*> the state presumes it abandoned, and the agency it is reported
*> to. Read by the annual 133_unclaimed_prop.cob run for the owning
*> customer's AddrState. State codes are validated against the same
*> ValidState list in CUSTREC.cpy that AddCust enforces.
IDENTIFICATION DIVISION.
PROGRAM-ID. dormancymaster.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT DormancyRules ASSIGN TO "DormancyRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DmState
           FILE STATUS IS WSDmStatus.

DATA DIVISION.
FILE SECTION.
FD DormancyRules.
01 DormancyData.
   COPY DORMREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSDmStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSEnteredState pic XX.
01 WSEnteredYears pic 99.
01 WSEnteredAgency pic X(30).
*> il record cliente serve solo per la condition ValidState
01 WSCustWork.
   COPY CUSTREC.

PROCEDURE DIVISION.
StartPara.
       open i-o DormancyRules
       if WSDmStatus = "35"
           open output DormancyRules
           close DormancyRules
           open i-o DormancyRules
       end-if
       perform until WSChoice = 9
           display "1. Add Rule  2. Update Rule  3. List Rules  9. Exit"
           display "Choice: " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddRule
               when 2 perform UpdateRule
               when 3 perform ListRules
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close DormancyRules
       stop run.

AcceptValidState.
       move spaces to AddrState
       perform until ValidState
           display "State (2-letter code): " with no advancing
           accept AddrState
           if not ValidState
               display "Not a recognized state code"
           end-if
       end-perform
       move AddrState to WSEnteredState.

*> zero anni vorrebbe dire riportare ogni credito appena nato
AcceptRule.
       move zero to WSEnteredYears
       perform until WSEnteredYears > zero
           display "Dormancy period in years (1-99): " with no advancing
           accept WSEnteredYears
           if WSEnteredYears = zero
               display "Dormancy period must be at least one year"
           end-if
       end-perform
       display "Reporting agency: " with no advancing
       accept WSEnteredAgency.

AddRule.
       perform AcceptValidState
       perform AcceptRule
       move WSEnteredState to DmState
       move WSEnteredYears to DmYears
       move WSEnteredAgency to DmAgency
       write DormancyData
           invalid key display "Rule for " WSEnteredState
               " already exists - use Update"
           not invalid key display "Rule added for " WSEnteredState
       end-write.

UpdateRule.
       perform AcceptValidState
       move WSEnteredState to DmState
       read DormancyRules
           invalid key display "No rule on file for " WSEnteredState
           not invalid key
               display "Current rule for " DmState ": " DmYears
                   " years, " DmAgency
               perform AcceptRule
               move WSEnteredYears to DmYears
               move WSEnteredAgency to DmAgency
               rewrite DormancyData
                   invalid key display "Update failed"
                   not invalid key display "Rule updated"
               end-rewrite
       end-read.

ListRules.
       move "N" to WSEOFFlag
       move spaces to DmState
       start DormancyRules key is not less than DmState
           invalid key set AtEOF to true
       end-start
       display "State  Years  Agency"
       perform until AtEOF
           read DormancyRules next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               display "  " DmState "     " DmYears "   " DmAgency
           end-if
       end-perform
       move "N" to WSEOFFlag.
