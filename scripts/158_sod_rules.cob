       >>SOURCE FORMAT FREE
*> Segregation-of-duties conflict table: the pairs of activities one
*> operator must not both perform on the same customer - set up or
*> change the customer, then apply its cash, credit a return, write
*> off its balance or release its credit hold. Kept on SodRules.dat
*> (SODRULEREC.cpy) and maintained here by supervisors only, in the
*> small-table mold of 154_categories.cob; 159_sod_report.cob checks
*> the week's audit trails against every active row. A rule is
*> deactivated rather than removed, so a past report stays
*> explainable. The standard rules can be loaded in one step.
IDENTIFICATION DIVISION.
PROGRAM-ID. sodrules.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SodRules ASSIGN TO "SodRules.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SrKey
           FILE STATUS IS WSSrStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD SodRules.
01 SodRuleData.
   COPY SODRULEREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSSrStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 SupervisorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSRunDate pic 9(8).
01 WSListed pic 9(5).
01 WSLoaded pic 9(5).
01 WSConfirm pic X.
*> i codici attivita' che il report sa leggere dai file di audit
01 WSActCode pic XX.
       88 ValidActivity value "CE" "CA" "RC" "WO" "HR".
01 WSFirstAct pic XX.
01 WSSecondAct pic XX.
*> le regole standard: prima il cliente creato o modificato, poi
*> un'attivita' sul suo denaro o sul suo fido
01 StandardRules.
       02 filler pic X(44) value
           "CECACustomer edit, then cash applied".
       02 filler pic X(44) value
           "CERCCustomer edit, then return credited".
       02 filler pic X(44) value
           "CEWOCustomer edit, then balance written off".
       02 filler pic X(44) value
           "CEHRCustomer edit, then credit hold released".
01 StandardTable redefines StandardRules.
       02 StdRule occurs 4 times.
           03 StdKey pic X(4).
           03 StdDesc pic X(40).
01 WSStdIdx pic 9.

PROCEDURE DIVISION.
StartPara.
       perform SupervisorLogin
       if not LoginSuccess
           display "The conflict table is maintained by supervisors"
           goback
       end-if
       call "GETBUSDT" using WSRunDate
       open i-o SodRules
       if WSSrStatus = "35"
           open output SodRules
           close SodRules
           open i-o SodRules
       end-if
       perform until WSChoice = 9
           display " "
           display "SEGREGATION-OF-DUTIES CONFLICT RULES"
           display "1 : Add/Replace a Rule"
           display "2 : Deactivate/Reactivate a Rule"
           display "3 : List Rules"
           display "4 : Load the Standard Rules"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddRule
               when 2 perform ToggleRule
               when 3 perform ListRules
               when 4 perform LoadStandardRules
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close SodRules
       goback.

*> come per i rimborsi: solo un supervisor attivo, password chiesta
SupervisorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - cannot verify role"
       else
           display "Supervisor ID: " with no advancing
           accept SupervisorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move SupervisorID to OpUserID
           read OperatorFile
               invalid key
                   display "Invalid operator ID or password"
               not invalid key
                   evaluate true
                       when OpDisabled
                           display "Operator is disabled"
                       when not OpSupervisor
                           display "Operator is not a supervisor"
                       when OpPassword = WSEnteredPassword
                           set LoginSuccess to true
                       when other
                           display "Invalid operator ID or password"
                   end-evaluate
           end-read
           close OperatorFile
       end-if.

AcceptRuleKey.
       display "Activities: CE customer edit, CA cash applied,"
           " RC return credit,"
       display "            WO write-off, HR credit hold release"
       display "First activity: " with no advancing
       accept WSFirstAct
       display "Then, by the same operator: " with no advancing
       accept WSSecondAct
       inspect WSFirstAct converting "abcdehiorw" to "ABCDEHIORW"
       inspect WSSecondAct converting "abcdehiorw" to "ABCDEHIORW".

AddRule.
       display " "
       perform AcceptRuleKey
       move WSFirstAct to WSActCode
       if not ValidActivity
           display "Unknown activity " WSFirstAct
       else
           move WSSecondAct to WSActCode
           if not ValidActivity
               display "Unknown activity " WSSecondAct
           else
               if WSFirstAct = WSSecondAct
                   display "A rule pairs two different activities"
               else
                   move WSFirstAct to SrFirstAct
                   move WSSecondAct to SrSecondAct
                   display "Description: " with no advancing
                   accept SrDesc
                   set SrActive to true
                   move SupervisorID to SrUpdatedBy
                   move WSRunDate to SrUpdatedDate
                   write SodRuleData
                       invalid key
                           rewrite SodRuleData
                               invalid key display "Rule not saved"
                               not invalid key display "Rule replaced"
                           end-rewrite
                       not invalid key display "Rule added"
                   end-write
               end-if
           end-if
       end-if.

ToggleRule.
       display " "
       perform AcceptRuleKey
       move WSFirstAct to SrFirstAct
       move WSSecondAct to SrSecondAct
       read SodRules
           invalid key display "No such rule"
           not invalid key
               if SrActive
                   set SrInactive to true
               else
                   set SrActive to true
               end-if
               move SupervisorID to SrUpdatedBy
               move WSRunDate to SrUpdatedDate
               rewrite SodRuleData
                   invalid key display "Rule not updated"
                   not invalid key
                       display "Rule " SrKey " is now "
                           SrStatusFlag
               end-rewrite
       end-read.

ListRules.
       move zero to WSListed
       move "N" to WSEOFFlag
       move low-values to SrKey
       start SodRules key is not less than SrKey
           invalid key set AtEOF to true
       end-start
       display " "
       display "Rule St Description                              By"
           "       On"
       perform until AtEOF
           read SodRules next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSListed
               display SrFirstAct "-" SrSecondAct " " SrStatusFlag
                   "  " SrDesc " " SrUpdatedBy " " SrUpdatedDate
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " rule(s)".

*> le quattro regole chieste dall'audit interno; una gia' presente
*> (magari disattivata di proposito) non si tocca
LoadStandardRules.
       display "Load the standard rules - are you sure? (Y/N): "
           with no advancing
       accept WSConfirm
       if WSConfirm not = "Y" and WSConfirm not = "y"
           display "Nothing loaded"
       else
           move zero to WSLoaded
           perform varying WSStdIdx from 1 by 1 until WSStdIdx > 4
               move StdKey(WSStdIdx) to SrKey
               move StdDesc(WSStdIdx) to SrDesc
               set SrActive to true
               move SupervisorID to SrUpdatedBy
               move WSRunDate to SrUpdatedDate
               write SodRuleData
                   invalid key continue
                   not invalid key add 1 to WSLoaded
               end-write
           end-perform
           display WSLoaded " standard rule(s) added"
       end-if.
