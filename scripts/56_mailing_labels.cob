*> 4-across label format, with operator-entered selection (active
*> only, preferred only, up to five specific states) and a count
*> page, so a clean targeted mailing comes straight off the printer.
*> The labels go to the mail house, so the operator logs in first:
*> unless a supervisor asks for names, each label is addressed to
*> CURRENT RESIDENT - the street address is what the post office
*> needs and stays on the label either way.
IDENTIFICATION DIVISION.
PROGRAM-ID. mailinglabels.
ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT LabelPrint ASSIGN TO WSLabelFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
   02 AsaControl pic X.
   02 PrintBody  pic X(128).

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSLabelCount pic 9(5) value zero.
01 WSScannedCount pic 9(5) value zero.
01 WSCityLine pic X(32).
*> mascheratura dei dati personali secondo il ruolo dell'operatore:
*> solo un supervisore puo' chiedere il file in chiaro
01 WSOperatorStatus pic XX.
01 WSOperatorID pic X(8).
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSSupervisorFlag pic X value "N".
       88 IsSupervisor value "Y".
01 WSUnmaskedAnswer pic X value "N".
01 WSMaskFlag pic X value "Y".
       88 MaskPersonalData value "Y".
*> maschera da etichetta: nome via, indirizzo postale intatto
01 WSPiiMode pic X value "L".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSLabelFileName
       perform OperatorLogin
       display "Active customers only? (Y/N): " with no advancing
       accept WSActiveOnly
       display "Preferred tier only? (Y/N): " with no advancing
AddLabelToBuffer.
       add 1 to WSSlotUsed
       move spaces to LbName(WSSlotUsed)
       if MaskPersonalData
           call "PIIMASK" using CustomerData, WSPiiMode
       end-if
       string function trim(FirstName) delimited by size
           " " delimited by size
           function trim(LastName) delimited by size
       write PrintLine
       move zero to WSSlotUsed.

*> chi lancia l'estrazione: un supervisore sceglie se il file esce in
*> chiaro, chiunque altro (o un login fallito) lo riceve mascherato
OperatorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - labels will be masked"
       else
           display "Operator ID: " with no advancing
           accept WSOperatorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move WSOperatorID to OpUserID
           read OperatorFile
               invalid key
                   display "Invalid operator ID or password"
               not invalid key
                   evaluate true
                       when OpDisabled
                           display "Operator is disabled"
                       when OpPassword = WSEnteredPassword
                           set LoginSuccess to true
                           if OpSupervisor
                               set IsSupervisor to true
                           end-if
                       when other
                           display "Invalid operator ID or password"
                   end-evaluate
           end-read
           close OperatorFile
       end-if
       if LoginSuccess and IsSupervisor
           display "Print customer names? (Y/N): " with no advancing
           accept WSUnmaskedAnswer
           if WSUnmaskedAnswer = "Y" or WSUnmaskedAnswer = "y"
               move "N" to WSMaskFlag
           end-if
       end-if
       if MaskPersonalData
           display "Labels will be addressed to CURRENT RESIDENT"
       end-if.

*> pagina finale con il conteggio, per chi imbusta
PrintCountPage.
       move "1" to AsaControl
