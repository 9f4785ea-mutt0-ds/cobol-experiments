*> DYNAMIC, same browse style as ListAllCust in firstprogram.cob) and
*> writes each CustomerData record out as a comma-delimited line,
*> using STRING the way 08_strings.cob builds delimited output.
*> The file leaves the building, so the operator logs in first and
*> the personal fields go out masked (PIIMASK) unless a supervisor
*> asks for them in the clear.
IDENTIFICATION DIVISION.
PROGRAM-ID. csvexport.
ENVIRONMENT DIVISION.
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT CsvOut ASSIGN TO "CustomerExport.csv"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD CsvOut.
01 CsvLine pic X(200).

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSIDDisplay pic X(5).
01 WSExportCount pic 9(5) value zero.
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
01 WSPiiMode pic X value "M".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       perform OperatorLogin
       open input CustomerFile
       open output CsvOut
       move zero to IDNum
               at end set AtEOF to true
           end-read
           if not AtEOF
               if MaskPersonalData
                   call "PIIMASK" using CustomerData, WSPiiMode
               end-if
               perform WriteCsvLine
               add 1 to WSExportCount
           end-if
       display "Elapsed seconds: " WSElapsedSecs
       stop run.

*> chi lancia l'estrazione: un supervisore sceglie se il file esce in
*> chiaro, chiunque altro (o un login fallito) lo riceve mascherato
OperatorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - extract will be masked"
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
           display "Personal data unmasked? (Y/N): " with no advancing
           accept WSUnmaskedAnswer
           if WSUnmaskedAnswer = "Y" or WSUnmaskedAnswer = "y"
               move "N" to WSMaskFlag
           end-if
       end-if
       if MaskPersonalData
           display "Personal data will be masked on this extract"
       end-if.

*> costruisce una riga CSV con STRING, come 08_strings.cob
WriteCsvLine.
       *> STRING only overwrites as many bytes as it builds, it doesn't
