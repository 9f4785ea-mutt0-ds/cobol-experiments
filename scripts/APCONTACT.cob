       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. APCONTACT.
*> Accounts-payable contact lookup, in the PERIODCHK mold: the caller
*> hands in a customer IDNum and gets back the name, phone and email
*> of that customer's AP contact on CustContacts.dat - the lowest-
*> numbered contact with role A - and a found flag. No contacts file
*> yet, or no AP contact on it, answers N and the caller falls back
*> to the CUSTREC master fields as before.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustContacts ASSIGN TO "CustContacts.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CcKey
           FILE STATUS IS WSCcStatus.
DATA DIVISION.
FILE SECTION.
FD CustContacts.
01 ContactData.
   COPY CCONTREC.
WORKING-STORAGE SECTION.
01 WSCcStatus pic XX.
01 WSCcEOFFlag pic X.
       88 CcAtEOF value "Y".
LINKAGE SECTION.
       01 LCustIDNum    PIC 9(5).
       01 LContactName  PIC X(30).
       01 LContactPhone PIC X(12).
       01 LContactEmail PIC X(30).
       01 LContactFound PIC X.
PROCEDURE DIVISION using LCustIDNum, LContactName, LContactPhone,
       LContactEmail, LContactFound.
StartPara.
       move "N" to LContactFound
       move spaces to LContactName, LContactPhone, LContactEmail
       open input CustContacts
       if WSCcStatus = "00"
           move "N" to WSCcEOFFlag
           move LCustIDNum to CcCustIDNum
           move zero to CcContactNum
           start CustContacts key is not less than CcKey
               invalid key set CcAtEOF to true
           end-start
           perform until CcAtEOF
               read CustContacts next record
                   at end set CcAtEOF to true
               end-read
               if not CcAtEOF
                   if CcCustIDNum not = LCustIDNum
                       set CcAtEOF to true
                   else
                       if CcAccountsPayable
                           move "Y" to LContactFound
                           move CcName to LContactName
                           move CcPhone to LContactPhone
                           move CcEmail to LContactEmail
                           set CcAtEOF to true
                       end-if
                   end-if
               end-if
           end-perform
           close CustContacts
       end-if
       goback.
