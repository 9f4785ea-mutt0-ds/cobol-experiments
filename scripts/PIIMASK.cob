       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PIIMASK.
*> Masks or scrubs the personal data on one customer image (CUSTREC
*> layout) in place, so every program that lets customer data out of
*> the building hides it the same way.
*>   M - masked for an outbound extract run by an operator who is not
*>       cleared for personal data: initials only for the name, street
*>       line starred out, ZIP cut to its first three digits, phone to
*>       its last four, email to its first letter and domain, birth
*>       month/day zeroed (the year stays for age bands).
*>   L - masked for a mailing label: the name becomes CURRENT
*>       RESIDENT, the street, city and ZIP the post office needs are
*>       kept, everything else is masked as for M.
*>   A - anonymized for good, for archived customers past retention:
*>       name, street, city, ZIP, phone, email and date of birth gone,
*>       LastName set to ANONYMIZED so a second run knows it is done.
*>       IDNum, state and every account/financial field are left alone
*>       - receivables, invoices and sales history hang off IDNum.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
01 WSAtPos pic 9(2).
01 WSMaskedEmail pic X(30).
01 WSMaskedName pic X(15).
LINKAGE SECTION.
       01 LPiiCust.
          COPY CUSTREC.
       01 LPiiMode PIC X.
PROCEDURE DIVISION using LPiiCust, LPiiMode.
StartPara.
       if LPiiMode = "A"
           move spaces to FirstName
           move "ANONYMIZED" to LastName
           move spaces to AddrLine1, AddrCity, AddrZip, Phone, Email
           move zero to MOB, DOB, YOB
           goback
       end-if
       if LPiiMode = "L"
           move "CURRENT" to FirstName
           move "RESIDENT" to LastName
       end-if
       *> iniziali: "M." e "R****"
       if FirstName not = spaces and LPiiMode not = "L"
           move spaces to WSMaskedName
           move FirstName(1:1) to WSMaskedName(1:1)
           move "." to WSMaskedName(2:1)
           move WSMaskedName to FirstName
       end-if
       if LastName not = spaces and LPiiMode not = "L"
           move spaces to WSMaskedName
           move LastName(1:1) to WSMaskedName(1:1)
           move "****" to WSMaskedName(2:4)
           move WSMaskedName to LastName
       end-if
       if AddrLine1 not = spaces and LPiiMode not = "L"
           move all "*" to AddrLine1
       end-if
       if AddrZip not = spaces and LPiiMode not = "L"
           move "**" to AddrZip(4:2)
           move spaces to AddrZip(6:5)
       end-if
       if Phone not = spaces
           move "***-***-" to Phone(1:8)
       end-if
       if Email not = spaces
           move zero to WSAtPos
           inspect Email tallying WSAtPos for characters before initial "@"
           move spaces to WSMaskedEmail
           if WSAtPos < 30
               string Email(1:1) delimited by size
                   "***" delimited by size
                   Email(WSAtPos + 1:30 - WSAtPos) delimited by space
                   into WSMaskedEmail
           else
               move "***" to WSMaskedEmail
           end-if
           move WSMaskedEmail to Email
       end-if
       move zero to MOB, DOB
       goback.
