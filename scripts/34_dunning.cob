*> This job walks customers.txt and, for each past-due account with
*> open receivables, prints a collection letter whose severity
*> escalates with the age of the oldest open invoice, addressed from
*> the CustAddress block - for the attention of the customer's
*> accounts-payable contact when one is on CustContacts.dat (via
*> APCONTACT) - plus a summary page for the credit clerk.
*> Amounts under dispute (ArDisputedAmt - open customer deductions)
*> are left out of both the balance chased and the aging.
IDENTIFICATION DIVISION.
PROGRAM-ID. dunning.
ENVIRONMENT DIVISION.
01 WSAgeDays pic S9(8).
01 WSOldestAge pic S9(8).
01 WSOpenTotal pic 9(8)V99.
01 WSUndisputed pic 9(7)V99.
*> severita' della lettera: 1 = promemoria, 2 = sollecito,
*> 3 = ultimatum prima del blocco dell'account
01 WSSeverity pic 9.
01 NameLine.
       02 filler pic x(4) value space.
       02 PrnName pic x(31).
*> contatto AP del cliente, se c'e': la lettera va alla sua attenzione
01 WSApContactName pic X(30).
01 WSApContactPhone pic X(12).
01 WSApContactEmail pic X(30).
01 WSApContactFlag pic X.
       88 ApContactFound value "Y".
01 AttnLine.
       02 filler pic x(4) value space.
       02 filler pic x(6) value "Attn: ".
       02 PrnAttnName pic x(30).
01 AddrLine.
       02 filler pic x(4) value space.
       02 PrnAddr pic x(50).
               if ArCustIDNum not = IDNum
                   set ArAtEOF to true
               else
                   *> la parte contestata (deduzioni aperte) non si
                   *> sollecita finche' la disputa e' aperta
                   move zero to WSUndisputed
                   if ArOpenBalance > ArDisputedAmt
                       compute WSUndisputed =
                           ArOpenBalance - ArDisputedAmt
                   end-if
                   if WSUndisputed > zero
                       add WSUndisputed to WSOpenTotal
                       *> eta' dalla scadenza, non dalla data fattura:
                       *> una net-60 non va sollecitata a 30 giorni.
                       *> ArDueDate zero = partita pre-termini
       move "-" to AsaControl
       move NameLine to PrintBody
       write PrintLine
       call "APCONTACT" using IDNum, WSApContactName, WSApContactPhone,
           WSApContactEmail, WSApContactFlag
       if ApContactFound
           move WSApContactName to PrnAttnName
           move " " to AsaControl
           move AttnLine to PrintBody
           write PrintLine
       end-if
       move AddrLine1 to PrnAddr
       move " " to AsaControl
       move AddrLine to PrintBody
