       88 HistFound value "Y".
01 WSConfirm pic X.
01 OperatorID PIC X(8) value spaces.
01 WSBeforeImage PIC X(175).
01 WSAfterImage  PIC X(175).
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).

PROCEDURE DIVISION.
StartPara.
ShowAndConfirm.
       display "Found: " IDNum OF CustomerData " "
           FirstName OF CustomerData " " LastName OF CustomerData
       *> piianonymize ha gia' tolto i dati personali: si riattiva con
       *> lo stesso IDNum e lo storico, ma anagrafica da reinserire
       if LastName OF CustomerData = "ANONYMIZED"
               and FirstName OF CustomerData = spaces
           display "Personal data was removed after the retention"
               " period - re-key name, address, phone and email"
               " after reinstating"
       end-if
       display "Reinstate under the original IDNum? (Y/N): "
           with no advancing
       accept WSConfirm
           "-" delimited by size
           WSNowTime delimited by size
           into AuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.
