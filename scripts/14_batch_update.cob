01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 CustExist pic X.
01 WSBeforeImage PIC X(175).
01 WSAfterImage  PIC X(175).
*> fido, termini e stato credito del cliente letto: un U dal feed
*> non li tocca, cambiano solo approvando la domanda (167)
01 WSBeforeLimit pic 9(7).
01 WSBeforeTerms pic X(3).
01 WSBeforeStatus pic X.
01 WSNow.
       02 WSNowDate PIC 9(8).
       02 WSNowTime PIC 9(8).
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).

PROCEDURE DIVISION.
StartPara.
*> MOVE CORRESPONDING per copiare i campi dalla transazione
ApplyAdd.
       move corresponding TransactionRecord to CustomerData
       *> come AddCust: fido e termini li fissa l'approvazione della
       *> domanda di fido, non il feed
       move zero to CustCreditLimit OF CustomerData
       move "N00" to CustTermsCode OF CustomerData
       set CreditPending OF CustomerData to true
       perform ClassifyTier
       move spaces to WSBeforeImage
       move CustomerData to WSAfterImage
           perform WriteSuspense
       else
           move CustomerData to WSBeforeImage
           move CustCreditLimit OF CustomerData to WSBeforeLimit
           move CustTermsCode OF CustomerData to WSBeforeTerms
           move CustCreditStatus OF CustomerData to WSBeforeStatus
           move corresponding TransactionRecord to CustomerData
           move WSBeforeLimit to CustCreditLimit OF CustomerData
           move WSBeforeTerms to CustTermsCode OF CustomerData
           move WSBeforeStatus to CustCreditStatus OF CustomerData
           perform ClassifyTier
           move CustomerData to WSAfterImage
           rewrite CustomerData
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

WriteUpdateAudit.
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

WriteDeleteAudit.
       move WSBeforeImage to AuditBeforeImage
       move WSAfterImage to AuditAfterImage
       perform StampAuditTimestamp
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord.

*> numerazione sospesi dal file di controllo, come GetNextInvoiceNum
