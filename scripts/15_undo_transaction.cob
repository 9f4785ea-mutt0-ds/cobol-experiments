01 WSFoundFlag pic X value "N".
       88 AuditFound value "Y".
01 WSLastTranType pic X.
01 WSLastBeforeImage pic X(175).
01 CustExist pic X.
*> l'operatore che esegue l'undo va timbrato sul record di audit
*> esattamente come AddCust/UpdateCust/DeleteCust fanno in
*> lasciare traccia di chi l'ha eseguita rompe la garanzia di audit
*> valida per il resto del sistema
01 OperatorID PIC X(8) value spaces.
01 WSBeforeImage PIC X(175).
01 WSAfterImage  PIC X(175).
01 WSNowDate pic 9(8).
01 WSNowTime pic 9(8).
*> records-processed/elapsed-time summary, via ELAPSEDTIME; records
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
01 WSRecordsProcessed pic 9 value zero.
*> anello della catena di controllo dell'audit trail, via AUDCHAIN
01 WSChainMode pic X value "W".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).

PROCEDURE DIVISION.
StartPara.
           WSNowTime delimited by size
           into AuditTimestamp
       open extend CustomerAudit
       move length of AuditRecord to WSChainLen
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail, AuditRecord,
           WSChainLen, WSChainValue
       write AuditRecord
       close CustomerAudit.
