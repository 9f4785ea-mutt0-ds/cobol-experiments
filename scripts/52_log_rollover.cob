*> error counts by paragraph), and sweeps archives past a
*> configurable age - each roll is noted in RolloverLog.dat so the
*> sweep knows which dated files exist without a directory listing,
*> which this dialect has no verb for. The audit trail is chained
*> (AUDCHAIN): the chain is walked before the roll and a broken trail
*> is left where it is for the auditors, RETURN-CODE 8; an intact one
*> goes to the archive whole, links and all, and the live file's
*> chain base on AuditChain.dat moves to the archive's last link so
*> the next record written carries the chain on from there.
IDENTIFICATION DIVISION.
PROGRAM-ID. logrollover.
ENVIRONMENT DIVISION.
           FILE STATUS IS WSSweepStatus.
       SELECT SummaryPrint ASSIGN TO WSSummaryName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT AuditChain ASSIGN TO "AuditChain.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcTrail
           FILE STATUS IS WSAcStatus.

DATA DIVISION.
FILE SECTION.
   COPY ERRORREC.

FD AuditArchive.
01 AuditArchiveRecord pic X(408).

FD ErrorArchive.
01 ErrorArchiveRecord pic X(99).
   02 RollFileName pic X(30).

FD SweepFile.
01 SweepRecord pic X(408).

FD SummaryPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(60).

FD AuditChain.
01 AuditChainData.
   COPY AUDCHNREC.

WORKING-STORAGE SECTION.
01 WSAuditStatus pic XX.
01 WSErrorStatus pic XX.
01 WSRollStatus pic XX.
01 WSSweepStatus pic XX.
01 WSAcStatus pic XX.
*> verifica della catena prima del roll, come 160_audit_verify.cob
01 WSChainMode pic X value "V".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).
01 WSHeadFlag pic X value "N".
       88 HeadFound value "Y".
01 WSStartedFlag pic X value "N".
       88 ChainStarted value "Y".
01 WSChainBrokenFlag pic X value "N".
       88 ChainBroken value "Y".
01 WSExpectSeq pic 9(9).
01 WSPrevValue pic 9(9).
01 WSLastSeq pic 9(9) value zero.
01 WSLastValue pic 9(9) value zero.
01 WSChainBreaks pic 9(5) value zero.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRunDate pic 9(8).
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSSummaryName
       perform VerifyAuditChain
       if ChainBroken
           display "*** Audit trail chain broken (" WSChainBreaks
               " break(s)) - CustomerAudit.dat NOT rolled; run"
               " auditverify for the break report ***"
       else
           perform RollAuditTrail
           perform MoveChainBase
       end-if
       perform RollErrorLog
       perform NoteRollsInCatalog
       perform SweepOldArchives
       display "Error records rolled: " WSErrorRolled
       display "Old archives swept: " WSSweptCount
       display "Elapsed seconds: " WSElapsedSecs
       if ChainBroken
           move 8 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSAuditRolled to WSRhRead
       move WSErrorRolled to WSRhWritten
           WSRhWritten, WSRhRc
       stop run.

*> il giro di 160_audit_verify.cob in breve: dalla base della
*> catena, ogni anello ricalcolato, e l'ultimo deve essere la testa
VerifyAuditChain.
       move zero to AcBaseSeq, AcBaseValue, AcLastSeq, AcLastValue
       open input AuditChain
       if WSAcStatus = "00"
           move WSCustChainTrail to AcTrail
           read AuditChain
               invalid key
                   move zero to AcBaseSeq, AcBaseValue, AcLastSeq,
                       AcLastValue
               not invalid key set HeadFound to true
           end-read
           close AuditChain
       end-if
       compute WSExpectSeq = AcBaseSeq + 1
       move AcBaseValue to WSPrevValue
       if AcBaseSeq > zero
           set ChainStarted to true
       end-if
       move length of AuditRecord to WSChainLen
       move "N" to WSEOFFlag
       open input CustomerAudit
       if WSAuditStatus not = "00"
           set AtEOF to true
       end-if
       perform until AtEOF
           read CustomerAudit
               at end set AtEOF to true
           end-read
           if not AtEOF
               perform CheckAuditLink
           end-if
       end-perform
       if WSAuditStatus = "00" or WSAuditStatus = "10"
           close CustomerAudit
       end-if
       move "N" to WSEOFFlag
       if HeadFound and WSLastSeq > zero
               and (WSLastSeq not = AcLastSeq
                   or WSLastValue not = AcLastValue)
           add 1 to WSChainBreaks
       end-if
       if not HeadFound and WSLastSeq > zero
           add 1 to WSChainBreaks
       end-if
       if WSChainBreaks > zero
           set ChainBroken to true
       end-if.

CheckAuditLink.
       if AuditChainSeq is not numeric or AuditChainSeq = zero
           if ChainStarted
               add 1 to WSChainBreaks
           end-if
       else
           set ChainStarted to true
           if AuditChainSeq not = WSExpectSeq
               add 1 to WSChainBreaks
           else
               move WSPrevValue to WSChainValue
               call "AUDCHAIN" using WSChainMode, WSCustChainTrail,
                   AuditRecord, WSChainLen, WSChainValue
               if WSChainValue not = AuditChainValue
                   add 1 to WSChainBreaks
               end-if
           end-if
           move AuditChainValue to WSPrevValue
           compute WSExpectSeq = AuditChainSeq + 1
           move AuditChainSeq to WSLastSeq
           move AuditChainValue to WSLastValue
       end-if.

*> il file vivo riparte vuoto: la sua catena parte dall'ultimo anello
*> finito nell'archivio di stanotte
MoveChainBase.
       if WSAuditRolled > zero and WSLastSeq > zero
           open i-o AuditChain
           move WSCustChainTrail to AcTrail
           read AuditChain
               invalid key display "Chain head not found - base not moved"
               not invalid key
                   move WSLastSeq to AcBaseSeq
                   move WSLastValue to AcBaseValue
                   move WSRunDate to AcBaseDate
                   move WSAuditArchName to AcBaseArchive
                   rewrite AuditChainData
                       invalid key display "Chain base not moved"
                   end-rewrite
           end-read
           close AuditChain
       end-if.

*> copia l'audit trail nell'archivio datato accumulando i conteggi
*> per tipo, poi riparte con il file corrente vuoto
RollAuditTrail.
