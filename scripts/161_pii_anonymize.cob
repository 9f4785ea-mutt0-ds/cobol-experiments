       >>SOURCE FORMAT FREE
*> Anonymization of archived customers: 18_archive.cob moves long-
*> inactive customers to CustomerHistory.dat and there their names,
*> addresses, phones, emails and birth dates used to stay forever.
*> Once a customer's latest archived row has been inactive longer
*> than the retention period (default seven years) and the IDNum is
*> not back on the live master (50_reinstate.cob), this run scrubs
*> the personal fields off every history row for that IDNum (PIIMASK
*> mode A), deletes their ship-to addresses, and scrubs the customer
*> images in the audit trail - CustomerAudit.dat and every archive
*> of it still listed in RolloverLog.dat. IDNum, state, and the
*> account and financial fields are kept, so receivables, invoices,
*> cash and sales history still tie up by IDNum.
*> The audit trail is chained (AUDCHAIN), so a scrubbed record would
*> read as tampered: the chain is walked first and, if it is broken
*> anywhere, nothing is touched and the run ends RETURN-CODE 8 - a
*> re-link must never launder a real break. If it is intact, every
*> link from the first scrubbed record on is recomputed and the head
*> and base on AuditChain.dat moved to match, so auditverify still
*> passes. The first record of the oldest surviving archive cannot
*> be recomputed once the archive before it has been swept; it keeps
*> its value as the anchor and is listed on the run report.
*> Rewrites the history and audit files in place: run it with the
*> menus closed, like the reorg.
IDENTIFICATION DIVISION.
PROGRAM-ID. piianonymize.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CustomerHistory ASSIGN TO "CustomerHistory.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSHistStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum OF CustomerData
           ALTERNATE RECORD KEY IS LastName OF CustomerData
               WITH DUPLICATES
           FILE STATUS IS WSCustStatus.
       SELECT ShipToAddresses ASSIGN TO "ShipToAddresses.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StKey
           FILE STATUS IS WSStStatus.
       *> il trail in lavorazione: CustomerAudit.dat o un suo archivio
       SELECT AuditTrail ASSIGN TO WSTrailFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
       SELECT AnonWork ASSIGN TO "Anonymize.wrk"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSWorkStatus.
       SELECT RolloverLog ASSIGN TO "RolloverLog.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRollStatus.
       SELECT AuditChain ASSIGN TO "AuditChain.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcTrail
           FILE STATUS IS WSAcStatus.
       SELECT AnonPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CustomerHistory.
01 HistoryData.
   COPY CUSTREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD ShipToAddresses.
01 ShipToData.
   COPY SHIPTOREC.

FD AuditTrail.
01 AuditRecord.
   COPY AUDITREC.

FD AnonWork.
01 AnonWorkRecord pic X(408).

FD RolloverLog.
01 RollLogRecord.
   02 RollDate pic 9(8).
   02 RollFileName pic X(30).

FD AuditChain.
01 AuditChainData.
   COPY AUDCHNREC.

FD AnonPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSHistStatus pic XX.
01 WSCustStatus pic XX.
01 WSStStatus pic XX.
01 WSAuditStatus pic XX.
01 WSWorkStatus pic XX.
01 WSRollStatus pic XX.
01 WSAcStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRunDate pic 9(8).
01 WSRptFileName pic X(30).
01 WSRetentionDays pic 9(4).
01 WSTodayOrdinal pic S9(8).
01 WSInactiveOrdinal pic S9(8).
01 WSAgeDays pic S9(8).
01 WSPiiMode pic X value "A".
*> clienti archiviati, in ordine di IDNum, con la data inactive piu'
*> recente fra le loro righe di history
01 AnonTable.
       02 AnEntry occurs 5000 times.
           03 AnIDNum pic 9(5).
           03 AnLatestInactive pic 9(8).
           03 AnQualifyFlag pic X.
           03 AnHistRows pic 9(3).
           03 AnShipTos pic 9(3).
           03 AnAuditImages pic 9(5).
01 WSAnCount pic 9(4) value zero.
01 WSAnIdx pic 9(4).
01 WSFound pic 9(4).
01 WSInsAt pic 9(4).
01 WSSearchIDNum pic 9(5).
01 WSTableFullCount pic 9(5) value zero.
01 WSQualifyCount pic 9(4) value zero.
*> i file del trail in ordine di catena: gli archivi del catalogo
*> nell'ordine in cui sono stati rollati, poi il file vivo
01 TrailTable.
       02 TtFileName pic X(30) occurs 501 times.
01 WSTrailCount pic 9(3) value zero.
01 WSTrailIdx pic 9(3).
01 WSTrailFileName pic X(30).
*> catena
01 WSChainMode pic X value "V".
01 WSCustChainTrail pic X(12) value "CUSTAUDIT".
01 WSChainLen pic 9(4).
01 WSChainValue pic 9(9).
01 WSHeadFlag pic X value "N".
       88 HeadFound value "Y".
01 WSHavePrevFlag pic X value "N".
       88 HavePrev value "Y".
01 WSRelinkFlag pic X value "N".
       88 Relinking value "Y".
01 WSBaseMovedFlag pic X value "N".
       88 BaseMoved value "Y".
01 WSPrevSeq pic 9(9).
01 WSPrevValue pic 9(9).
01 WSOldValue pic 9(9).
01 WSNewBaseValue pic 9(9).
01 WSChainBreaks pic 9(5) value zero.
*> record corrente
01 WSRecChangedFlag pic X.
       88 RecChanged value "Y".
01 WSFileChangedFlag pic X.
       88 FileChanged value "Y".
01 WSImageSave pic X(175).
*> contatori
01 WSHistRead pic 9(7) value zero.
01 WSHistScrubbed pic 9(7) value zero.
01 WSShipTosDeleted pic 9(5) value zero.
01 WSTrailRead pic 9(7).
01 WSTrailScrubbed pic 9(7).
01 WSTrailRelinked pic 9(7).
01 WSTotalAuditRead pic 9(7) value zero.
01 WSTotalScrubbed pic 9(7) value zero.
01 WSTotalRelinked pic 9(7) value zero.
01 WSAnchorCount pic 9(3) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value
           "ARCHIVED CUSTOMER ANONYMIZATION".
       02 filler pic X(8) value "RUN OF ".
       02 PrnRunDate pic 9999/99/99.
       02 filler pic X(12) value "  RETENTION ".
       02 PrnRetention pic ZZZ9.
       02 filler pic X(5) value " DAYS".
01 CustHeading.
       02 filler pic X(32) value
           "  IDNUM  INACTIVE SINCE  HISTORY".
       02 filler pic X(29) value
           " ROWS  SHIP-TOS  AUDIT IMAGES".
01 CustLine.
       02 filler pic XX value spaces.
       02 PrnIDNum pic 9(5).
       02 filler pic XX value spaces.
       02 PrnInactive pic 9999/99/99.
       02 filler pic X(15) value spaces.
       02 PrnHistRows pic ZZ9.
       02 filler pic X(7) value spaces.
       02 PrnShipTos pic ZZ9.
       02 filler pic X(9) value spaces.
       02 PrnAuditImages pic ZZZZ9.
01 TrailLine.
       02 filler pic XX value spaces.
       02 PrnTrailFile pic X(30).
       02 PrnTlRead pic ZZZZZZ9.
       02 filler pic X(7) value " read, ".
       02 PrnTlScrubbed pic ZZZZZZ9.
       02 filler pic X(11) value " scrubbed, ".
       02 PrnTlRelinked pic ZZZZZZ9.
       02 filler pic X(10) value " re-linked".
01 NoteLine.
       02 filler pic XX value spaces.
       02 PrnNote pic X(88).
01 WSSeqDisplay pic 9(9).
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "piianonymize".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "piianonymize".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       display "Retention days after archive (0 = default 2555): "
           with no advancing
       accept WSRetentionDays
       if WSRetentionDays = zero
           move 2555 to WSRetentionDays
       end-if
       move spaces to WSRptFileName
       string "Anonymize." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output AnonPrint
       move spaces to WSRcParams
       string "retention days " delimited by size
           WSRetentionDays delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       move 0 to RETURN-CODE
       perform LoadCandidates
       perform SettleCandidates
       if WSQualifyCount = zero
           move "No archived customer is past the retention period"
               to PrnNote
           perform PrintNoteLine
       else
           perform LoadTrailList
           perform VerifyTrails
           if WSChainBreaks > zero
               move "*** Audit trail chain broken - nothing anonymized ***"
                   to PrnNote
               perform PrintNoteLine
               move "Run auditverify and investigate the break first"
                   to PrnNote
               perform PrintNoteLine
               move 8 to RETURN-CODE
           else
               perform ScrubHistory
               perform DeleteShipTos
               perform ScrubTrails
               perform MoveChainHead
               perform PrintCustomers
           end-if
       end-if
       perform PrintTotals
       close AnonPrint
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Customers past retention: " WSQualifyCount
       display "History rows anonymized: " WSHistScrubbed
       display "Audit records scrubbed: " WSTotalScrubbed
           "  re-linked: " WSTotalRelinked
       if WSChainBreaks > zero
           display "*** Audit trail chain broken - nothing anonymized ***"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       move RETURN-CODE to WSRhRc
       move WSHistRead to WSRhRead
       move WSHistScrubbed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> primo giro della history: un IDNum per riga di tabella, con la
*> data inactive piu' recente (un cliente archiviato due volte conta
*> dall'ultima volta)
LoadCandidates.
       move "N" to WSEOFFlag
       open input CustomerHistory
       if WSHistStatus not = "00"
           set AtEOF to true
       end-if
       perform until AtEOF
           read CustomerHistory
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSHistRead
               perform NoteCandidate
           end-if
       end-perform
       if WSHistStatus = "00" or WSHistStatus = "10"
           close CustomerHistory
       end-if
       move "N" to WSEOFFlag.

NoteCandidate.
       if CustInactiveDate OF HistoryData is not numeric
           move zero to CustInactiveDate OF HistoryData
       end-if
       move IDNum OF HistoryData to WSSearchIDNum
       perform FindOrInsertCustomer
       if WSFound > zero
           if CustInactiveDate OF HistoryData > AnLatestInactive(WSFound)
               move CustInactiveDate OF HistoryData
                   to AnLatestInactive(WSFound)
           end-if
       else
           add 1 to WSTableFullCount
       end-if.

FindOrInsertCustomer.
       move zero to WSFound
       move zero to WSInsAt
       perform varying WSAnIdx from 1 by 1
               until WSAnIdx > WSAnCount or WSFound > zero
                   or WSInsAt > zero
           if AnIDNum(WSAnIdx) = WSSearchIDNum
               move WSAnIdx to WSFound
           else
               if AnIDNum(WSAnIdx) > WSSearchIDNum
                   move WSAnIdx to WSInsAt
               end-if
           end-if
       end-perform
       if WSFound = zero and WSAnCount < 5000
           if WSInsAt = zero
               compute WSInsAt = WSAnCount + 1
           else
               perform varying WSAnIdx from WSAnCount by -1
                       until WSAnIdx < WSInsAt
                   move AnEntry(WSAnIdx) to AnEntry(WSAnIdx + 1)
               end-perform
           end-if
           add 1 to WSAnCount
           move WSSearchIDNum to AnIDNum(WSInsAt)
           move zero to AnLatestInactive(WSInsAt), AnHistRows(WSInsAt),
               AnShipTos(WSInsAt), AnAuditImages(WSInsAt)
           move "N" to AnQualifyFlag(WSInsAt)
           move WSInsAt to WSFound
       end-if.

*> solo la ricerca, per i giri successivi: WSFound a zero se l'IDNum
*> non e' in tabella o non e' oltre la retention
FindQualifying.
       move zero to WSFound
       perform varying WSAnIdx from 1 by 1
               until WSAnIdx > WSAnCount or WSFound > zero
                   or AnIDNum(WSAnIdx) > WSSearchIDNum
           if AnIDNum(WSAnIdx) = WSSearchIDNum
                   and AnQualifyFlag(WSAnIdx) = "Y"
               move WSAnIdx to WSFound
           end-if
       end-perform.

*> oltre la retention dall'ultima data inactive e non riattivato sul
*> master vivo; senza data inactive non si puo' contare, si tiene
SettleCandidates.
       open input CustomerFile
       perform varying WSAnIdx from 1 by 1 until WSAnIdx > WSAnCount
           if AnLatestInactive(WSAnIdx) > zero
               compute WSInactiveOrdinal =
                   function integer-of-date(AnLatestInactive(WSAnIdx))
               compute WSAgeDays = WSTodayOrdinal - WSInactiveOrdinal
               if WSAgeDays > WSRetentionDays
                   move "Y" to AnQualifyFlag(WSAnIdx)
                   if WSCustStatus = "00"
                       move AnIDNum(WSAnIdx) to IDNum OF CustomerData
                       read CustomerFile
                           invalid key continue
                           not invalid key
                               move "N" to AnQualifyFlag(WSAnIdx)
                       end-read
                   end-if
                   if AnQualifyFlag(WSAnIdx) = "Y"
                       add 1 to WSQualifyCount
                   end-if
               end-if
           end-if
       end-perform
       if WSCustStatus = "00"
           close CustomerFile
       end-if.

*> gli archivi dell'audit trail dal catalogo di logrollover, poi il
*> file vivo; le righe degli ErrorLog nel catalogo non interessano
LoadTrailList.
       move zero to WSTrailCount
       move "N" to WSEOFFlag
       open input RolloverLog
       if WSRollStatus not = "00"
           set AtEOF to true
       end-if
       perform until AtEOF
           read RolloverLog
               at end set AtEOF to true
           end-read
           if not AtEOF
               if RollFileName(1:14) = "CustomerAudit."
                       and WSTrailCount < 500
                   add 1 to WSTrailCount
                   move RollFileName to TtFileName(WSTrailCount)
               end-if
           end-if
       end-perform
       if WSRollStatus = "00" or WSRollStatus = "10"
           close RolloverLog
       end-if
       move "N" to WSEOFFlag
       add 1 to WSTrailCount
       move "CustomerAudit.dat" to TtFileName(WSTrailCount)
       move zero to AcBaseSeq, AcBaseValue, AcLastSeq, AcLastValue
       move spaces to AcBaseArchive
       open input AuditChain
       if WSAcStatus = "00"
           move WSCustChainTrail to AcTrail
           read AuditChain
               invalid key
                   move zero to AcBaseSeq, AcBaseValue, AcLastSeq,
                       AcLastValue
                   move spaces to AcBaseArchive
               not invalid key set HeadFound to true
           end-read
           close AuditChain
       end-if.

*> la catena deve reggere su tutti i file prima di toccare qualcosa:
*> ogni anello con un predecessore noto e' ricalcolato, e l'ultimo
*> del file vivo deve essere la testa
VerifyTrails.
       move "N" to WSHavePrevFlag
       move length of AuditRecord to WSChainLen
       perform varying WSTrailIdx from 1 by 1
               until WSTrailIdx > WSTrailCount
           move TtFileName(WSTrailIdx) to WSTrailFileName
           open input AuditTrail
           if WSAuditStatus not = "00"
               *> archivio sparito dal disco: la catena riprende
               *> senza predecessore dal file dopo
               move "N" to WSHavePrevFlag
           else
               perform until AtEOF
                   read AuditTrail
                       at end set AtEOF to true
                   end-read
                   if not AtEOF
                       perform VerifyOneLink
                   end-if
               end-perform
               close AuditTrail
               move "N" to WSEOFFlag
           end-if
       end-perform
       if HeadFound and HavePrev
               and (WSPrevSeq not = AcLastSeq
                   or WSPrevValue not = AcLastValue)
           add 1 to WSChainBreaks
           move "Live audit trail does not end at the chain head"
               to PrnNote
           perform PrintNoteLine
       end-if.

VerifyOneLink.
       if AuditChainSeq is numeric and AuditChainSeq > zero
           if HavePrev
               if AuditChainSeq not = WSPrevSeq + 1
                   perform NoteChainBreak
               else
                   move WSPrevValue to WSChainValue
                   perform CheckStoredValue
               end-if
           else
               if AuditChainSeq = 1
                   move zero to WSChainValue
                   perform CheckStoredValue
               end-if
           end-if
           set HavePrev to true
           move AuditChainSeq to WSPrevSeq
           move AuditChainValue to WSPrevValue
       end-if.

CheckStoredValue.
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail,
           AuditRecord, WSChainLen, WSChainValue
       if WSChainValue not = AuditChainValue
           perform NoteChainBreak
       end-if.

NoteChainBreak.
       add 1 to WSChainBreaks
       move AuditChainSeq to WSSeqDisplay
       move spaces to PrnNote
       string "Chain break at sequence " delimited by size
           WSSeqDisplay delimited by size
           " in " delimited by size
           WSTrailFileName delimited by space
           into PrnNote
       perform PrintNoteLine.

*> la history passa da un file di lavoro e torna al suo posto solo
*> se qualche riga e' cambiata
ScrubHistory.
       move "N" to WSFileChangedFlag
       move "N" to WSEOFFlag
       open input CustomerHistory
       if WSHistStatus = "00"
           open output AnonWork
           perform until AtEOF
               read CustomerHistory
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   move IDNum OF HistoryData to WSSearchIDNum
                   perform FindQualifying
                   if WSFound > zero
                           and (LastName OF HistoryData not = "ANONYMIZED"
                               or FirstName OF HistoryData not = spaces)
                       call "PIIMASK" using HistoryData, WSPiiMode
                       add 1 to AnHistRows(WSFound)
                       add 1 to WSHistScrubbed
                       set FileChanged to true
                   end-if
                   move HistoryData to AnonWorkRecord
                   write AnonWorkRecord
               end-if
           end-perform
           close CustomerHistory, AnonWork
           move "N" to WSEOFFlag
           if FileChanged
               open input AnonWork
               open output CustomerHistory
               perform until AtEOF
                   read AnonWork
                       at end set AtEOF to true
                   end-read
                   if not AtEOF
                       move AnonWorkRecord to HistoryData
                       write HistoryData
                   end-if
               end-perform
               close AnonWork, CustomerHistory
               move "N" to WSEOFFlag
           end-if
       end-if.

*> gli indirizzi di spedizione non servono a nessuno storico
DeleteShipTos.
       open i-o ShipToAddresses
       if WSStStatus = "00"
           perform varying WSAnIdx from 1 by 1 until WSAnIdx > WSAnCount
               if AnQualifyFlag(WSAnIdx) = "Y"
                   perform DeleteOneCustShipTos
               end-if
           end-perform
           close ShipToAddresses
       end-if.

DeleteOneCustShipTos.
       move AnIDNum(WSAnIdx) to StCustIDNum
       move low-values to StShipToCode
       start ShipToAddresses key is not less than StKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read ShipToAddresses next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if StCustIDNum not = AnIDNum(WSAnIdx)
                   set AtEOF to true
               else
                   delete ShipToAddresses record
                       invalid key continue
                       not invalid key
                           add 1 to AnShipTos(WSAnIdx)
                           add 1 to WSShipTosDeleted
                   end-delete
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> stesso giro della verifica, questa volta riscrivendo: dal primo
*> record ripulito in poi ogni anello e' ricalcolato sul predecessore
*> come e' stato riscritto
ScrubTrails.
       move "N" to WSHavePrevFlag
       move "N" to WSRelinkFlag
       move length of AuditRecord to WSChainLen
       perform varying WSTrailIdx from 1 by 1
               until WSTrailIdx > WSTrailCount
           move TtFileName(WSTrailIdx) to WSTrailFileName
           perform ScrubOneTrail
           if WSTrailFileName = AcBaseArchive and HavePrev
               move WSPrevValue to WSNewBaseValue
               set BaseMoved to true
           end-if
       end-perform.

ScrubOneTrail.
       move zero to WSTrailRead, WSTrailScrubbed, WSTrailRelinked
       move "N" to WSFileChangedFlag
       open input AuditTrail
       if WSAuditStatus not = "00"
           move "N" to WSHavePrevFlag
       else
           open output AnonWork
           perform until AtEOF
               read AuditTrail
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   add 1 to WSTrailRead
                   perform ScrubAuditImages
                   perform RelinkRecord
                   move AuditRecord to AnonWorkRecord
                   write AnonWorkRecord
               end-if
           end-perform
           close AuditTrail, AnonWork
           move "N" to WSEOFFlag
           if FileChanged
               open input AnonWork
               open output AuditTrail
               perform until AtEOF
                   read AnonWork
                       at end set AtEOF to true
                   end-read
                   if not AtEOF
                       move AnonWorkRecord to AuditRecord
                       write AuditRecord
                   end-if
               end-perform
               close AnonWork, AuditTrail
               move "N" to WSEOFFlag
           end-if
           add WSTrailRead to WSTotalAuditRead
           add WSTrailScrubbed to WSTotalScrubbed
           add WSTrailRelinked to WSTotalRelinked
           if WSTrailScrubbed > zero or WSTrailRelinked > zero
               perform PrintTrailLine
           end-if
       end-if.

ScrubAuditImages.
       move "N" to WSRecChangedFlag
       move AuditIDNum to WSSearchIDNum
       perform FindQualifying
       if WSFound not = zero
           if AuditBeforeImage not = spaces
               move AuditBeforeImage to WSImageSave
               call "PIIMASK" using AuditBeforeImage, WSPiiMode
               if AuditBeforeImage not = WSImageSave
                   set RecChanged to true
               end-if
           end-if
           if AuditAfterImage not = spaces
               move AuditAfterImage to WSImageSave
               call "PIIMASK" using AuditAfterImage, WSPiiMode
               if AuditAfterImage not = WSImageSave
                   set RecChanged to true
               end-if
           end-if
           if RecChanged
               add 1 to AnAuditImages(WSFound)
               add 1 to WSTrailScrubbed
               set FileChanged to true
           end-if
       end-if.

*> un record senza anello resta com'e'; un anello dopo un record
*> cambiato si ricalcola; senza predecessore (archivio precedente
*> spazzato) il valore resta e fa da ancora
RelinkRecord.
       if AuditChainSeq is numeric and AuditChainSeq > zero
           move AuditChainValue to WSOldValue
           if Relinking or RecChanged
               evaluate true
                   when HavePrev
                       move WSPrevValue to WSChainValue
                       perform RecomputeLink
                   when AuditChainSeq = 1
                       move zero to WSChainValue
                       perform RecomputeLink
                   when other
                       add 1 to WSAnchorCount
                       move AuditChainSeq to WSSeqDisplay
                       move spaces to PrnNote
                       string "Chain anchor kept at sequence " delimited by size
                           WSSeqDisplay delimited by size
                           " in " delimited by size
                           WSTrailFileName delimited by space
                           " (predecessor swept)" delimited by size
                           into PrnNote
                       perform PrintNoteLine
               end-evaluate
           end-if
           set HavePrev to true
           move AuditChainSeq to WSPrevSeq
           move AuditChainValue to WSPrevValue
       end-if.

RecomputeLink.
       call "AUDCHAIN" using WSChainMode, WSCustChainTrail,
           AuditRecord, WSChainLen, WSChainValue
       if WSChainValue not = WSOldValue
           move WSChainValue to AuditChainValue
           set Relinking to true
           add 1 to WSTrailRelinked
           set FileChanged to true
       end-if.

*> la testa segue l'ultimo anello del file vivo, la base l'ultimo
*> dell'archivio da cui il file vivo riparte
MoveChainHead.
       if Relinking and HeadFound
           open i-o AuditChain
           move WSCustChainTrail to AcTrail
           read AuditChain
               invalid key display "Chain head not found - head not moved"
               not invalid key
                   if WSPrevSeq = AcLastSeq
                       move WSPrevValue to AcLastValue
                   end-if
                   if BaseMoved
                       move WSNewBaseValue to AcBaseValue
                   end-if
                   rewrite AuditChainData
                       invalid key display "Chain head not moved"
                   end-rewrite
           end-read
           close AuditChain
       end-if.

PrintCustomers.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move " " to AsaControl
       move CustHeading to PrintBody
       write PrintLine
       add 1 to LineCount
       perform varying WSAnIdx from 1 by 1 until WSAnIdx > WSAnCount
           if AnQualifyFlag(WSAnIdx) = "Y"
                   and (AnHistRows(WSAnIdx) > zero
                       or AnShipTos(WSAnIdx) > zero
                       or AnAuditImages(WSAnIdx) > zero)
               if NewPageRequired
                   perform PrintPageHeading
               end-if
               move AnIDNum(WSAnIdx) to PrnIDNum
               move AnLatestInactive(WSAnIdx) to PrnInactive
               move AnHistRows(WSAnIdx) to PrnHistRows
               move AnShipTos(WSAnIdx) to PrnShipTos
               move AnAuditImages(WSAnIdx) to PrnAuditImages
               move " " to AsaControl
               move CustLine to PrintBody
               write PrintLine
               add 1 to LineCount
           end-if
       end-perform.

PrintTrailLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move WSTrailFileName to PrnTrailFile
       move WSTrailRead to PrnTlRead
       move WSTrailScrubbed to PrnTlScrubbed
       move WSTrailRelinked to PrnTlRelinked
       move " " to AsaControl
       move TrailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintNoteLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move " " to AsaControl
       move NoteLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintTotals.
       move spaces to PrnNote
       string "Customers past retention: " delimited by size
           WSQualifyCount delimited by size
           "   history rows anonymized: " delimited by size
           WSHistScrubbed delimited by size
           "   ship-tos deleted: " delimited by size
           WSShipTosDeleted delimited by size
           into PrnNote
       perform PrintNoteLine
       move spaces to PrnNote
       string "Audit records read: " delimited by size
           WSTotalAuditRead delimited by size
           "   scrubbed: " delimited by size
           WSTotalScrubbed delimited by size
           "   re-linked: " delimited by size
           WSTotalRelinked delimited by size
           into PrnNote
       perform PrintNoteLine
       if WSTableFullCount > zero
           move spaces to PrnNote
           string "Customer table full at 5000 - archived customers"
               delimited by size
               " past it not considered" delimited by size
               into PrnNote
           perform PrintNoteLine
       end-if.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move WSRetentionDays to PrnRetention
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move " " to AsaControl
       move spaces to PrintBody
       write PrintLine
       move 2 to LineCount.
