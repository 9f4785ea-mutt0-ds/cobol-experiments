       >>SOURCE FORMAT FREE
*> Audit-trail chain verification for the nightly batch: undo,
*> roll-forward and the audit inquiry all take CustomerAudit.dat and
*> OrderAudit.dat at their word, and both are plain sequential files.
*> Every record now carries a sequence number and a check value
*> chained to the record before it (AUDCHAIN). This walks each live
*> file from the base of its chain on AuditChain.dat - the last link
*> of the archive 52_log_rollover.cob rolled it into, or the start -
*> recomputing every value, and must arrive at the chain head. An
*> altered record, a gap in the sequence (records removed), a record
*> out of sequence or with no link after the chain began (inserted),
*> or a file that stops short of the head is a break: each is listed
*> on the break report and the step ends RETURN-CODE 8. Records at the
*> front of a file written before the chain existed are counted, not
*> checked.
IDENTIFICATION DIVISION.
PROGRAM-ID. auditverify.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AuditChain ASSIGN TO "AuditChain.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcTrail
           FILE STATUS IS WSAcStatus.
       SELECT CustomerAudit ASSIGN TO "CustomerAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSAuditStatus.
       SELECT OrderAudit ASSIGN TO "OrderAudit.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSOrdAuditStatus.
       SELECT BreakPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD AuditChain.
01 AuditChainData.
   COPY AUDCHNREC.

FD CustomerAudit.
01 AuditRecord.
   COPY AUDITREC.

FD OrderAudit.
01 OrderAuditRecord.
   COPY ORDAUDREC.

FD BreakPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSAcStatus pic XX.
01 WSAuditStatus pic XX.
01 WSOrdAuditStatus pic XX.
01 WSAcOpenFlag pic X value "N".
       88 AcFileOpen value "Y".
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> il trail in verifica
01 WSTrailName pic X(12).
01 WSTrailFile pic X(20).
01 WSHeadFlag pic X value "N".
       88 HeadFound value "Y".
01 WSStartedFlag pic X value "N".
       88 ChainStarted value "Y".
01 WSExpectSeq pic 9(9).
01 WSPrevValue pic 9(9).
01 WSHeadSeq pic 9(9).
01 WSHeadValue pic 9(9).
01 WSLastSeq pic 9(9).
01 WSLastValue pic 9(9).
*> il record corrente visto come byte, qualunque sia il trail
01 WSChainBuf pic X(1000).
01 WSRecLen pic 9(4).
01 WSSeqPos pic 9(4).
01 WSValuePos pic 9(4).
01 WSRecSeq pic 9(9).
01 WSRecSeqText redefines WSRecSeq pic X(9).
01 WSRecValue pic 9(9).
01 WSRecValueText redefines WSRecValue pic X(9).
01 WSRecStamp pic X(26).
01 WSRecKey pic 9(6).
01 WSMissing pic 9(9).
01 WSChainMode pic X value "V".
01 WSChainValue pic 9(9).
*> contatori per trail e totali
01 WSTrailRead pic 9(7).
01 WSTrailPreChain pic 9(7).
01 WSTrailBreaks pic 9(5).
01 WSTotalRead pic 9(7) value zero.
01 WSTotalBreaks pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value
           "AUDIT TRAIL CHAIN VERIFICATION".
       02 filler pic X(8) value "RUN OF ".
       02 PrnRunDate pic 9999/99/99.
01 TrailHeading.
       02 PrnTrailFile pic X(20).
       02 filler pic X(12) value " chain base ".
       02 PrnBaseSeq pic Z(8)9.
       02 filler pic X(7) value " head ".
       02 PrnHeadSeq pic Z(8)9.
       02 filler pic X value space.
       02 PrnBaseArchive pic X(30).
01 BreakLine.
       02 filler pic XX value spaces.
       02 PrnBrSeq pic Z(8)9.
       02 filler pic X value space.
       02 PrnBrStamp pic X(17).
       02 filler pic X value space.
       02 PrnBrKey pic Z(5)9.
       02 filler pic X value space.
       02 PrnBrText pic X(53).
01 TrailTotalLine.
       02 filler pic XX value spaces.
       02 PrnTtRead pic ZZZZZZ9.
       02 filler pic X(17) value " record(s) read, ".
       02 PrnTtPreChain pic ZZZZZZ9.
       02 filler pic X(20) value " before the chain, ".
       02 PrnTtBreaks pic ZZZZ9.
       02 filler pic X(9) value " break(s)".
01 WSBreakText pic X(53).
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "auditverify".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "auditverify".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       move spaces to WSRptFileName
       string "AuditChainBreaks." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open input AuditChain
       if WSAcStatus = "00"
           set AcFileOpen to true
       end-if
       open output BreakPrint
       move spaces to WSRcParams
       string "business date " delimited by size
           WSRunDate delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform VerifyCustomerAudit
       perform VerifyOrderAudit
       close BreakPrint
       if AcFileOpen
           close AuditChain
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Audit records read: " WSTotalRead
       if WSTotalBreaks > zero
           display "*** AUDIT TRAIL CHAIN BROKEN: " WSTotalBreaks
               " break(s) - see " WSRptFileName " ***"
           move 8 to RETURN-CODE
       else
           display "Audit trail chains intact"
           move 0 to RETURN-CODE
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       move RETURN-CODE to WSRhRc
       move WSTotalRead to WSRhRead
       move WSTotalBreaks to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

VerifyCustomerAudit.
       move "CUSTAUDIT" to WSTrailName
       move "CustomerAudit.dat" to WSTrailFile
       perform StartTrail
       move length of AuditRecord to WSRecLen
       perform SetChainPositions
       move "N" to WSEOFFlag
       open input CustomerAudit
       if WSAuditStatus not = "00"
           set AtEOF to true
       else
           read CustomerAudit
               at end set AtEOF to true
           end-read
       end-if
       perform until AtEOF
           move AuditRecord to WSChainBuf
           move AuditTimestamp to WSRecStamp
           move AuditIDNum to WSRecKey
           perform CheckOneLink
           read CustomerAudit
               at end set AtEOF to true
           end-read
       end-perform
       if WSAuditStatus = "00" or WSAuditStatus = "10"
           close CustomerAudit
       end-if
       move "N" to WSEOFFlag
       perform EndTrail.

VerifyOrderAudit.
       move "ORDAUDIT" to WSTrailName
       move "OrderAudit.dat" to WSTrailFile
       perform StartTrail
       move length of OrderAuditRecord to WSRecLen
       perform SetChainPositions
       move "N" to WSEOFFlag
       open input OrderAudit
       if WSOrdAuditStatus not = "00"
           set AtEOF to true
       else
           read OrderAudit
               at end set AtEOF to true
           end-read
       end-if
       perform until AtEOF
           move OrderAuditRecord to WSChainBuf
           move OrdAuditTimestamp to WSRecStamp
           move OrdAuditOrderNum to WSRecKey
           perform CheckOneLink
           read OrderAudit
               at end set AtEOF to true
           end-read
       end-perform
       if WSOrdAuditStatus = "00" or WSOrdAuditStatus = "10"
           close OrderAudit
       end-if
       move "N" to WSEOFFlag
       perform EndTrail.

*> la base della catena del file vivo e la testa da raggiungere
StartTrail.
       move zero to WSTrailRead, WSTrailPreChain, WSTrailBreaks
       move zero to WSLastSeq, WSLastValue
       move "N" to WSHeadFlag
       move "N" to WSStartedFlag
       move zero to AcBaseSeq, AcBaseValue, AcLastSeq, AcLastValue
       move spaces to AcBaseArchive
       if AcFileOpen
           move WSTrailName to AcTrail
           read AuditChain
               invalid key
                   move zero to AcBaseSeq, AcBaseValue, AcLastSeq,
                       AcLastValue
                   move spaces to AcBaseArchive
               not invalid key set HeadFound to true
           end-read
       end-if
       compute WSExpectSeq = AcBaseSeq + 1
       move AcBaseValue to WSPrevValue
       move AcLastSeq to WSHeadSeq
       move AcLastValue to WSHeadValue
       *> dopo un roll la catena e' gia' cominciata nell'archivio
       if AcBaseSeq > zero
           set ChainStarted to true
       end-if
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move WSTrailFile to PrnTrailFile
       move AcBaseSeq to PrnBaseSeq
       move AcLastSeq to PrnHeadSeq
       move AcBaseArchive to PrnBaseArchive
       move "0" to AsaControl
       move TrailHeading to PrintBody
       write PrintLine
       add 2 to LineCount.

SetChainPositions.
       compute WSSeqPos = WSRecLen - 17
       compute WSValuePos = WSRecLen - 8.

CheckOneLink.
       add 1 to WSTrailRead
       add 1 to WSTotalRead
       move WSChainBuf(WSSeqPos:9) to WSRecSeqText
       move WSChainBuf(WSValuePos:9) to WSRecValueText
       if WSRecSeqText is not numeric
           move zero to WSRecSeq
       end-if
       if WSRecValueText is not numeric
           move zero to WSRecValue
       end-if
       if WSRecSeq = zero
           if ChainStarted
               move "record with no chain link - inserted" to WSBreakText
               perform PrintBreak
           else
               add 1 to WSTrailPreChain
           end-if
       else
           set ChainStarted to true
           evaluate true
               when WSRecSeq > WSExpectSeq
                   compute WSMissing = WSRecSeq - WSExpectSeq
                   move spaces to WSBreakText
                   string "gap in sequence - " delimited by size
                       WSMissing delimited by size
                       " record(s) removed before it" delimited by size
                       into WSBreakText
                   perform PrintBreak
               when WSRecSeq < WSExpectSeq
                   move "out of sequence - inserted or duplicated"
                       to WSBreakText
                   perform PrintBreak
               when other
                   move WSPrevValue to WSChainValue
                   call "AUDCHAIN" using WSChainMode, WSTrailName,
                       WSChainBuf, WSRecLen, WSChainValue
                   if WSChainValue not = WSRecValue
                       move "check value does not match - record altered"
                           to WSBreakText
                       perform PrintBreak
                   end-if
           end-evaluate
           *> si riparte dal record letto, cosi' una rottura sola non
           *> trascina tutti i record dopo di lei
           move WSRecValue to WSPrevValue
           compute WSExpectSeq = WSRecSeq + 1
           move WSRecSeq to WSLastSeq
           move WSRecValue to WSLastValue
       end-if.

*> il file deve arrivare esattamente alla testa della catena
EndTrail.
       move zero to WSRecSeq
       move spaces to WSRecStamp
       move zero to WSRecKey
       evaluate true
           when not HeadFound and WSLastSeq > zero
               move "chain head missing from AuditChain.dat"
                   to WSBreakText
               perform PrintBreak
           when not HeadFound
               continue
           when WSLastSeq = zero and WSHeadSeq > AcBaseSeq
               move WSHeadSeq to WSRecSeq
               move "file holds none of the chained records"
                   to WSBreakText
               perform PrintBreak
           when WSLastSeq = zero
               continue
           when WSLastSeq < WSHeadSeq
               move WSHeadSeq to WSRecSeq
               compute WSMissing = WSHeadSeq - WSLastSeq
               move spaces to WSBreakText
               string "file stops short of the head - " delimited by size
                   WSMissing delimited by size
                   " record(s) removed" delimited by size
                   into WSBreakText
               perform PrintBreak
           when WSLastSeq > WSHeadSeq
               move WSLastSeq to WSRecSeq
               move "records beyond the chain head" to WSBreakText
               perform PrintBreak
           when WSLastValue not = WSHeadValue
               move WSLastSeq to WSRecSeq
               move "last record does not match the chain head"
                   to WSBreakText
               perform PrintBreak
       end-evaluate
       move WSTrailRead to PrnTtRead
       move WSTrailPreChain to PrnTtPreChain
       move WSTrailBreaks to PrnTtBreaks
       move " " to AsaControl
       move TrailTotalLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintBreak.
       add 1 to WSTrailBreaks
       add 1 to WSTotalBreaks
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move WSRecSeq to PrnBrSeq
       move WSRecStamp to PrnBrStamp
       move WSRecKey to PrnBrKey
       move WSBreakText to PrnBrText
       move " " to AsaControl
       move BreakLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move 2 to LineCount.
