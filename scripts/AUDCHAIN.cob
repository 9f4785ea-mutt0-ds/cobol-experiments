       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDCHAIN.
*> Chains an audit-trail record to the one before it, so a line
*> edited, removed or slipped into CustomerAudit.dat or OrderAudit.dat
*> shows up when the chain is walked. The check value is computed
*> over the record's content and sequence number, seeded with the
*> previous record's value; the sequence number and the value are the
*> record's last 18 bytes (AuditChainSeq/AuditChainValue on AUDITREC,
*> the OrdAudit pair on ORDAUDREC).
*>   W - called just before the WRITE: takes the trail's last link
*>       from AuditChain.dat (AUDCHNREC.cpy), stamps the next sequence
*>       number and value on the record, advances the head.
*>   V - verification: LChainValue comes in as the previous record's
*>       value and goes back as the value this record should carry,
*>       nothing stored. Used by 160_audit_verify.cob and the rollover.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT AuditChain ASSIGN TO "AuditChain.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AcTrail
           FILE STATUS IS WSAcStatus.
DATA DIVISION.
FILE SECTION.
FD AuditChain.
01 AuditChainData.
   COPY AUDCHNREC.
WORKING-STORAGE SECTION.
01 WSAcStatus pic XX.
01 WSHeadFlag pic X value "N".
       88 HeadFound value "Y".
01 WSContentLen pic 9(4).
01 WSSeqPos pic 9(4).
01 WSValuePos pic 9(4).
01 WSPos pic 9(4).
01 WSSeq pic 9(9).
01 WSSeqText redefines WSSeq pic X(9).
01 WSHash pic 9(18).
01 WSChainModulus pic 9(9) value 999999937.
01 WSChainSeed pic 9(9) value 314159265.
LINKAGE SECTION.
       01 LChainMode   PIC X.
       01 LChainTrail  PIC X(12).
       01 LChainRecord PIC X(1000).
       01 LChainLen    PIC 9(4).
       01 LChainValue  PIC 9(9).
PROCEDURE DIVISION using LChainMode, LChainTrail, LChainRecord,
       LChainLen, LChainValue.
StartPara.
       compute WSContentLen = LChainLen - 18
       compute WSSeqPos = LChainLen - 17
       compute WSValuePos = LChainLen - 8
       if LChainMode = "V"
           move LChainRecord(WSSeqPos:9) to WSSeqText
           if WSSeqText is not numeric
               move zero to WSSeq
           end-if
           perform ComputeChainValue
           move WSHash to LChainValue
           goback
       end-if
       open i-o AuditChain
       if WSAcStatus = "35"
           open output AuditChain
           close AuditChain
           open i-o AuditChain
       end-if
       move "N" to WSHeadFlag
       move LChainTrail to AcTrail
       read AuditChain
           invalid key
               move zero to AcLastSeq, AcLastValue, AcBaseSeq,
                   AcBaseValue, AcBaseDate
               move spaces to AcBaseArchive
           not invalid key set HeadFound to true
       end-read
       compute WSSeq = AcLastSeq + 1
       move AcLastValue to LChainValue
       perform ComputeChainValue
       move WSHash to LChainValue
       move WSSeqText to LChainRecord(WSSeqPos:9)
       move LChainValue to LChainRecord(WSValuePos:9)
       move WSSeq to AcLastSeq
       move LChainValue to AcLastValue
       if HeadFound
           rewrite AuditChainData
               invalid key continue
           end-rewrite
       else
           write AuditChainData
               invalid key continue
           end-write
       end-if
       close AuditChain
       goback.

*> valore precedente + seme, poi le cifre del numero di sequenza,
*> poi ogni byte del contenuto: resto di un primo, a ogni passo
ComputeChainValue.
       compute WSHash = function mod(LChainValue + WSChainSeed,
           WSChainModulus)
       perform varying WSPos from 1 by 1 until WSPos > 9
           compute WSHash = function mod(WSHash * 131
               + function ord(WSSeqText(WSPos:1)), WSChainModulus)
       end-perform
       perform varying WSPos from 1 by 1 until WSPos > WSContentLen
           compute WSHash = function mod(WSHash * 131
               + function ord(LChainRecord(WSPos:1)), WSChainModulus)
       end-perform.
