      *> AUDCHNREC.cpy - the head of each audit-trail chain
      *> (AuditChain.dat), one line per trail: CUSTAUDIT for
      *> CustomerAudit.dat, ORDAUDIT for OrderAudit.dat. AUDCHAIN
      *> advances the last sequence/value on every record written;
      *> the base is where the live file's chain starts - zero for a
      *> trail never rolled, or the last link of the archive
      *> 52_log_rollover.cob rolled it into. 160_audit_verify.cob walks
      *> the live file from the base and must arrive at the last link
       02 AcTrail       PIC X(12).
       02 AcLastSeq     PIC 9(9).
       02 AcLastValue   PIC 9(9).
       02 AcBaseSeq     PIC 9(9).
       02 AcBaseValue   PIC 9(9).
       02 AcBaseDate    PIC 9(8).
       02 AcBaseArchive PIC X(30).
