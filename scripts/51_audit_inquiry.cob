       >>SOURCE FORMAT FREE
*> Audit-trail inquiry: CustomerAudit.dat holds every add/update/
*> delete with before/after images, but reading it meant opening the
*> raw file and squinting at 175-byte strings. This program filters
*> by IDNum, operator, or date range, lists the matches newest-first,
*> and for a selected entry lays the before and after images over
*> the CUSTREC layout and shows a field-by-field comparison of what
           03 MtIDNum pic 9(5).
           03 MtOperatorID pic X(8).
           03 MtTimestamp pic X(26).
           03 MtBeforeImage pic X(175).
           03 MtAfterImage pic X(175).
01 WSMatchCount pic 9(5) value zero.
01 WSTableUsed pic 9(2) value zero.
01 WSNextSlot pic 9(2) value 1.
           add 1 to WSDiffCount
           display "  CreditLim:  [" CustCreditLimit OF WSBeforeRec
               "] -> [" CustCreditLimit OF WSAfterRec "]"
       end-if
       if CustCreditStatus OF WSBeforeRec
               not = CustCreditStatus OF WSAfterRec
           add 1 to WSDiffCount
           display "  CreditStat: [" CustCreditStatus OF WSBeforeRec
               "] -> [" CustCreditStatus OF WSAfterRec "]"
       end-if.
