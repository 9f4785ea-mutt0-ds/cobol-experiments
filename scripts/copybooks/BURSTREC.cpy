      *> BURSTREC.cpy - one line of a report that is being burst,
      *> written by the report next to its normal print line and
      *> handed to the RPTBURST subroutine, which sorts the work file
      *> by key and sequence and writes one piece per key. BwKey is
      *> the recipient the line belongs to (CustSalesRepID as four
      *> digits, or OrderWhseCode); spaces mark a heading line that
      *> goes at the top of every piece
       02 BwKey      PIC X(4).
       02 BwSeq      PIC 9(7).
       02 BwAsa      PIC X.
       02 BwBody     PIC X(100).
