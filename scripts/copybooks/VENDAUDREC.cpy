      *> VENDAUDREC.cpy - one record per remit-to/bank change event on
      *> the vendor master (VendorAudit.dat), written by
      *> 86_vendor_master.cob: the request with the details as they
      *> stand and as proposed, then the approval or rejection by the
      *> second supervisor with the master before and after
       02 VaTranType      PIC X.
           88 VaRequested    VALUE "R".
           88 VaApproved     VALUE "A".
           88 VaRejected     VALUE "X".
       02 VaVendNum       PIC 9(5).
       02 VaOperatorID    PIC X(8).
       02 VaTimestamp     PIC X(26).
      *> must match VENDREC.cpy's total length exactly (166 bytes) or
      *> the tail of every image gets silently dropped on every
      *> MOVE VendorData TO ...Image
       02 VaBeforeImage   PIC X(166).
       02 VaAfterImage    PIC X(166).
