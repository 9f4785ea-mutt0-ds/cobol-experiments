      *> VENDCHGREC.cpy - a remit-to/bank change waiting for approval
      *> (VendorChanges.dat), keyed by vendor number: at most one per
      *> vendor. Keyed by one supervisor in 86_vendor_master.cob and
      *> applied to the vendor master only when a different supervisor
      *> approves it; the record is removed once decided, the request
      *> and the decision staying on VendorAudit.dat (VENDAUDREC.cpy)
       02 VcVendNum       PIC 9(5).
       02 VcRemitName     PIC X(31).
       02 VcRemitAddr     PIC X(20).
       02 VcRemitCity     PIC X(15).
       02 VcRemitState    PIC XX.
       02 VcRemitZip      PIC X(10).
       02 VcBankRouting   PIC X(9).
       02 VcBankAccount   PIC X(17).
       02 VcRequestedBy   PIC X(8).
       02 VcRequestDate   PIC 9(8).
