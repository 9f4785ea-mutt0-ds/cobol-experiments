       02 VendStatusFlag PIC X VALUE "A".
           88 VendActive   VALUE "A".
           88 VendInactive VALUE "I".
      *> Y = every delivery from this vendor is held for receiving
      *> inspection, whatever the product's own ProdInspectFlag says
       02 VendInspectFlag PIC X VALUE "N".
           88 VendInspectRequired VALUE "Y".
      *> where the check goes and the account it could be wired to.
      *> Changed only through a pending request in
      *> 86_vendor_master.cob that a second supervisor approves (see
      *> VENDCHGREC.cpy); VendBankPending is up while one waits, and
      *> the date of the last approved change is kept because
      *> 113_ap_payment_run.cob will not pay a vendor on the day its
      *> details changed
       02 VendRemitName   PIC X(31).
       02 VendRemitAddr   PIC X(20).
       02 VendRemitCity   PIC X(15).
       02 VendRemitState  PIC XX.
       02 VendRemitZip    PIC X(10).
       02 VendBankRouting PIC X(9).
       02 VendBankAccount PIC X(17).
       02 VendBankChangeDate PIC 9(8).
       02 VendBankChangeBy   PIC X(8).
       02 VendBankPendFlag   PIC X VALUE "N".
           88 VendBankPending VALUE "Y".
      *> 1099 reporting (168_vendor_1099.cob): the vendor's taxpayer
      *> ID, nine digits without the hyphen, and whether it is an
      *> employer ID or a social security number. A reportable
      *> vendor's payments for the calendar year go on a 1099 in the
      *> box Vend1099Box names: N = 1099-NEC box 1, nonemployee
      *> compensation; R = 1099-MISC box 1, rents; O = 1099-MISC
      *> box 3, other income; M = 1099-MISC box 6, medical and health
      *> care payments
       02 VendTaxID      PIC X(9).
       02 VendTinType    PIC X.
           88 VendTinEIN   VALUE "E".
           88 VendTinSSN   VALUE "S".
           88 ValidVendTin VALUE "E" "S".
       02 Vend1099Flag   PIC X VALUE "N".
           88 Vend1099Reportable VALUE "Y".
       02 Vend1099Box    PIC X.
           88 Box1099Nec     VALUE "N".
           88 Box1099Rents   VALUE "R".
           88 Box1099Other   VALUE "O".
           88 Box1099Medical VALUE "M".
           88 ValidVend1099Box VALUE "N" "R" "O" "M".
