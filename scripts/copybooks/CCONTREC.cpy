      *> CCONTREC.cpy - one named contact at a customer
      *> (CustContacts.dat), keyed IDNum + a contact number: CUSTREC's
      *> single Phone/Email belongs to whoever opened the account,
      *> while the people we actually deal with are several and each
      *> has a job. Maintained from customer maintenance
      *> (11_first_program.cob); the AP contact - the lowest-numbered
      *> one with role A - is the one dunning, statements and the
      *> collections worklist address, looked up through APCONTACT
       02 CcKey.
           03 CcCustIDNum  PIC 9(5).
           03 CcContactNum PIC 9(2).
       02 CcRole        PIC X.
           88 CcBuyer           VALUE "B".
           88 CcAccountsPayable VALUE "A".
           88 CcOwner           VALUE "O".
           88 CcShipping        VALUE "S".
           88 ValidContactRole  VALUE "B" "A" "O" "S".
       02 CcName        PIC X(30).
       02 CcPhone       PIC X(12).
       02 CcEmail       PIC X(30).
