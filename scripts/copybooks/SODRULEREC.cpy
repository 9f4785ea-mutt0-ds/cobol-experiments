      *> SODRULEREC.cpy - one segregation-of-duties conflict
      *> (SodRules.dat), keyed by the pair of activities that must not
      *> be done by the same operator to the same customer: the first
      *> and then the second. Activity codes, as
      *> 159_sod_report.cob reads them off the audit trails:
      *>   CE customer created/edited/deleted (CustomerAudit.dat)
      *>   CA cash applied (CashReceipts.dat, CashOperatorID)
      *>   RC return credit issued (ReturnLines.dat)
      *>   WO balance written off (WriteOffs.dat)
      *>   HR credit hold released (OrderAudit.dat R, CustomerAudit)
      *> Maintained by supervisors in 158_sod_rules.cob
       02 SrKey.
           03 SrFirstAct   PIC XX.
           03 SrSecondAct  PIC XX.
       02 SrDesc          PIC X(40).
       02 SrStatusFlag    PIC X VALUE "A".
           88 SrActive      VALUE "A".
           88 SrInactive    VALUE "I".
       02 SrUpdatedBy     PIC X(8).
       02 SrUpdatedDate   PIC 9(8).
