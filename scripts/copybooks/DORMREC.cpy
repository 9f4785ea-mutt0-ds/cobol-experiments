      *> DORMREC.cpy - unclaimed-property dormancy rule per two-letter
      *> state code (the same codes as CUSTREC's ValidState list),
      *> keyed by the state (DormancyRules.dat). A customer credit with
      *> no account activity for DmYears is presumed abandoned and is
      *> reported and remitted to the state's agency by the annual
      *> 133_unclaimed_prop.cob run, which falls back on three years
      *> for a state with no rule on file. Maintained by
      *> 132_dormancy_master.cob.
       02 DmState       PIC XX.
       02 DmYears       PIC 99.
       02 DmAgency      PIC X(30).
