      *> PICKLOGREC.cpy - one confirmed pick (PickLog.dat), written
      *> by 101_pick_confirm.cob for every order confirmed, short or
      *> not: who picked it, from which warehouse, on which wave (zero
      *> = a single-order pick list), how many lines and units came
      *> off the shelf and how many were short, and the clock times
      *> from the pick list. The minutes are the elapsed picking time
      *> booked on this record; the orders of one wave share the wave's
      *> time, booked once on the first of them and zero on the rest.
      *> Read by 157_picker_productivity.cob
       02 PlDate        PIC 9(8).
       02 PlOperatorID  PIC X(8).
       02 PlWhseCode    PIC XX.
       02 PlWaveNum     PIC 9(4).
       02 PlOrderNum    PIC 9(6).
       02 PlLines       PIC 9(3).
       02 PlUnits       PIC 9(5).
       02 PlShortLines  PIC 9(3).
       02 PlShortUnits  PIC 9(5).
       02 PlStartTime   PIC 9(4).
       02 PlEndTime     PIC 9(4).
       02 PlMinutes     PIC 9(4).
