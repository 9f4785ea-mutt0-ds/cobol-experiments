       02 RcFileName   PIC X(30).
      *> the parameters the run was asked with, free text
       02 RcParameters PIC X(30).
      *> who the run is for: spaces = the whole report, the master
      *> copy management keeps; a burst piece written by RPTBURST
      *> carries its rep or warehouse here ("REP 0012", "WHSE 01")
       02 RcRecipient  PIC X(12).
