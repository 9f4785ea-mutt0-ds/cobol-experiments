01 WSOperTotal pic 9(9)V99.
01 WSGrandTotal pic 9(9)V99 value zero.
01 WSCheckCount pic 9(3) value zero.
*> incassi con carta del giorno: non vanno in distinta, ma l'11000
*> li prende lo stesso
01 WSCardTotal pic 9(9)V99 value zero.
01 WSOverflowFlag pic X value "N".
01 Dollars PIC $$,$$$,$$9.99.
01 PageHeading.
01 SlipTotalLine.
       02 filler pic X(18) value "  Deposit total:  ".
       02 PrnSlipTotal pic $$$,$$$,$$9.99.
01 CardTotalLine.
       02 filler pic X(46) value
           "  Card receipts, not on the slip (processor): ".
       02 PrnCardTotal pic $$$,$$$,$$9.99.
01 TieOutLine.
       02 filler pic X(44) value
           "TIE-OUT: register total equals the GL 11000 ".
       stop run.

*> ogni riga del giorno che rappresenta carta vera (assegni e acconti
*> DP) si accumula sul suo assegno - le carte (CD) restano fuori,
*> sommate a parte per la quadratura; inserimento ordinato operatore +
*> numero assegno cosi' la stampa raggruppa senza un sort esterno
BuildCheckTable.
       open input CashJournal
                       and CashCheckNum(1:2) not = "DA"
                       and CashCheckNum(1:2) not = "NS"
                       and CashCheckNum(1:2) not = "DR"
                       and CashCheckNum(1:2) not = "UP"
                       and CashCheckNum(1:2) not = "RF"
                   if CashTenderType = "CD"
                       add CashAmount to WSCardTotal
                   else
                       perform NoteOneCheckLine
                   end-if
               end-if
           end-if
       end-perform
       move " " to AsaControl
       move SlipTotalLine to PrintBody
       write PrintLine
       if WSCardTotal > zero
           move WSCardTotal to PrnCardTotal
           move " " to AsaControl
           move CardTotalLine to PrintBody
           write PrintLine
       end-if
       compute PrnTieTotal = WSGrandTotal + WSCardTotal
       move "0" to AsaControl
       move TieOutLine to PrintBody
       write PrintLine.
