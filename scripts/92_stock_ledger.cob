*> RETURN-CODE 8 on any break. Mode 3 seeds the BL baseline lines the
*> first time the ledger goes live (current ProdOnHand minus whatever
*> the ledger already says), so mode 2 has a truthful starting point.
*> The inspection memo lines (IH/IA/IX) move ProdInspectQty, not the
*> on-hand: the replay lists them outside the running balance and
*> the nightly check holds them against ProdInspectQty instead.
IDENTIFICATION DIVISION.
PROGRAM-ID. stockledger.
ENVIRONMENT DIVISION.
       02 SumEntry occurs 200 times.
           03 SmProdCode pic X(8).
           03 SmQty pic S9(7).
           03 SmInspQty pic S9(7).
01 WSSmCount pic 9(3) value zero.
01 WSSmIdx pic 9(3).
01 WSSmFound pic 9(3).
01 WSMoveRef pic X(10) value spaces.
01 WSMoveOper pic X(8) value "LEDGER".
01 WSMoveWhse pic XX value spaces.
*> codici memo dell'ispezione al ricevimento: fuori dalla giacenza
01 WSInspCodeFlag pic X value "N".
       88 InspMemoLine value "Y".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
           if not AtEOF
               if MvProdCode = WSQueryProd
                   if MvDate < WSFromDate
                       perform CheckInspMemo
                       if not InspMemoLine
                           add MvQty to WSRunning
                       end-if
                   else
                       if MvDate <= WSToDate
                           perform CheckInspMemo
                           add 1 to WSListed
                           if InspMemoLine
                               display MvDate " " MvWhseCode "  "
                                   MvSourceCode "  " MvReference " "
                                   MvQty " (inspection)"
                           else
                               add MvQty to WSRunning
                               display MvDate " " MvWhseCode "  "
                                   MvSourceCode "  " MvReference " "
                                   MvQty " " WSRunning
                           end-if
                       end-if
                   end-if
               end-if
               move WSSmCount to WSSmFound
               move MvProdCode to SmProdCode(WSSmFound)
               move zero to SmQty(WSSmFound)
               move zero to SmInspQty(WSSmFound)
           else
               move "Y" to WSSumOverflow
           end-if
       end-if
       if WSSmFound > zero
           perform CheckInspMemo
           if InspMemoLine
               add MvQty to SmInspQty(WSSmFound)
           else
               add MvQty to SmQty(WSSmFound)
           end-if
       end-if.

CheckInspMemo.
       move "N" to WSInspCodeFlag
       if MvSourceCode = "IH" or MvSourceCode = "IA"
               or MvSourceCode = "IX"
           set InspMemoLine to true
       end-if.

*> per ogni prodotto CON attivita' a ledger: baseline + movimenti
               display "BREAK: " ProdCode " ledger says "
                   SmQty(WSSmFound) " but on-hand is " ProdOnHand
           end-if
           if ProdInspectQty not numeric
               move zero to ProdInspectQty
           end-if
           if SmInspQty(WSSmFound) not = ProdInspectQty
               add 1 to WSBreaks
               display "BREAK: " ProdCode " ledger says "
                   SmInspQty(WSSmFound) " in inspection but the"
                   " product says " ProdInspectQty
           end-if
       end-if.

*> primo avvio del ledger: una riga BL per prodotto porta il ledger
