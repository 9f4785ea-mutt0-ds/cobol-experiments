01 WSSuggestedQty pic 9(6).
01 WSFlaggedCount pic 9(5) value zero.
01 WSScannedCount pic 9(5) value zero.
*> categoria scelta (PRODREC ProdCategory), spazi = tutte
01 WSSelCategory pic X(4).
01 PageHeading.
       02 filler pic X(34) value "REPLENISHMENT REPORT              ".
       02 PrnRunDate pic 9999/99/99.
       02 PrnCatLabel pic X(12).
       02 PrnSelCategory pic X(4).
01 Heads pic X(76) value
       "Product  Description          OnHand Reordr BO-Itm BO-Qty Suggested".
01 DetailLine.
StartPara.
       accept WSJobStartTime from time
       accept WSRunDate from date yyyymmdd
       display "Product category (blank = all): " with no advancing
       move spaces to WSSelCategory
       accept WSSelCategory
       move spaces to WSRepFileName
       string "Replenish." delimited by size
           WSRunDate delimited by size
               *> come lo e' dalla tabella dell'order entry
               if ProdOnHand <= ProdReorderPoint
                       and not ProdDiscontinued
                       and (WSSelCategory = spaces
                       or ProdCategory = WSSelCategory)
                   perform ReportOneProduct
               end-if
           end-if

PrintPageHeading.
       move WSRunDate to PrnRunDate
       if WSSelCategory = spaces
           move spaces to PrnCatLabel
       else
           move "  CATEGORY " to PrnCatLabel
       end-if
       move WSSelCategory to PrnSelCategory
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
