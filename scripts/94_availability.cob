*> 2pm - "can I promise this?". Shows a product's on-hand, the units
*> committed by staged orders (ProdAllocated), the available-to-
*> promise difference, and the open-backorder position, all on one
*> screen, with any quantity still held at receiving inspection. A
*> kit counts its prebuilt stock (assembled on a work order) first,
*> then what its worst-constrained component could still make.
*> Called from the main menu; GOBACK so control returns.
IDENTIFICATION DIVISION.
PROGRAM-ID. availability.
ENVIRONMENT DIVISION.
01 WSCompAtp pic S9(6).
01 WSKitsPossible pic S9(6).
01 WSKitAtp pic S9(6).
*> kit assemblati a magazzino e impegno staged del codice kit
01 WSKitOnHand pic 9(5).
01 WSKitCommitted pic 9(5).
01 WSKitTotalAtp pic S9(7).

PROCEDURE DIVISION.
StartPara.
               display "  On hand:              " ProdOnHand
               display "  Committed (staged):   " ProdAllocated
               display "  Available to promise: " WSAtp
               *> trattenuto al ricevimento: arrivato ma non
               *> promettibile finche' il QC non lo rilascia
               if ProdInspectQty numeric and ProdInspectQty > zero
                   display "  Under inspection:     " ProdInspectQty
                       " (not available until QC release)"
               end-if
               display "  Open backorder units: " WSBoQty
               if ProdDiscontinued
                   display "  ** DISCONTINUED **"
       end-read.

*> se il prodotto e' un kit, la sua disponibilita' vera e' quella
*> dei kit gia' assemblati piu' quanto il componente piu' vincolato
*> ne puo' ancora fare: min(ATP componente / qty per kit)
ShowKitAvailability.
       move ProdOnHand to WSKitOnHand
       move ProdAllocated to WSKitCommitted
       if BomFileOpen
           move zero to WSBomCount
           move "N" to WSBomEOFFlag
               end-if
               display "  KIT - worst-constrained component"
                   " availability: " WSKitAtp " kit(s)"
               compute WSKitTotalAtp = WSKitOnHand + WSKitAtp
                   - WSKitCommitted
               display "  KIT - prebuilt on hand " WSKitOnHand
                   ", available to promise " WSKitTotalAtp " kit(s)"
           end-if
       end-if.

