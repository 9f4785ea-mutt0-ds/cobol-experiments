*> show them), reports the rows that match nothing, and finishes with
*> the other direction: shipments extracted to the carrier more than
*> three days ago that never came back confirmed - lost freight
*> surfacing by itself instead of by angry phone call. A matched
*> shipment for a customer on EDI goes out again as a replacement
*> advance ship notice (EDIASN), now carrying the tracking number.
IDENTIFICATION DIVISION.
PROGRAM-ID. carrierconfirm.
ENVIRONMENT DIVISION.
01 WSMatched pic 9(5) value zero.
01 WSUnmatched pic 9(5) value zero.
01 WSStale pic 9(5) value zero.
*> avviso di spedizione EDI di sostituzione, con il tracking
01 WSAsnPurpose pic X.
01 WSAsnResult pic X.
01 WSAsnSent pic 9(5) value zero.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
       display "Confirmations read: " WSRowsRead
       display "  Matched: " WSMatched "  Unmatched: " WSUnmatched
       display "Extracted over 3 days, never confirmed: " WSStale
       display "EDI ship notices re-sent with tracking: " WSAsnSent
       display "Exceptions written to " WSExcFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSUnmatched > zero or WSStale > zero
                   end-if
                   rewrite OrderData
                       invalid key perform WriteUnmatchedRow
                       not invalid key
                           add 1 to WSMatched
                           perform SendTrackingNotice
                   end-rewrite
           end-read
       end-if.

SendTrackingNotice.
       if (OrderShipped or OrderInvoiced) and OrderTrackingNum not = spaces
           move "R" to WSAsnPurpose
           call "EDIASN" using OrderData, WSAsnPurpose, WSAsnResult
           if WSAsnResult = "S"
               add 1 to WSAsnSent
           end-if
       end-if.

WriteUnmatchedRow.
       add 1 to WSUnmatched
       move spaces to ExceptionLine
