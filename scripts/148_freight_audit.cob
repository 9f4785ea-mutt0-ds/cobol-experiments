       >>SOURCE FORMAT FREE
*> Freight bill audit: customers are charged freight off
*> FreightRates.dat (IhFreightAmount on the invoice) but the carrier
*> is paid off their weekly freight bill, and nobody held one against
*> the other. Imports the carrier's bill, FreightBill.csv - one row
*> per charge: their invoice number, PRO number, tracking number, our
*> BOL number (zero if they did not quote it), ship date, and the
*> charge in cents. Each charge is matched to our shipment by the BOL
*> on BolRegister.dat, or failing that by OrderTrackingNum (stamped by
*> 99_carrier_confirm.cob), and set against the freight we invoiced
*> for the order. Flagged for accounts payable: duplicates (PRO
*> number or shipment already billed on another carrier invoice -
*> every audited charge is kept on FreightBills.dat), charges for
*> shipments we never made, and charges above what the customer paid
*> by more than the tolerance (20% unless keyed). Closes with freight
*> margin by destination state (ship-to aware) over the charges that
*> matched an invoiced shipment. A row already audited on the same
*> carrier invoice is skipped, so a rerun of the file does no harm.
IDENTIFICATION DIVISION.
PROGRAM-ID. freightaudit.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CsvIn ASSIGN TO "FreightBill.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCsvStatus.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES.
       SELECT BolRegister ASSIGN TO "BolRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBrStatus.
       SELECT InvoiceHistory ASSIGN TO "InvoiceHistory.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IhInvoiceNum
           ALTERNATE RECORD KEY IS IhCustIDNum WITH DUPLICATES
           FILE STATUS IS WSIhStatus.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES.
       SELECT ShipToAddresses ASSIGN TO "ShipToAddresses.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StKey
           FILE STATUS IS WSStStatus.
       SELECT FreightBills ASSIGN TO "FreightBills.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSFbStatus.
       SELECT AuditReport ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD CsvIn.
01 CsvLine pic X(100).

FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD BolRegister.
01 BolRegisterRecord.
   02 BrBolNum pic 9(6).
   02 BrOrderNum pic 9(6).
   02 BrShipDate pic 9(8).
   02 BrCustIDNum pic 9(5).

FD InvoiceHistory.
01 InvoiceHistoryData.
   COPY INVHREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

FD ShipToAddresses.
01 ShipToData.
   COPY SHIPTOREC.

FD FreightBills.
01 FreightBillRecord.
   COPY FBILLREC.

FD AuditReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSCsvStatus pic XX.
01 WSBrStatus pic XX.
01 WSIhStatus pic XX.
01 WSIhOpenFlag pic X value "N".
       88 IhFileOpen value "Y".
01 WSStStatus pic XX.
01 WSShipToOpenFlag pic X value "N".
       88 ShipToFileOpen value "Y".
01 WSFbStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSScanEOFFlag pic X value "N".
       88 ScanAtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> soglia: addebito del vettore oltre il fatturato al cliente, in
*> percento
01 WSTolerancePct pic 9(3).
01 WSToleranceAmt pic 9(7)V99.
*> campi della riga
01 WSField1 pic X(12).
01 WSField2 pic X(15).
01 WSField3 pic X(15).
01 WSField4 pic X(10).
01 WSField5 pic X(10).
01 WSField6 pic X(12).
01 WSChargeCents pic 9(8).
01 WSRowBol pic 9(6).
01 WSMatchedOrder pic 9(6).
*> la riga in lavorazione, messa da parte mentre si scorre il
*> journal (stessa area record)
01 WSHeldCharge pic X(94).
01 WSAuditedFlag pic X value "N".
       88 AlreadyAudited value "Y".
01 WSDupFlag pic X value "N".
       88 RowDuplicate value "Y".
01 WSInvFoundFlag pic X value "N".
       88 InvoiceFound value "Y".
01 WSReason pic X(30).
*> margine per stato di destinazione
01 StateTable.
       02 StEntry occurs 60 times.
           03 SmState pic XX.
           03 SmCount pic 9(5).
           03 SmBilled pic 9(7)V99.
           03 SmCharge pic 9(7)V99.
01 WSSmCount pic 9(2) value zero.
01 WSSmIdx pic 9(2).
01 WSSmFound pic 9(2).
01 WSMargin pic S9(7)V99.
01 WSMarginPct pic S9(4)V9.
*> contatori
01 WSRowsRead pic 9(5) value zero.
01 WSRowsAudited pic 9(5) value zero.
01 WSRowsSkipped pic 9(5) value zero.
01 WSBadRows pic 9(5) value zero.
01 WSDupCount pic 9(5) value zero.
01 WSUnmatchedCount pic 9(5) value zero.
01 WSOverCount pic 9(5) value zero.
01 WSNotInvCount pic 9(5) value zero.
01 WSChargeTotal pic 9(9)V99 value zero.
01 WSExceptTotal pic 9(9)V99 value zero.
01 WSBilledTotal pic 9(9)V99 value zero.
01 WSMatchedCharge pic 9(9)V99 value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(29) value "FREIGHT BILL AUDIT - RUN OF ".
       02 PrnRunDate pic 9999/99/99.
       02 filler pic X(14) value "  TOLERANCE ".
       02 PrnTolerance pic ZZ9.
       02 filler pic X value "%".
01 Heads pic X(90) value
       "Carrier Inv  PRO Number      Order  St    Charged     Billed Exception".
01 ExceptionLine.
       02 PrnCarrierInv pic X(12).
       02 filler pic X value space.
       02 PrnProNum pic X(15).
       02 filler pic X value space.
       02 PrnOrderNum pic ZZZZZ9.
       02 filler pic X value space.
       02 PrnState pic XX.
       02 filler pic X value space.
       02 PrnCharge pic ZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnBilled pic ZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnReason pic X(30).
01 StateHeads pic X(90) value
       "St Shipments      Billed     Carrier      Margin    Pct".
01 StateLine.
       02 PrnSmState pic XX.
       02 filler pic X value space.
       02 PrnSmCount pic ZZ,ZZ9.
       02 filler pic X value space.
       02 PrnSmBilled pic Z,ZZZ,ZZ9.99.
       02 PrnSmCharge pic Z,ZZZ,ZZ9.99.
       02 PrnSmMargin pic -,---,--9.99.
       02 filler pic X value space.
       02 PrnSmPct pic ---9.9.
01 TotalLine.
       02 PrnTotalText pic X(38).
       02 PrnTotalAmount pic ZZZ,ZZZ,ZZ9.99.
01 NothingLine pic X(60) value
       "No exceptions - every charge matched within tolerance".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "freightaudit".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "freightaudit".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Over-billing tolerance percent (0 = 20): "
           with no advancing
       accept WSTolerancePct
       if WSTolerancePct = zero
           move 20 to WSTolerancePct
       end-if
       move spaces to WSRptFileName
       string "FreightAudit." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open input CsvIn
       if WSCsvStatus not = "00"
           display "No carrier freight bill file - nothing to audit"
           move 4 to RETURN-CODE
           stop run
       end-if
       open input OrdersFile, CustomerFile
       open input InvoiceHistory
       if WSIhStatus = "00"
           set IhFileOpen to true
       end-if
       open input ShipToAddresses
       if WSStStatus = "00"
           set ShipToFileOpen to true
       end-if
       open output AuditReport
       move spaces to WSRcParams
       string "tolerance " delimited by size
           WSTolerancePct delimited by size
           "%" delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       read CsvIn
           at end set AtEOF to true
       end-read
       perform until AtEOF
           add 1 to WSRowsRead
           perform AuditOneCharge
           read CsvIn
               at end set AtEOF to true
           end-read
       end-perform
       close CsvIn
       perform PrintExceptionTotals
       perform PrintStateMargins
       close OrdersFile, CustomerFile, AuditReport
       if IhFileOpen
           close InvoiceHistory
       end-if
       if ShipToFileOpen
           close ShipToAddresses
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Freight bill rows read: " WSRowsRead
           "  audited: " WSRowsAudited
       display "  Duplicates: " WSDupCount "  never shipped: "
           WSUnmatchedCount "  over tolerance: " WSOverCount
       display "  Not invoiced yet: " WSNotInvCount
       if WSRowsSkipped > zero
           display "Notice: " WSRowsSkipped " row(s) already audited"
               " on the same carrier invoice - skipped"
       end-if
       if WSBadRows > zero
           display "Notice: " WSBadRows " unreadable row(s) - see the"
               " report"
       end-if
       display "Written to " WSRptFileName
       display "Elapsed seconds: " WSElapsedSecs
       if WSDupCount > zero or WSUnmatchedCount > zero
               or WSOverCount > zero or WSBadRows > zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSRowsRead to WSRhRead
       move WSRowsAudited to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> spacchetta la riga, cerca la spedizione, controlla i doppi e
*> confronta con il nolo fatturato
AuditOneCharge.
       move spaces to WSField1 WSField2 WSField3
       move spaces to WSField4 WSField5 WSField6
       unstring CsvLine delimited by ","
           into WSField1, WSField2, WSField3,
               WSField4, WSField5, WSField6
       end-unstring
       if WSField2 = spaces or WSField6 = spaces
               or function trim(WSField6) is not numeric
           perform PrintBadRow
       else
           move function trim(WSField6) to WSChargeCents
           initialize FreightBillRecord
           move WSField1 to FbCarrierInv
           move WSField2 to FbProNum
           move WSField3 to FbTrackingNum
           move zero to WSRowBol
           if WSField4 not = spaces
                   and function trim(WSField4) is numeric
               move function trim(WSField4) to WSRowBol
           end-if
           move WSRowBol to FbBolNum
           if WSField5 not = spaces
                   and function trim(WSField5) is numeric
               move function trim(WSField5) to FbShipDate
           end-if
           compute FbCharge = WSChargeCents / 100
           move WSRunDate to FbAuditDate
           perform MatchShipment
           perform CheckPriorCharges
           if AlreadyAudited
               add 1 to WSRowsSkipped
           else
               add 1 to WSRowsAudited
               add FbCharge to WSChargeTotal
               evaluate true
                   when RowDuplicate
                       set FbDuplicate to true
                       add 1 to WSDupCount
                       move "DUPLICATE - already billed" to WSReason
                   when FbOrderNum = zero
                       set FbUnmatched to true
                       add 1 to WSUnmatchedCount
                       move "NO SUCH SHIPMENT" to WSReason
                   when other
                       perform ResolveDestination
                       perform FindInvoicedFreight
                       perform JudgeCharge
               end-evaluate
               perform JournalCharge
               if FbDuplicate or FbUnmatched or FbOverBilled
                   add FbCharge to WSExceptTotal
                   perform PrintException
               end-if
           end-if
       end-if.

*> prima il BOL sul registro del manifest, poi il tracking del
*> vettore sull'ordine
MatchShipment.
       move zero to FbOrderNum
       if WSRowBol > zero
           move "N" to WSScanEOFFlag
           open input BolRegister
           if WSBrStatus not = "00"
               set ScanAtEOF to true
           end-if
           perform until ScanAtEOF or FbOrderNum > zero
               read BolRegister
                   at end set ScanAtEOF to true
               end-read
               if not ScanAtEOF
                   if BrBolNum = WSRowBol
                       move BrOrderNum to FbOrderNum
                   end-if
               end-if
           end-perform
           if WSBrStatus = "00" or WSBrStatus = "10"
               close BolRegister
           end-if
       end-if
       if FbOrderNum = zero and FbTrackingNum not = spaces
           move "N" to WSScanEOFFlag
           move zero to OrderNum
           start OrdersFile key is not less than OrderNum
               invalid key set ScanAtEOF to true
           end-start
           perform until ScanAtEOF or FbOrderNum > zero
               read OrdersFile next record
                   at end set ScanAtEOF to true
               end-read
               if not ScanAtEOF
                   if OrderTrackingNum = FbTrackingNum
                       move OrderNum to FbOrderNum
                   end-if
               end-if
           end-perform
       end-if
       move "N" to WSScanEOFFlag
       if FbOrderNum > zero
           move FbOrderNum to OrderNum
           read OrdersFile
               invalid key move zero to FbOrderNum
           end-read
       end-if
       *> spedizione mai fatta: l'ordine c'e' ma non e' mai partito
       if FbOrderNum > zero
           if OrderShipDate not numeric or OrderShipDate = zero
               move zero to FbOrderNum
           else
               move OrderCustIDNum to FbCustIDNum
               if FbShipDate = zero
                   move OrderShipDate to FbShipDate
               end-if
               if FbTrackingNum = spaces
                   move OrderTrackingNum to FbTrackingNum
               end-if
           end-if
       end-if.

*> stesso PRO o stessa spedizione gia' su FreightBills.dat: sulla
*> stessa fattura vettore e' la riga gia' verificata (rilancio),
*> su un'altra e' un doppio addebito
CheckPriorCharges.
       move "N" to WSAuditedFlag
       move "N" to WSDupFlag
       move FbOrderNum to WSMatchedOrder
       move FreightBillRecord to WSHeldCharge
       move "N" to WSScanEOFFlag
       open input FreightBills
       if WSFbStatus not = "00"
           set ScanAtEOF to true
       end-if
       perform until ScanAtEOF or AlreadyAudited
           read FreightBills
               at end set ScanAtEOF to true
           end-read
           if not ScanAtEOF
               if FbProNum = WSField2
                   if FbCarrierInv = WSField1
                       set AlreadyAudited to true
                   else
                       set RowDuplicate to true
                   end-if
               else
                   if WSMatchedOrder > zero
                           and FbOrderNum = WSMatchedOrder
                       set RowDuplicate to true
                   end-if
               end-if
           end-if
       end-perform
       if WSFbStatus = "00" or WSFbStatus = "10"
           close FreightBills
       end-if
       move WSHeldCharge to FreightBillRecord
       move "N" to WSScanEOFFlag.

*> ship-to dell'ordine se presente, altrimenti il master
ResolveDestination.
       move spaces to FbState
       move OrderCustIDNum to IDNum
       read CustomerFile
           invalid key continue
           not invalid key move AddrState to FbState
       end-read
       if OrderShipToCode not = spaces and ShipToFileOpen
           move OrderCustIDNum to StCustIDNum
           move OrderShipToCode to StShipToCode
           read ShipToAddresses
               invalid key continue
               not invalid key move StAddrState to FbState
           end-read
       end-if.

*> la fattura dell'ordine tra quelle del cliente
FindInvoicedFreight.
       move "N" to WSInvFoundFlag
       move zero to FbBilled
       if IhFileOpen
           move "N" to WSScanEOFFlag
           move OrderCustIDNum to IhCustIDNum
           start InvoiceHistory key is = IhCustIDNum
               invalid key set ScanAtEOF to true
           end-start
           perform until ScanAtEOF or InvoiceFound
               read InvoiceHistory next record
                   at end set ScanAtEOF to true
               end-read
               if not ScanAtEOF
                   if IhCustIDNum not = OrderCustIDNum
                       set ScanAtEOF to true
                   else
                       if IhOrderNum = OrderNum
                           set InvoiceFound to true
                           move IhFreightAmount to FbBilled
                       end-if
                   end-if
               end-if
           end-perform
           move "N" to WSScanEOFFlag
       end-if.

*> oltre la tolleranza sul fatturato = da contestare; non ancora
*> fatturato = si rivede al prossimo giro, fuori dal margine
JudgeCharge.
       if not InvoiceFound
           set FbNotInvoiced to true
           add 1 to WSNotInvCount
       else
           compute WSToleranceAmt rounded =
               FbBilled + (FbBilled * WSTolerancePct / 100)
           if FbCharge > WSToleranceAmt
               set FbOverBilled to true
               add 1 to WSOverCount
               if FbBilled = zero
                   move "NO FREIGHT BILLED TO CUSTOMER" to WSReason
               else
                   move "OVER WHAT CUSTOMER WAS BILLED" to WSReason
               end-if
           else
               set FbMatched to true
           end-if
           add FbBilled to WSBilledTotal
           add FbCharge to WSMatchedCharge
           perform AddToStateMargin
       end-if.

AddToStateMargin.
       move zero to WSSmFound
       perform varying WSSmIdx from 1 by 1
               until WSSmIdx > WSSmCount or WSSmFound > zero
           if SmState(WSSmIdx) = FbState
               move WSSmIdx to WSSmFound
           end-if
       end-perform
       if WSSmFound = zero
           if WSSmCount < 60
               add 1 to WSSmCount
               move WSSmCount to WSSmFound
               move FbState to SmState(WSSmFound)
               move zero to SmCount(WSSmFound)
               move zero to SmBilled(WSSmFound)
               move zero to SmCharge(WSSmFound)
           end-if
       end-if
       if WSSmFound > zero
           add 1 to SmCount(WSSmFound)
           add FbBilled to SmBilled(WSSmFound)
           add FbCharge to SmCharge(WSSmFound)
       end-if.

JournalCharge.
       open extend FreightBills
       if WSFbStatus = "35"
           open output FreightBills
       end-if
       if WSFbStatus = "00"
           write FreightBillRecord
           close FreightBills
       else
           display "FreightBills.dat not writable - PRO " FbProNum
               " audited but not journaled"
       end-if.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move WSTolerancePct to PrnTolerance
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "0" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

PrintException.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move FbCarrierInv to PrnCarrierInv
       move FbProNum to PrnProNum
       move FbOrderNum to PrnOrderNum
       move FbState to PrnState
       move FbCharge to PrnCharge
       move FbBilled to PrnBilled
       move WSReason to PrnReason
       move " " to AsaControl
       move ExceptionLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintBadRow.
       add 1 to WSBadRows
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move spaces to PrintBody
       string CsvLine delimited by size
           into PrintBody
       move " " to AsaControl
       write PrintLine
       move "    -- unreadable row (no PRO number or bad charge)"
           to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintExceptionTotals.
       if WSDupCount = zero and WSUnmatchedCount = zero
               and WSOverCount = zero
           move "0" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       end-if
       move "Carrier charges audited" to PrnTotalText
       move WSChargeTotal to PrnTotalAmount
       move "-" to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       move "Charges flagged - hold for review" to PrnTotalText
       move WSExceptTotal to PrnTotalAmount
       move " " to AsaControl
       move TotalLine to PrintBody
       write PrintLine.

*> margine nolo per stato: fatturato al cliente meno addebito del
*> vettore, sulle sole spedizioni fatturate e non doppie
PrintStateMargins.
       move "1" to AsaControl
       move "FREIGHT MARGIN BY DESTINATION STATE" to PrintBody
       write PrintLine
       move "0" to AsaControl
       move StateHeads to PrintBody
       write PrintLine
       perform varying WSSmIdx from 1 by 1 until WSSmIdx > WSSmCount
           compute WSMargin = SmBilled(WSSmIdx) - SmCharge(WSSmIdx)
           move zero to WSMarginPct
           if SmBilled(WSSmIdx) > zero
               compute WSMarginPct rounded =
                   WSMargin * 100 / SmBilled(WSSmIdx)
           end-if
           move SmState(WSSmIdx) to PrnSmState
           move SmCount(WSSmIdx) to PrnSmCount
           move SmBilled(WSSmIdx) to PrnSmBilled
           move SmCharge(WSSmIdx) to PrnSmCharge
           move WSMargin to PrnSmMargin
           move WSMarginPct to PrnSmPct
           move " " to AsaControl
           move StateLine to PrintBody
           write PrintLine
       end-perform
       compute WSMargin = WSBilledTotal - WSMatchedCharge
       move zero to WSMarginPct
       if WSBilledTotal > zero
           compute WSMarginPct rounded =
               WSMargin * 100 / WSBilledTotal
       end-if
       move "**" to PrnSmState
       compute PrnSmCount = WSRowsAudited - WSDupCount
           - WSUnmatchedCount - WSNotInvCount
       move WSBilledTotal to PrnSmBilled
       move WSMatchedCharge to PrnSmCharge
       move WSMargin to PrnSmMargin
       move WSMarginPct to PrnSmPct
       move "-" to AsaControl
       move StateLine to PrintBody
       write PrintLine.
