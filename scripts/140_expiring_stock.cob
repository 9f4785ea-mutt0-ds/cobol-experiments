       >>SOURCE FORMAT FREE
*> Weekly expiring-stock report: every lot on LotBalances.dat with
*> stock left and an expiry date (LbExpiryDate, keyed at goods
*> receipt for shelf-life products) that runs out within 90 days of
*> the business date, already-expired lots included, one line per lot
*> in product order with the days left, the quantity and its value at
*> standard cost (ProdStdCost). A summary closes the report with the
*> quantity and value already expired and expiring in 30, 60 and 90
*> days, so sales can move it before it has to be scrapped.
*> RETURN-CODE 4 when there is no lot file or nothing is expiring.
IDENTIFICATION DIVISION.
PROGRAM-ID. expiringstock.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT LotBalances ASSIGN TO "LotBalances.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LotKey
           FILE STATUS IS WSLotStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT ExpiryPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD LotBalances.
01 LotBalanceData.
   COPY LOTBALREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD ExpiryPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSLotStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSTodayOrdinal pic S9(8).
01 WSDaysLeft pic S9(5).
*> orizzonte del report e ampiezza delle fasce, in giorni
01 WSHorizonDays pic 9(3) value 90.
01 WSLotValue pic 9(9)V99.
*> fasce: 1 gia' scaduto, 2 entro 30, 3 31-60, 4 61-90
01 WSBandIdx pic 9.
01 BandTable.
       02 BandEntry occurs 4 times.
           03 BdQty pic 9(7).
           03 BdValue pic 9(9)V99.
01 WSTotalQty pic 9(7) value zero.
01 WSTotalValue pic 9(9)V99 value zero.
01 WSLotsRead pic 9(7) value zero.
01 WSLotsListed pic 9(7) value zero.
01 WSLotsUncosted pic 9(5) value zero.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(36) value "EXPIRING STOCK - WITHIN 90 DAYS OF ".
       02 PrnAsOfDate pic 9999/99/99.
01 Heads.
       02 filler pic X(41) value
           "Product  Description          Lot        ".
       02 filler pic X(39) value
           "Expires    Days   Qty      Value Range".
01 DetailLine.
       02 PrnProdCode pic X(8).
       02 filler pic X value space.
       02 PrnProdDesc pic X(20).
       02 filler pic X value space.
       02 PrnLotNum pic X(10).
       02 filler pic X value space.
       02 PrnExpiry pic 9999/99/99.
       02 filler pic X value space.
       02 PrnDaysLeft pic ---9.
       02 filler pic X value space.
       02 PrnQty pic ZZZZ9.
       02 filler pic X value space.
       02 PrnValue pic ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnBand pic X(5).
01 SummaryHeads pic X(80) value
       "Expiring                         Qty          Value".
01 SummaryLine.
       02 PrnBandText pic X(26).
       02 filler pic X value space.
       02 PrnBandQty pic Z,ZZZ,ZZ9.
       02 filler pic X value space.
       02 PrnBandValue pic $$$,$$$,$$9.99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "expiringstk".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "expiringstk".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> le scadenze si contano dalla data di business della catena
       call "GETBUSDT" using WSRunDate
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       initialize BandTable
       open input LotBalances
       if WSLotStatus not = "00"
           display "No lot balances on file - nothing can expire"
           move 4 to RETURN-CODE
           perform EndRun
       end-if
       open input ProductFile
       move spaces to WSRptFileName
       string "ExpiringStock." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ExpiryPrint
       move spaces to WSRcParams
       move WSRunDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       move low-values to LotKey
       start LotBalances key is not less than LotKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read LotBalances next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSLotsRead
               if LbOnHand > zero and LbExpiryDate numeric
                       and LbExpiryDate > zero
                   perform CheckOneLot
               end-if
           end-if
       end-perform
       perform PrintSummary
       close LotBalances, ProductFile, ExpiryPrint
       display "Lots read: " WSLotsRead "  expiring within "
           WSHorizonDays " days: " WSLotsListed
       if WSLotsUncosted > zero
           display "Notice: " WSLotsUncosted " lot(s) of products with"
               " no standard cost - valued at zero"
       end-if
       display "Written to " WSRptFileName
       if WSLotsListed = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       perform EndRun.

EndRun.
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Elapsed seconds: " WSElapsedSecs
       move RETURN-CODE to WSRhRc
       move WSLotsRead to WSRhRead
       move WSLotsListed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> giorni alla scadenza (negativo = gia' scaduto) e fascia; oltre
*> l'orizzonte il lotto non si stampa
CheckOneLot.
       compute WSDaysLeft = function integer-of-date(LbExpiryDate)
           - WSTodayOrdinal
       if WSDaysLeft <= WSHorizonDays
           evaluate true
               when WSDaysLeft < zero
                   move 1 to WSBandIdx
                   move "EXPD" to PrnBand
               when WSDaysLeft <= 30
                   move 2 to WSBandIdx
                   move "30" to PrnBand
               when WSDaysLeft <= 60
                   move 3 to WSBandIdx
                   move "60" to PrnBand
               when other
                   move 4 to WSBandIdx
                   move "90" to PrnBand
           end-evaluate
           move LbProdCode to ProdCode
           read ProductFile
               invalid key
                   move "** NOT ON FILE **" to ProdDesc
                   move zero to ProdStdCost
           end-read
           if ProdStdCost = zero
               add 1 to WSLotsUncosted
           end-if
           compute WSLotValue = LbOnHand * ProdStdCost
           add LbOnHand to BdQty(WSBandIdx)
           add WSLotValue to BdValue(WSBandIdx)
           add LbOnHand to WSTotalQty
           add WSLotValue to WSTotalValue
           add 1 to WSLotsListed
           perform PrintOneLot
       end-if.

PrintOneLot.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move LbProdCode to PrnProdCode
       move ProdDesc to PrnProdDesc
       move LbLotNum to PrnLotNum
       move LbExpiryDate to PrnExpiry
       move WSDaysLeft to PrnDaysLeft
       move LbOnHand to PrnQty
       move WSLotValue to PrnValue
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintSummary.
       move "-" to AsaControl
       move SummaryHeads to PrintBody
       write PrintLine
       perform varying WSBandIdx from 1 by 1 until WSBandIdx > 4
           evaluate WSBandIdx
               when 1 move "Already expired" to PrnBandText
               when 2 move "Within 30 days" to PrnBandText
               when 3 move "In 31 to 60 days" to PrnBandText
               when 4 move "In 61 to 90 days" to PrnBandText
           end-evaluate
           move BdQty(WSBandIdx) to PrnBandQty
           move BdValue(WSBandIdx) to PrnBandValue
           move " " to AsaControl
           move SummaryLine to PrintBody
           write PrintLine
       end-perform
       move "Total" to PrnBandText
       move WSTotalQty to PrnBandQty
       move WSTotalValue to PrnBandValue
       move "0" to AsaControl
       move SummaryLine to PrintBody
       write PrintLine.

PrintPageHeading.
       move WSRunDate to PrnAsOfDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
