       >>SOURCE FORMAT FREE
*> Put-away confirmation: goods receipt (and the QC release) leave a
*> put-away task on PutAways.dat for every quantity put on stock,
*> with the bin the receiver was sent to. Here the receiver confirms
*> the bin the stock really went into; when that is not the bin on
*> the product's StockByLocation.dat bucket the bucket is corrected,
*> so the pick list stops sending pickers to the wrong shelf, and the
*> bin master is kept in step (the bin taken is given to the product,
*> a suggested bin left unused is freed again). Option 3 prints the
*> tasks nobody ever confirmed (PutAwayExc.<date>.dat, in the report
*> catalog) - stock that is on the books but possibly not on a shelf.
IDENTIFICATION DIVISION.
PROGRAM-ID. putaway.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT PutAways ASSIGN TO "PutAways.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PaNum
           FILE STATUS IS WSPaStatus.
       SELECT StockByLocation ASSIGN TO "StockByLocation.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StockKey
           FILE STATUS IS WSStockStatus.
       SELECT BinMaster ASSIGN TO "BinMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BinKey
           FILE STATUS IS WSBinStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT ExceptionPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD PutAways.
01 PutAwayData.
   COPY PUTAWREC.

FD StockByLocation.
01 StockData.
   COPY STOCKREC.

FD BinMaster.
01 BinData.
   COPY BINREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD ExceptionPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).

WORKING-STORAGE SECTION.
01 WSPaStatus pic XX.
01 WSStockStatus pic XX.
01 WSStockOpenFlag pic X value "N".
       88 StockFileOpen value "Y".
01 WSBinStatus pic XX.
01 WSBinOpenFlag pic X value "N".
       88 BinFileOpen value "Y".
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSRunDate pic 9(8).
01 WSConfirm pic X.
01 WSRptFileName pic X(30).
01 WSActualBin pic X(6).
01 WSQueryWhse pic XX.
01 WSListed pic 9(5).
01 WSConfirmedCount pic 9(5) value zero.
01 WSCorrectedCount pic 9(5) value zero.
*> report eccezioni: eta' minima in giorni del task aperto
01 WSMinAge pic 9(3).
01 WSTodayOrdinal pic S9(8).
01 WSTaskAge pic S9(5).
01 WSExcQty pic 9(7).
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
01 PageHeading.
       02 filler pic X(38) value
           "PUT-AWAYS NEVER CONFIRMED - AS OF ".
       02 PrnAsOfDate pic 9999/99/99.
01 Heads pic X(80) value
       "Task   Received   Age Wh Product  Qty   Lot        Bin    By       PO".
01 DetailLine.
       02 PrnTask pic 9(6).
       02 filler pic X value space.
       02 PrnRcptDate pic 9999/99/99.
       02 filler pic X value space.
       02 PrnAge pic ZZZ9.
       02 filler pic X value space.
       02 PrnWhse pic XX.
       02 filler pic X value space.
       02 PrnProd pic X(8).
       02 filler pic X value space.
       02 PrnQty pic ZZZZ9.
       02 filler pic X value space.
       02 PrnLot pic X(10).
       02 filler pic X value space.
       02 PrnBin pic X(6).
       02 filler pic X value space.
       02 PrnBy pic X(8).
       02 filler pic X value space.
       02 PrnPo pic ZZZZZ9.
01 TotalLine.
       02 filler pic X(30) value "Unconfirmed put-away tasks: ".
       02 PrnTotTasks pic ZZ,ZZ9.
       02 filler pic X(12) value "   units: ".
       02 PrnTotQty pic Z,ZZZ,ZZ9.
*> registrazione del report nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "putawayexc".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       display "Operator ID: " with no advancing
       accept OperatorID
       accept WSRunDate from date yyyymmdd
       open i-o PutAways
       if WSPaStatus not = "00"
           display "No put-away tasks on file"
           stop run
       end-if
       open i-o StockByLocation
       if WSStockStatus = "00"
           set StockFileOpen to true
       end-if
       open i-o BinMaster
       if WSBinStatus = "00"
           set BinFileOpen to true
       end-if
       open input ProductFile
       perform until WSChoice = 9
           display " "
           display "PUT-AWAY CONFIRMATION"
           display "1 : Confirm a Put-Away"
           display "2 : List Open Put-Aways"
           display "3 : Unconfirmed Put-Away Exception Report"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ConfirmPutAway
               when 2 perform ListOpenPutAways
               when 3 perform ExceptionReport
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close PutAways, ProductFile
       if StockFileOpen
           close StockByLocation
       end-if
       if BinFileOpen
           close BinMaster
       end-if
       display "Put-aways confirmed: " WSConfirmedCount
           "  bins on file corrected: " WSCorrectedCount
       stop run.

*> il bin dove la merce e' andata davvero; un bin sconosciuto o dato
*> a un altro prodotto si accetta solo dopo conferma
ConfirmPutAway.
       display "Put-away task number: " with no advancing
       accept PaNum
       read PutAways
           invalid key
               display "Task not on file"
           not invalid key
               perform CheckPutAwayTask
       end-read.

CheckPutAwayTask.
       if not PaOpen
           display "Task already confirmed: bin " PaActualBin " on "
               PaConfirmedDate " by " PaConfirmedBy
       else
           perform AcceptActualBin
           if WSActualBin = spaces
               display "A bin is required"
           else
               move "Y" to WSConfirm
               if BinFileOpen
                   perform CheckActualBin
               end-if
               if WSConfirm not = "Y"
                   display "Put-away not confirmed"
               else
                   perform SavePutAway
               end-if
           end-if
       end-if.

AcceptActualBin.
       move PaProdCode to ProdCode
       read ProductFile
           invalid key move "** NOT ON FILE **" to ProdDesc
       end-read
       display PaProdCode " " ProdDesc "  qty " PaQty " at "
           PaWhseCode
       if PaLotNum not = spaces
           display "  lot " PaLotNum
       end-if
       if PaDirectedBin = spaces
           display "  no bin was directed"
           display "Bin it went to: " with no advancing
       else
           display "  directed to bin " PaDirectedBin
           display "Bin it went to (blank = " PaDirectedBin "): "
               with no advancing
       end-if
       accept WSActualBin
       if WSActualBin = spaces
           move PaDirectedBin to WSActualBin
       end-if.

CheckActualBin.
       move PaWhseCode to BinWhseCode
       move WSActualBin to BinLocation
       read BinMaster
           invalid key
               display "Bin " WSActualBin " is not on the bin"
                   " master at " PaWhseCode
               perform AskToConfirm
           not invalid key
               perform CheckBinUse
       end-read.

CheckBinUse.
       if BinInactive
           display "Bin " WSActualBin " is inactive"
           perform AskToConfirm
       end-if
       if WSConfirm = "Y" and BinProdCode not = spaces
               and BinProdCode not = PaProdCode
           display "Bin " WSActualBin " is given to "
               BinProdCode
           perform AskToConfirm
       end-if.

SavePutAway.
       set PaConfirmed to true
       move WSActualBin to PaActualBin
       move WSRunDate to PaConfirmedDate
       move OperatorID to PaConfirmedBy
       rewrite PutAwayData
           invalid key
               display "Task not updated"
           not invalid key
               add 1 to WSConfirmedCount
               perform CorrectBucketBin
               perform UpdateBinMaster
               display "Put-away " PaNum " confirmed in bin "
                   WSActualBin
       end-rewrite.

AskToConfirm.
       display "Confirm it anyway? (Y/N): " with no advancing
       accept WSConfirm
       if WSConfirm = "y"
           move "Y" to WSConfirm
       end-if.

*> il bin del bucket diventa quello vero
CorrectBucketBin.
       if StockFileOpen
           move PaProdCode to StkProdCode
           move PaWhseCode to StkWhseCode
           read StockByLocation
               invalid key continue
               not invalid key
                   if StkBinLocation not = WSActualBin
                       if StkBinLocation not = spaces
                           display "  bin on file changed from "
                               StkBinLocation " to " WSActualBin
                       end-if
                       move WSActualBin to StkBinLocation
                       rewrite StockData
                           invalid key display "  bin on file not"
                               " updated"
                           not invalid key add 1 to WSCorrectedCount
                       end-rewrite
                   end-if
           end-read
       end-if.

*> il bin usato va al prodotto; il bin suggerito e non usato si
*> libera per il prossimo ricevimento
UpdateBinMaster.
       if BinFileOpen
           move PaWhseCode to BinWhseCode
           move WSActualBin to BinLocation
           read BinMaster
               invalid key continue
               not invalid key
                   if BinProdCode = spaces
                       move PaProdCode to BinProdCode
                       rewrite BinData
                           invalid key continue
                       end-rewrite
                   end-if
           end-read
           if PaBinSuggested and PaDirectedBin not = WSActualBin
               perform FreeSuggestedBin
           end-if
       end-if.

FreeSuggestedBin.
       move PaWhseCode to BinWhseCode
       move PaDirectedBin to BinLocation
       read BinMaster
           invalid key continue
           not invalid key
               if BinProdCode = PaProdCode
                   move spaces to BinProdCode
                   rewrite BinData
                       invalid key continue
                       not invalid key
                           display "  suggested bin "
                               PaDirectedBin " freed"
                   end-rewrite
               end-if
       end-read.

ListOpenPutAways.
       display "Warehouse (blank = all): " with no advancing
       accept WSQueryWhse
       move zero to WSListed
       move "N" to WSEOFFlag
       move zero to PaNum
       start PutAways key is not less than PaNum
           invalid key set AtEOF to true
       end-start
       display "Task   Received Wh Product     Qty Bin    By"
       perform until AtEOF
           read PutAways next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if PaOpen
                       and (WSQueryWhse = spaces
                            or PaWhseCode = WSQueryWhse)
                   display PaNum " " PaRcptDate " " PaWhseCode " "
                       PaProdCode " " PaQty " " PaDirectedBin " "
                       PaRcptBy
                   add 1 to WSListed
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " open put-away task(s)".

*> i task ancora aperti da almeno N giorni (default 1: tutto quello
*> ricevuto prima di oggi)
ExceptionReport.
       display "Open at least how many days (0 = 1): "
           with no advancing
       accept WSMinAge
       if WSMinAge = zero
           move 1 to WSMinAge
       end-if
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       move zero to WSListed WSExcQty
       move spaces to WSRptFileName
       string "PutAwayExc." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ExceptionPrint
       move spaces to WSRcParams
       move WSRunDate to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       move "N" to WSEOFFlag
       move zero to PaNum
       start PutAways key is not less than PaNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read PutAways next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if PaOpen
                   compute WSTaskAge = WSTodayOrdinal
                       - function integer-of-date(PaRcptDate)
                   if WSTaskAge >= WSMinAge
                       perform PrintOneException
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       move WSListed to PrnTotTasks
       move WSExcQty to PrnTotQty
       move "-" to AsaControl
       move TotalLine to PrintBody
       write PrintLine
       close ExceptionPrint
       display WSListed " unconfirmed put-away(s) written to "
           WSRptFileName.

PrintOneException.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move PaNum to PrnTask
       move PaRcptDate to PrnRcptDate
       move WSTaskAge to PrnAge
       move PaWhseCode to PrnWhse
       move PaProdCode to PrnProd
       move PaQty to PrnQty
       move PaLotNum to PrnLot
       move PaDirectedBin to PrnBin
       move PaRcptBy to PrnBy
       move PaPoNum to PrnPo
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSListed
       add PaQty to WSExcQty.

PrintPageHeading.
       move WSRunDate to PrnAsOfDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
