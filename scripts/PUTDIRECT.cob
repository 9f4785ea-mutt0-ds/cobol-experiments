       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. PUTDIRECT.
*> Directed put-away for a quantity just put on stock at a warehouse:
*> the bin already on the product's StockByLocation.dat bucket, or
*> else the smallest empty active bin on BinMaster.dat that holds the
*> whole quantity (the biggest empty one when none does), claimed for
*> the product so the next receipt is not sent to the same shelf.
*> Writes the put-away task on PutAways.dat, numbered from
*> PutControl.dat, and hands back the task number, the bin and where
*> the bin came from (E existing, S suggested, N none on file). One
*> subroutine in the STOCKADJ mold, so goods receipt and the QC
*> release direct stock the same way.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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
       SELECT PutAways ASSIGN TO "PutAways.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PaNum
           FILE STATUS IS WSPaStatus.
       SELECT PutControl ASSIGN TO "PutControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
DATA DIVISION.
FILE SECTION.
FD StockByLocation.
01 StockData.
   COPY STOCKREC.
FD BinMaster.
01 BinData.
   COPY BINREC.
FD PutAways.
01 PutAwayData.
   COPY PUTAWREC.
FD PutControl.
01 PutControlRecord.
   02 CtlNextPaNum pic 9(6).
WORKING-STORAGE SECTION.
01 WSStockStatus pic XX.
01 WSBinStatus pic XX.
01 WSPaStatus pic XX.
01 WSCtlStatus pic XX.
01 WSRunDate pic 9(8).
01 WSBinEOFFlag pic X value "N".
       88 BinAtEOF value "Y".
*> migliore bin vuoto che contiene tutto, e il piu' grande in
*> alternativa
01 WSFitBin pic X(6).
01 WSFitCapacity pic 9(5).
01 WSBigBin pic X(6).
01 WSBigCapacity pic 9(5).
01 WSPaNum pic 9(6).
LINKAGE SECTION.
       01 LProdCode PIC X(8).
       01 LWhseCode PIC XX.
       01 LQty      PIC 9(5).
       01 LLotNum   PIC X(10).
       01 LPoNum    PIC 9(6).
       01 LOperator PIC X(8).
       01 LTaskNum  PIC 9(6).
       01 LBinLocation PIC X(6).
       01 LBinSource PIC X.
PROCEDURE DIVISION using LProdCode, LWhseCode, LQty, LLotNum, LPoNum,
       LOperator, LTaskNum, LBinLocation, LBinSource.
StartPara.
       move zero to LTaskNum
       move spaces to LBinLocation
       move "N" to LBinSource
       if LWhseCode = spaces or LQty = zero
           goback
       end-if
       accept WSRunDate from date yyyymmdd
       open input StockByLocation
       if WSStockStatus = "00"
           move LProdCode to StkProdCode
           move LWhseCode to StkWhseCode
           read StockByLocation
               invalid key continue
               not invalid key
                   if StkBinLocation not = spaces
                       move StkBinLocation to LBinLocation
                       move "E" to LBinSource
                   end-if
           end-read
           close StockByLocation
       end-if
       if LBinSource = "N"
           perform SuggestEmptyBin
       end-if
       perform WritePutAwayTask
       goback.

*> bin vuoti attivi del magazzino: il piu' piccolo che contiene la
*> consegna intera, se no il piu' grande; si prenota per il prodotto
SuggestEmptyBin.
       open i-o BinMaster
       if WSBinStatus = "00"
           move spaces to WSFitBin WSBigBin
           move zero to WSFitCapacity WSBigCapacity
           move "N" to WSBinEOFFlag
           move LWhseCode to BinWhseCode
           move low-values to BinLocation
           start BinMaster key is not less than BinKey
               invalid key set BinAtEOF to true
           end-start
           perform until BinAtEOF
               read BinMaster next record
                   at end set BinAtEOF to true
               end-read
               if not BinAtEOF
                   perform WeighOneBin
               end-if
           end-perform
           if WSFitBin = spaces
               move WSBigBin to WSFitBin
           end-if
           if WSFitBin not = spaces
               perform ReserveSuggestedBin
           end-if
           close BinMaster
       end-if.

WeighOneBin.
       if BinWhseCode not = LWhseCode
           set BinAtEOF to true
       else
           if BinActive and BinProdCode = spaces
               if BinCapacity >= LQty
                   if WSFitBin = spaces
                           or BinCapacity < WSFitCapacity
                       move BinLocation to WSFitBin
                       move BinCapacity to WSFitCapacity
                   end-if
               end-if
               if WSBigBin = spaces
                       or BinCapacity > WSBigCapacity
                   move BinLocation to WSBigBin
                   move BinCapacity to WSBigCapacity
               end-if
           end-if
       end-if.

ReserveSuggestedBin.
       move LWhseCode to BinWhseCode
       move WSFitBin to BinLocation
       read BinMaster
           invalid key continue
           not invalid key
               move LProdCode to BinProdCode
               rewrite BinData
                   invalid key continue
                   not invalid key
                       move WSFitBin to LBinLocation
                       move "S" to LBinSource
               end-rewrite
       end-read.

WritePutAwayTask.
       perform GetNextPaNum
       open i-o PutAways
       if WSPaStatus = "35"
           open output PutAways
           close PutAways
           open i-o PutAways
       end-if
       move WSPaNum to PaNum
       move LWhseCode to PaWhseCode
       move LProdCode to PaProdCode
       move LQty to PaQty
       move LLotNum to PaLotNum
       move LPoNum to PaPoNum
       move WSRunDate to PaRcptDate
       move LOperator to PaRcptBy
       move LBinLocation to PaDirectedBin
       move LBinSource to PaBinSource
       set PaOpen to true
       move spaces to PaActualBin
       move zero to PaConfirmedDate
       move spaces to PaConfirmedBy
       write PutAwayData
           invalid key
               display "PUTDIRECT: put-away task " WSPaNum
                   " already on file - check PutControl.dat"
           not invalid key move WSPaNum to LTaskNum
       end-write
       close PutAways.

*> legge e incrementa il numero task, come GetNextRtvNum
GetNextPaNum.
       move zero to WSPaNum
       open input PutControl
       if WSCtlStatus = "00"
           read PutControl
               at end move zero to CtlNextPaNum
           end-read
           move CtlNextPaNum to WSPaNum
           close PutControl
       end-if
       if WSPaNum = zero
           move 1 to WSPaNum
       end-if
       open output PutControl
       compute CtlNextPaNum = WSPaNum + 1
       write PutControlRecord
       close PutControl.
