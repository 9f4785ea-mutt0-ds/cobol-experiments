*> through ordermerge's allocation, goods receipt and returns. A
*> transfer moves quantity between two locations of the same product
*> and journals it (StockTransfers.dat) - the ProdOnHand total does
*> not change, only which building holds the stock. The bin master
*> (BinMaster.dat) is kept here too: every shelf with its capacity
*> and the product given to it, which goods receipt uses to direct
*> stock with no bin yet to an empty shelf.
IDENTIFICATION DIVISION.
PROGRAM-ID. stocklocation.
ENVIRONMENT DIVISION.
           RECORD KEY IS ProdCode.
       SELECT TransferJournal ASSIGN TO "StockTransfers.dat"
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT BinMaster ASSIGN TO "BinMaster.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BinKey
           FILE STATUS IS WSBinStatus.

DATA DIVISION.
FILE SECTION.
   02 TrfDate pic 9(8).
   02 TrfOperatorID pic X(8).

FD BinMaster.
01 BinData.
   COPY BINREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSStockStatus pic XX.
01 WSProdFound pic X value "N".
       88 ProdFound value "Y".
01 WSNoBinCount pic 9(5).
*> bin master
01 WSBinStatus pic XX.
01 WSBinFoundFlag pic X value "N".
       88 BinFound value "Y".
01 WSBinProdFlag pic X value "Y".
       88 BinProdOk value "Y".
01 WSBinWhse pic XX.
01 WSBinCount pic 9(5).
01 WSBinEmpty pic 9(5).
01 WSBinAnswer pic X.

PROCEDURE DIVISION.
StartPara.
           open i-o StockByLocation
       end-if
       open input ProductFile
       open i-o BinMaster
       if WSBinStatus = "35"
           open output BinMaster
           close BinMaster
           open i-o BinMaster
       end-if
       perform until WSChoice = 9
           display " "
           display "STOCK BY LOCATION"
           display "2 : List Buckets for a Product"
           display "3 : Transfer Between Locations"
           display "4 : Bin-Audit Report (unassigned bins)"
           display "5 : Add/Change a Bin on the Bin Master"
           display "6 : List Bins for a Warehouse"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
               when 2 perform ListBuckets
               when 3 perform TransferStock
               when 4 perform BinAuditReport
               when 5 perform MaintainBin
               when 6 perform ListBins
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close StockByLocation, ProductFile, BinMaster
       stop run.

SetBucket.
       end-perform
       move "N" to WSEOFFlag
       display "Buckets without a bin: " WSNoBinCount.

*> un bin del master: capacita', prodotto assegnato (blank = vuoto,
*> proponibile al ricevimento) e stato
MaintainBin.
       display "Warehouse code: " with no advancing
       accept BinWhseCode
       display "Bin location: " with no advancing
       accept BinLocation
       if BinWhseCode = spaces or BinLocation = spaces
           display "Warehouse and bin are both required"
       else
           move "N" to WSBinFoundFlag
           read BinMaster
               invalid key
                   move zero to BinCapacity
                   move spaces to BinProdCode
                   set BinActive to true
               not invalid key
                   set BinFound to true
                   display "Capacity " BinCapacity "  product "
                       BinProdCode "  status " BinStatusFlag
           end-read
           display "Capacity in units: " with no advancing
           accept BinCapacity
           display "Product in the bin (blank = empty): " with no advancing
           accept BinProdCode
           move "Y" to WSBinProdFlag
           if BinProdCode not = spaces
               move BinProdCode to ProdCode
               read ProductFile
                   invalid key
                       display "Product not on the product master - bin"
                           " not saved"
                       move "N" to WSBinProdFlag
               end-read
           end-if
           if BinProdOk
               display "Active? (Y/N): " with no advancing
               accept WSBinAnswer
               if WSBinAnswer = "N" or WSBinAnswer = "n"
                   set BinInactive to true
               else
                   set BinActive to true
               end-if
               if BinFound
                   rewrite BinData
                       invalid key display "Bin not saved"
                       not invalid key display "Bin updated"
                   end-rewrite
               else
                   write BinData
                       invalid key display "Bin not saved"
                       not invalid key display "Bin added"
                   end-write
               end-if
           end-if
       end-if.

ListBins.
       display "Warehouse code: " with no advancing
       accept WSBinWhse
       move zero to WSBinCount WSBinEmpty
       move "N" to WSEOFFlag
       move WSBinWhse to BinWhseCode
       move low-values to BinLocation
       start BinMaster key is not less than BinKey
           invalid key set AtEOF to true
       end-start
       display "Bin    Capacity Product  Status"
       perform until AtEOF
           read BinMaster next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if BinWhseCode not = WSBinWhse
                   set AtEOF to true
               else
                   add 1 to WSBinCount
                   if BinProdCode = spaces and BinActive
                       add 1 to WSBinEmpty
                       display BinLocation " " BinCapacity "    (empty) "
                           BinStatusFlag
                   else
                       display BinLocation " " BinCapacity "    "
                           BinProdCode " " BinStatusFlag
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSBinCount " bin(s), " WSBinEmpty " empty and active".
