       >>SOURCE FORMAT FREE
*> Serial inquiry: the warranty desk's and loss prevention's "where is
*> unit X" - for any serial of a serialized product, its receipt
*> (date, operator, PO, vendor, lot, warehouse, inspection hold), the
*> order and customer it was picked and shipped to, its latest
*> customer return, and where it stands now. Also lists every unit
*> that went out on an order, and every unit of a product with its
*> status, from SerialNumbers.dat.
IDENTIFICATION DIVISION.
PROGRAM-ID. serialinquiry.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT SerialNumbers ASSIGN TO "SerialNumbers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SerKey
           ALTERNATE RECORD KEY IS SerOrderNum WITH DUPLICATES
           FILE STATUS IS WSSerStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.
       SELECT CustomerFile ASSIGN TO "customers.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDNum
           ALTERNATE RECORD KEY IS LastName WITH DUPLICATES
           FILE STATUS IS WSCustStatus.

DATA DIVISION.
FILE SECTION.
FD SerialNumbers.
01 SerialData.
   COPY SERIALREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

FD CustomerFile.
01 CustomerData.
   COPY CUSTREC.

WORKING-STORAGE SECTION.
01 WSSerStatus pic XX.
01 WSCustStatus pic XX.
01 WSCustOpenFlag pic X value "N".
       88 CustFileOpen value "Y".
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSQueryProd pic X(8).
01 WSQuerySerial pic X(20).
01 WSQueryOrder pic 9(6).
01 WSListed pic 9(5).
01 WSStatusText pic X(22).
01 WSCustName pic X(31).

PROCEDURE DIVISION.
StartPara.
       open input SerialNumbers
       if WSSerStatus not = "00"
           display "No serial numbers on file"
           stop run
       end-if
       open input ProductFile
       open input CustomerFile
       if WSCustStatus = "00"
           set CustFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "SERIAL NUMBER INQUIRY"
           display "1 : Look Up a Serial Number"
           display "2 : Serials Shipped on an Order"
           display "3 : Serials of a Product"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ShowOneSerial
               when 2 perform ListOrderSerials
               when 3 perform ListProductSerials
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close SerialNumbers, ProductFile
       if CustFileOpen
           close CustomerFile
       end-if
       stop run.

*> la storia completa di un'unita': ricevimento, vendita, reso, stato
ShowOneSerial.
       display "Product Code: " with no advancing
       accept WSQueryProd
       display "Serial Number: " with no advancing
       accept WSQuerySerial
       move WSQueryProd to SerProdCode
       move WSQuerySerial to SerSerialNum
       read SerialNumbers
           invalid key display "Serial not on file for this product"
           not invalid key perform ShowSerialHistory
       end-read.

ShowSerialHistory.
       move SerProdCode to ProdCode
       read ProductFile
           invalid key move "** NOT ON FILE **" to ProdDesc
       end-read
       perform SetStatusText
       display SerProdCode " " ProdDesc "  serial " SerSerialNum
       display "  Received:  " SerReceivedDate " by " SerReceivedBy
           " at " SerWhseCode
       if SerPoNum > zero
           display "             PO " SerPoNum " vendor " SerVendNum
       else
           display "             (no purchase order)"
       end-if
       if SerLotNum not = spaces
           display "             lot " SerLotNum
       end-if
       if SerHoldNum > zero
           display "             inspection hold " SerHoldNum
       end-if
       if SerOrderNum > zero and SerPickDate > zero
           perform GetCustName
           display "  Sold:      order " SerOrderNum " customer "
               SerCustIDNum " " WSCustName
           display "             picked " SerPickDate " by "
               SerPickedBy
           if SerShipDate > zero
               display "             shipped " SerShipDate
           else
               display "             not shipped yet"
           end-if
       else
           display "  Sold:      never"
       end-if
       if SerReturnDate > zero
           display "  Returned:  " SerReturnDate " by "
               SerReturnedBy
       end-if
       if SerDisposedDate > zero
           display "  Left us:   " SerDisposedDate
               " for the vendor or scrap"
       end-if
       display "  Status:    " WSStatusText.

*> le unita' uscite su un ordine, via la chiave alternata
ListOrderSerials.
       display "Order Number: " with no advancing
       accept WSQueryOrder
       move zero to WSListed
       move "N" to WSEOFFlag
       move WSQueryOrder to SerOrderNum
       start SerialNumbers key is = SerOrderNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read SerialNumbers next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if SerOrderNum not = WSQueryOrder
                   set AtEOF to true
               else
                   if SerPickDate > zero
                       if WSListed = zero
                           perform GetCustName
                           display "Order " WSQueryOrder " customer "
                               SerCustIDNum " " WSCustName
                           display "Product  Serial               "
                               "Shipped  Status"
                       end-if
                       perform SetStatusText
                       display SerProdCode " " SerSerialNum " "
                           SerShipDate " " WSStatusText
                       add 1 to WSListed
                   end-if
               end-if
           end-if
       end-perform
       if WSListed = zero
           display "No serial numbers on order " WSQueryOrder
       end-if.

ListProductSerials.
       display "Product Code: " with no advancing
       accept WSQueryProd
       move zero to WSListed
       move "N" to WSEOFFlag
       move WSQueryProd to SerProdCode
       move low-values to SerSerialNum
       start SerialNumbers key is not less than SerKey
           invalid key set AtEOF to true
       end-start
       display "Serial               Received Wh Order  Cust  Status"
       perform until AtEOF
           read SerialNumbers next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if SerProdCode not = WSQueryProd
                   set AtEOF to true
               else
                   perform SetStatusText
                   display SerSerialNum " " SerReceivedDate " "
                       SerWhseCode " " SerOrderNum " " SerCustIDNum
                       " " WSStatusText
                   add 1 to WSListed
               end-if
           end-if
       end-perform
       display WSListed " serial number(s) listed".

SetStatusText.
       evaluate true
           when SerInStock
               if SerReturnDate > zero
                   move "In stock (returned)" to WSStatusText
               else
                   move "In stock" to WSStatusText
               end-if
           when SerInInspection move "Held for inspection"
               to WSStatusText
           when SerPicked move "Picked, not shipped" to WSStatusText
           when SerShipped move "Shipped to customer" to WSStatusText
           when SerToVendor move "Rejected to vendor" to WSStatusText
           when SerScrapped move "Scrapped" to WSStatusText
           when other move "Unknown" to WSStatusText
       end-evaluate.

GetCustName.
       move spaces to WSCustName
       if CustFileOpen
           move SerCustIDNum to IDNum
           read CustomerFile
               invalid key move "** NOT ON FILE **" to WSCustName
               not invalid key
                   string FirstName delimited by space
                       " " delimited by size
                       LastName delimited by size
                       into WSCustName
           end-read
       end-if.
