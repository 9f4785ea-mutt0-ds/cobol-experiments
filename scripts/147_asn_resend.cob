       >>SOURCE FORMAT FREE
*> EDI ship-notice resend: when a trading partner says an advance
*> ship notice never arrived, the register answers first - option 2
*> lists every notice EdiRegister.dat holds for the order, with the
*> dated file that carried it and its purpose - and if they still
*> want it, option 1 sends it again from the order as it stands
*> (purpose D, duplicate, logged like any other). A partner that
*> lost a whole day's file gets option 3: every order noticed to that
*> customer in the file of a given date, resent in one pass.
IDENTIFICATION DIVISION.
PROGRAM-ID. asnresend.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OrdersFile ASSIGN TO "orders.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OrderNum
           ALTERNATE RECORD KEY IS OrderCustIDNum WITH DUPLICATES.
       SELECT EdiRegister ASSIGN TO "EdiRegister.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSRegStatus.

DATA DIVISION.
FILE SECTION.
FD OrdersFile.
01 OrderData.
   COPY ORDERREC.

FD EdiRegister.
01 EdiRegisterRecord.
   COPY EDIREGREC.

WORKING-STORAGE SECTION.
01 WSRegStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSQueryOrder pic 9(6).
01 WSQueryCust pic 9(5).
01 WSQueryDate pic 9(8).
01 WSListed pic 9(5).
01 WSAsnPurpose pic X.
01 WSAsnResult pic X.
01 WSResentCount pic 9(5) value zero.
*> ordini avvisati al cliente in quel file, raccolti prima di
*> rispedire (EDIASN riapre il registro in coda)
01 ResendTable.
       02 RsOrderNum pic 9(6) occurs 200 times.
01 WSRsCount pic 9(3).
01 WSRsIdx pic 9(3).
01 WSRsFoundFlag pic X value "N".
       88 RsFound value "Y".

PROCEDURE DIVISION.
StartPara.
       open input OrdersFile
       perform until WSChoice = 9
           display " "
           display "EDI SHIP NOTICE RESEND"
           display "1 : Resend an Order's Ship Notice"
           display "2 : Ship Notices Sent for an Order"
           display "3 : Resend a Customer's Notices from One File Date"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ResendOneOrder
               when 2 perform ListOrderNotices
               when 3 perform ResendFileDate
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close OrdersFile
       display "Ship notices resent this session: " WSResentCount
       stop run.

ResendOneOrder.
       display "Order Number: " with no advancing
       accept OrderNum
       read OrdersFile
           invalid key
               display "Order not on file"
           not invalid key
               perform SendDuplicate
       end-read.

*> solo un ordine partito ha qualcosa da avvisare
SendDuplicate.
       if not OrderShipped and not OrderInvoiced
           display "Order " OrderNum " has not shipped - no notice to"
               " send"
       else
           move "D" to WSAsnPurpose
           call "EDIASN" using OrderData, WSAsnPurpose, WSAsnResult
           evaluate WSAsnResult
               when "S"
                   add 1 to WSResentCount
                   display "Ship notice for order " OrderNum " resent"
               when "N"
                   display "Customer " OrderCustIDNum " is not set up for"
                       " EDI - nothing sent"
               when other
                   display "Ship notice for order " OrderNum " NOT sent"
           end-evaluate
       end-if.

ListOrderNotices.
       display "Order Number: " with no advancing
       accept WSQueryOrder
       move zero to WSListed
       move "N" to WSEOFFlag
       open input EdiRegister
       if WSRegStatus not = "00"
           display "No EDI register on file yet"
       else
           display "Sent     Purpose  Units    File"
           perform until AtEOF
               read EdiRegister
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if EdiDocAsn and EdiOrderNum = WSQueryOrder
                       add 1 to WSListed
                       display EdiFileDate " " EdiPurpose "        "
                           EdiUnits "  " EdiFileName
                   end-if
               end-if
           end-perform
           close EdiRegister
           move "N" to WSEOFFlag
           if WSListed = zero
               display "No ship notice on record for order " WSQueryOrder
           end-if
       end-if.

ResendFileDate.
       display "Customer ID: " with no advancing
       accept WSQueryCust
       display "File date (YYYYMMDD): " with no advancing
       accept WSQueryDate
       move zero to WSRsCount
       move "N" to WSEOFFlag
       open input EdiRegister
       if WSRegStatus not = "00"
           display "No EDI register on file yet"
       else
           perform until AtEOF
               read EdiRegister
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if EdiDocAsn and EdiCustIDNum = WSQueryCust
                           and EdiFileDate = WSQueryDate
                       perform CollectResendOrder
                   end-if
               end-if
           end-perform
           close EdiRegister
           move "N" to WSEOFFlag
           if WSRsCount = zero
               display "No ship notice to customer " WSQueryCust " in the "
                   WSQueryDate " file"
           else
               perform varying WSRsIdx from 1 by 1 until WSRsIdx > WSRsCount
                   move RsOrderNum(WSRsIdx) to OrderNum
                   read OrdersFile
                       invalid key
                           display "Order " RsOrderNum(WSRsIdx)
                               " no longer on file - not resent"
                       not invalid key
                           perform SendDuplicate
                   end-read
               end-perform
           end-if
       end-if.

*> un ordine avvisato piu' volte nello stesso file si rispedisce una
*> volta sola
CollectResendOrder.
       move "N" to WSRsFoundFlag
       perform varying WSRsIdx from 1 by 1
               until WSRsIdx > WSRsCount or RsFound
           if RsOrderNum(WSRsIdx) = EdiOrderNum
               set RsFound to true
           end-if
       end-perform
       if not RsFound
           if WSRsCount < 200
               add 1 to WSRsCount
               move EdiOrderNum to RsOrderNum(WSRsCount)
           else
               display "More than 200 orders in the file - resend the"
                   " rest by order"
           end-if
       end-if.
