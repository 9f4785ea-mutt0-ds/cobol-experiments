       >>SOURCE FORMAT FREE
*> Accounts-payable aging and cash requirements: 32_ar_aging.cob
*> answers "who owes us" but nothing answered "whom do we owe, and
*> when". Three sections on one dated report, read before every
*> payment run by purchasing and the controller:
*>   - aging by vendor (VendName from Vendors.dat) on ApDueDate:
*>     not yet due, 1-30, 31-60, 61-90 and over 90 days past due;
*>   - cash requirements: what falls due in each of the next eight
*>     weeks, item by item, with anything already past due up front;
*>   - discounts at risk: every early-pay discount under the
*>     vendor's VendTermsCode still open today, with the date it is
*>     lost - the money we give away by paying on the net date.
*> Held items are aged and listed like any other (we still owe
*> them), marked so nobody counts on paying them this week. Open
*> debit memos (stock returned through 138_vendor_return.cob) are
*> not aged: the vendor owes them to us, so they show on a line of
*> their own under the vendor's aging, with what we owe net of them,
*> and stay out of the cash requirements and the discounts.
IDENTIFICATION DIVISION.
PROGRAM-ID. apaging.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT OpenPayables ASSIGN TO "OpenPayables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApKey
           FILE STATUS IS WSApStatus.
       *> dated report file, stessa convenzione di ArAging.<data>.dat
       SELECT AgingReport ASSIGN TO WSAgingFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD OpenPayables.
01 PayableData.
   COPY APREC.

FD AgingReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(100).

WORKING-STORAGE SECTION.
01 WSVendStatus pic XX.
01 WSApStatus pic XX.
01 WSVendEOFFlag pic X value "N".
       88 VendAtEOF value "Y".
01 WSApEOFFlag pic X value "N".
       88 ApAtEOF value "Y".
01 WSAgingFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSTodayOrdinal pic S9(8).
01 WSDueOrdinal pic S9(8).
01 WSAgeDays pic S9(8).
*> bucket del fornitore corrente
01 WSVendNotDue pic 9(8)V99.
01 WSVendBucket30 pic 9(8)V99.
01 WSVendBucket60 pic 9(8)V99.
01 WSVendBucket90 pic 9(8)V99.
01 WSVendOver90 pic 9(8)V99.
01 WSVendTotal pic 9(9)V99.
*> note di debito aperte del fornitore: a parte, non nei bucket
01 WSVendMemos pic 9(9)V99.
01 WSVendNetOwed pic S9(9)V99.
01 WSGrandMemos pic 9(10)V99 value zero.
*> totali generali
01 WSGrandNotDue pic 9(9)V99 value zero.
01 WSGrandBucket30 pic 9(9)V99 value zero.
01 WSGrandBucket60 pic 9(9)V99 value zero.
01 WSGrandBucket90 pic 9(9)V99 value zero.
01 WSGrandOver90 pic 9(9)V99 value zero.
01 WSGrandTotal pic 9(10)V99 value zero.
01 WSVendorsListed pic 9(5) value zero.
*> fabbisogno di cassa: settimana 0 = gia' scaduto, 1-8 a venire
01 WSWeekIdx pic 9.
01 WSWeekStart pic 9(8).
01 WSWeekEnd pic 9(8).
01 WSWeekStartOrd pic S9(8).
01 WSWeekEndOrd pic S9(8).
01 WSWeekTotal pic 9(9)V99.
01 WSWeekItems pic 9(5).
01 WSCashReqTotal pic 9(10)V99 value zero.
*> sconti a rischio
01 WSDiscDate pic 9(8).
01 WSDiscAmount pic 9(6)V99.
01 WSDateOrdinal pic S9(8).
01 WSDiscTotal pic 9(8)V99 value zero.
01 WSDiscItems pic 9(5) value zero.
01 WSHoldMark pic X(4).
01 PageHeading.
       02 filler pic X(34) value "ACCOUNTS PAYABLE AGING REPORT     ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(45) value
           "Vend  Name                    Not Due        ".
       02 filler pic X(55) value
           "1-30       31-60       61-90        90+        Total".
01 AgingDetailLine.
       02 PrnVendNum pic 9(5).
       02 filler pic x value space.
       02 PrnVendName pic x(20).
       02 PrnNotDue pic ZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnBucket30 pic ZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnBucket60 pic ZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnBucket90 pic ZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnOver90 pic ZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnVendTotal pic ZZZZZZZZ9.99.
01 GrandTotalLine.
       02 filler pic x(12) value "GRAND TOTAL ".
       02 filler pic x(13) value space.
       02 PrnGNotDue pic ZZZZZZZZ9.99.
       02 PrnGBucket30 pic ZZZZZZZZ9.99.
       02 PrnGBucket60 pic ZZZZZZZZ9.99.
       02 PrnGBucket90 pic ZZZZZZZZ9.99.
       02 PrnGOver90 pic ZZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnGTotal pic ZZZZZZZZZ9.99.
01 MemoDetailLine.
       02 filler pic X(6) value space.
       02 filler pic X(28) value "less open debit memos".
       02 PrnVendMemos pic ZZZZZZZ9.99.
       02 filler pic X(13) value "   net owed  ".
       02 PrnVendNetOwed pic ZZZZZZZZ9.99-.
01 MemoTotalLine.
       02 filler pic X(25) value "LESS OPEN DEBIT MEMOS".
       02 PrnGMemos pic ZZZZZZZZ9.99.
       02 filler pic X(13) value "   net owed  ".
       02 PrnGNetOwed pic ZZZZZZZZZ9.99-.
01 CashReqHeading pic X(60) value
       "CASH REQUIREMENTS - NEXT EIGHT WEEKS BY DUE DATE".
01 WeekHeading.
       02 filler pic X(6) value "WEEK ".
       02 PrnWeekNum pic 9.
       02 filler pic X(3) value " : ".
       02 PrnWeekStart pic 9999/99/99.
       02 filler pic X(4) value " to ".
       02 PrnWeekEnd pic 9999/99/99.
01 PastDueHeading pic X(40) value "ALREADY PAST DUE".
01 CashReqHeads pic X(80) value
       "  Vend  Name                 Invoice    Due Date         Amount".
01 CashReqDetail.
       02 filler pic XX value space.
       02 PrnCrVend pic 9(5).
       02 filler pic x value space.
       02 PrnCrName pic X(20).
       02 filler pic x value space.
       02 PrnCrInvoice pic X(10).
       02 filler pic x value space.
       02 PrnCrDue pic 9999/99/99.
       02 filler pic x value space.
       02 PrnCrAmount pic ZZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnCrHold pic X(4).
01 WeekTotalLine.
       02 filler pic X(20) value "  week total".
       02 PrnWkItems pic ZZZZ9.
       02 filler pic X(8) value " items  ".
       02 filler pic X(20) value space.
       02 PrnWkTotal pic ZZZZZZZZ9.99.
01 CashReqTotalLine.
       02 filler pic X(40) value
           "TOTAL CASH REQUIRED THROUGH WEEK 8      ".
       02 filler pic X(13) value space.
       02 PrnCrGrand pic ZZZZZZZZZ9.99.
01 DiscHeading pic X(70) value
       "DISCOUNTS AT RISK - lost if not paid by the terms date".
01 DiscHeads.
       02 filler pic X(40) value
           "  Vend  Name                 Invoice    ".
       02 filler pic X(40) value
           "Pay By           Amount   Discount".
01 DiscDetail.
       02 filler pic XX value space.
       02 PrnDsVend pic 9(5).
       02 filler pic x value space.
       02 PrnDsName pic X(20).
       02 filler pic x value space.
       02 PrnDsInvoice pic X(10).
       02 filler pic x value space.
       02 PrnDsDate pic 9999/99/99.
       02 filler pic x value space.
       02 PrnDsAmount pic ZZZZZZZZ9.99.
       02 filler pic x value space.
       02 PrnDsDisc pic ZZZZZ9.99.
       02 filler pic x value space.
       02 PrnDsHold pic X(4).
01 DiscTotalLine.
       02 filler pic X(30) value "TOTAL DISCOUNT AT RISK".
       02 PrnDsItems pic ZZZZ9.
       02 filler pic X(8) value " items  ".
       02 filler pic X(29) value space.
       02 PrnDsTotal pic ZZZZZZ9.99.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "apaging".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "apaging".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       move spaces to WSAgingFileName
       string "ApAging." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSAgingFileName
       open input OpenPayables
       if WSApStatus not = "00"
           display "No open-payables file found - nothing to age"
           move 4 to RETURN-CODE
           stop run
       end-if
       open input VendorFile
       if WSVendStatus not = "00"
           display "Vendor master not on file - run vendormaster first"
           close OpenPayables
           move 8 to RETURN-CODE
           stop run
       end-if
       open output AgingReport
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSAgingFileName, WSRcParams
       perform PrintPageHeading
       move zero to VendNum
       start VendorFile key is not less than VendNum
           invalid key set VendAtEOF to true
       end-start
       perform until VendAtEOF
           read VendorFile next record
               at end set VendAtEOF to true
           end-read
           if not VendAtEOF
               perform AgeOneVendor
           end-if
       end-perform
       perform PrintGrandTotal
       perform PrintCashRequirements
       perform PrintDiscountsAtRisk
       close VendorFile, OpenPayables, AgingReport
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Vendors with open items: " WSVendorsListed
       display "Discounts at risk: " WSDiscItems
       display "Elapsed seconds: " WSElapsedSecs
       move 0 to RETURN-CODE
       move RETURN-CODE to WSRhRc
       move WSVendorsListed to WSRhRead
       move WSVendorsListed to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> le partite del fornitore sono contigue sulla chiave: START sul
*> numero fornitore e giro finche' il numero cambia
AgeOneVendor.
       move zero to WSVendNotDue, WSVendBucket30, WSVendBucket60,
           WSVendBucket90, WSVendOver90, WSVendTotal, WSVendMemos
       move "N" to WSApEOFFlag
       move VendNum to ApVendNum
       move low-values to ApVendInvoice
       start OpenPayables key is not less than ApKey
           invalid key set ApAtEOF to true
       end-start
       perform until ApAtEOF
           read OpenPayables next record
               at end set ApAtEOF to true
           end-read
           if not ApAtEOF
               if ApVendNum not = VendNum
                   set ApAtEOF to true
               else
                   if ApOpen
                       if ApDebitMemo
                           compute WSVendMemos =
                               WSVendMemos + ApAmount - ApDmApplied
                       else
                           perform BucketOneItem
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       if WSVendTotal > zero or WSVendMemos > zero
           perform PrintVendorLine
       end-if
       if WSVendMemos > zero
           perform PrintVendorMemoLine
       end-if.

*> l'eta' conta dalla scadenza: prima della scadenza e' "non
*> scaduto", dopo si contano i giorni di ritardo come per i clienti
BucketOneItem.
       compute WSDueOrdinal = function integer-of-date(ApDueDate)
       compute WSAgeDays = WSTodayOrdinal - WSDueOrdinal
       evaluate true
           when WSAgeDays <= 0
               add ApAmount to WSVendNotDue
               add ApAmount to WSGrandNotDue
           when WSAgeDays <= 30
               add ApAmount to WSVendBucket30
               add ApAmount to WSGrandBucket30
           when WSAgeDays <= 60
               add ApAmount to WSVendBucket60
               add ApAmount to WSGrandBucket60
           when WSAgeDays <= 90
               add ApAmount to WSVendBucket90
               add ApAmount to WSGrandBucket90
           when other
               add ApAmount to WSVendOver90
               add ApAmount to WSGrandOver90
       end-evaluate
       add ApAmount to WSVendTotal
       add ApAmount to WSGrandTotal.

PrintVendorLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move VendNum to PrnVendNum
       move VendName to PrnVendName
       move WSVendNotDue to PrnNotDue
       move WSVendBucket30 to PrnBucket30
       move WSVendBucket60 to PrnBucket60
       move WSVendBucket90 to PrnBucket90
       move WSVendOver90 to PrnOver90
       move WSVendTotal to PrnVendTotal
       move " " to AsaControl
       move AgingDetailLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSVendorsListed.

PrintVendorMemoLine.
       add WSVendMemos to WSGrandMemos
       compute WSVendNetOwed = WSVendTotal - WSVendMemos
       move WSVendMemos to PrnVendMemos
       move WSVendNetOwed to PrnVendNetOwed
       move " " to AsaControl
       move MemoDetailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

PrintGrandTotal.
       move WSGrandNotDue to PrnGNotDue
       move WSGrandBucket30 to PrnGBucket30
       move WSGrandBucket60 to PrnGBucket60
       move WSGrandBucket90 to PrnGBucket90
       move WSGrandOver90 to PrnGOver90
       move WSGrandTotal to PrnGTotal
       move "-" to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine
       if WSGrandMemos > zero
           move WSGrandMemos to PrnGMemos
           compute PrnGNetOwed = WSGrandTotal - WSGrandMemos
           move " " to AsaControl
           move MemoTotalLine to PrintBody
           write PrintLine
       end-if.

*> una passata del file per blocco (gia' scaduto + otto settimane):
*> il file e' in ordine fornitore, la stampa va per scadenza
PrintCashRequirements.
       move "1" to AsaControl
       move CashReqHeading to PrintBody
       write PrintLine
       move 2 to LineCount
       perform varying WSWeekIdx from 0 by 1 until WSWeekIdx > 8
           if WSWeekIdx = zero
               move "0" to AsaControl
               move PastDueHeading to PrintBody
               write PrintLine
               compute WSWeekStartOrd = 1
               compute WSWeekEndOrd = WSTodayOrdinal - 1
           else
               compute WSWeekStartOrd =
                   WSTodayOrdinal + ((WSWeekIdx - 1) * 7)
               compute WSWeekEndOrd = WSWeekStartOrd + 6
               compute WSWeekStart =
                   function date-of-integer(WSWeekStartOrd)
               compute WSWeekEnd = function date-of-integer(WSWeekEndOrd)
               move WSWeekIdx to PrnWeekNum
               move WSWeekStart to PrnWeekStart
               move WSWeekEnd to PrnWeekEnd
               move "0" to AsaControl
               move WeekHeading to PrintBody
               write PrintLine
           end-if
           move " " to AsaControl
           move CashReqHeads to PrintBody
           write PrintLine
           add 3 to LineCount
           perform ListOneWeek
       end-perform
       move WSCashReqTotal to PrnCrGrand
       move "-" to AsaControl
       move CashReqTotalLine to PrintBody
       write PrintLine.

ListOneWeek.
       move zero to WSWeekTotal
       move zero to WSWeekItems
       move "N" to WSApEOFFlag
       move low-values to ApKey
       start OpenPayables key is not less than ApKey
           invalid key set ApAtEOF to true
       end-start
       perform until ApAtEOF
           read OpenPayables next record
               at end set ApAtEOF to true
           end-read
           if not ApAtEOF
               if ApOpen and ApVendorBill
                   compute WSDueOrdinal =
                       function integer-of-date(ApDueDate)
                   if WSDueOrdinal >= WSWeekStartOrd
                           and WSDueOrdinal <= WSWeekEndOrd
                       perform PrintCashReqItem
                   end-if
               end-if
           end-if
       end-perform
       move WSWeekItems to PrnWkItems
       move WSWeekTotal to PrnWkTotal
       move " " to AsaControl
       move WeekTotalLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add WSWeekTotal to WSCashReqTotal.

PrintCashReqItem.
       if NewPageRequired
           move "1" to AsaControl
           move CashReqHeading to PrintBody
           write PrintLine
           move 2 to LineCount
       end-if
       perform LookupItemVendor
       move ApVendNum to PrnCrVend
       move VendName to PrnCrName
       move ApVendInvoice to PrnCrInvoice
       move ApDueDate to PrnCrDue
       move ApAmount to PrnCrAmount
       move WSHoldMark to PrnCrHold
       move " " to AsaControl
       move CashReqDetail to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSWeekItems
       add ApAmount to WSWeekTotal.

LookupItemVendor.
       move ApVendNum to VendNum
       read VendorFile
           invalid key
               move "** NOT ON FILE **" to VendName
               move "N00" to VendTermsCode
       end-read
       if ApOnHold
           move "HELD" to WSHoldMark
       else
           move spaces to WSHoldMark
       end-if.

*> sconto 210: 2% se pagato entro 10 giorni dalla data fattura, la
*> stessa finestra che il payment run onora; a rischio = ancora
*> prendibile oggi
PrintDiscountsAtRisk.
       move "1" to AsaControl
       move DiscHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move DiscHeads to PrintBody
       write PrintLine
       move 3 to LineCount
       move "N" to WSApEOFFlag
       move low-values to ApKey
       start OpenPayables key is not less than ApKey
           invalid key set ApAtEOF to true
       end-start
       perform until ApAtEOF
           read OpenPayables next record
               at end set ApAtEOF to true
           end-read
           if not ApAtEOF
               if ApOpen and ApVendorBill
                   perform LookupItemVendor
                   if VendTermsCode = "210"
                       compute WSDateOrdinal =
                           function integer-of-date(ApInvoiceDate) + 10
                       compute WSDiscDate =
                           function date-of-integer(WSDateOrdinal)
                       if WSDiscDate >= WSRunDate
                           perform PrintDiscItem
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       move WSDiscItems to PrnDsItems
       move WSDiscTotal to PrnDsTotal
       move "-" to AsaControl
       move DiscTotalLine to PrintBody
       write PrintLine.

PrintDiscItem.
       if NewPageRequired
           move "1" to AsaControl
           move DiscHeading to PrintBody
           write PrintLine
           move 2 to LineCount
       end-if
       compute WSDiscAmount rounded = ApAmount * .02
       move ApVendNum to PrnDsVend
       move VendName to PrnDsName
       move ApVendInvoice to PrnDsInvoice
       move WSDiscDate to PrnDsDate
       move ApAmount to PrnDsAmount
       move WSDiscAmount to PrnDsDisc
       move WSHoldMark to PrnDsHold
       move " " to AsaControl
       move DiscDetail to PrintBody
       write PrintLine
       add 1 to LineCount
       add 1 to WSDiscItems
       add WSDiscAmount to WSDiscTotal.
