*> configurable number of days - so the year-end write-down stops
*> being a guess. One pass over orders.txt builds the recently-
*> ordered product set; the product walk then values and flags.
*> The total is proved against the 13000 inventory balance the GL
*> extract has posted from the stock movements (InvLedgerBal.dat).
IDENTIFICATION DIVISION.
PROGRAM-ID. invvaluation.
ENVIRONMENT DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS StockKey
           FILE STATUS IS WSStockStatus.
       *> saldo 13000 postato da glextract, per la riga di quadratura
       SELECT InvLedgerControl ASSIGN TO "InvLedgerBal.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSIlStatus.

DATA DIVISION.
FILE SECTION.
01 StockData.
   COPY STOCKREC.

FD InvLedgerControl.
01 InvLedgerRecord.
   02 IlLastPostDate pic 9(8).
   02 IlBalance pic S9(11)V99 sign leading separate.

WORKING-STORAGE SECTION.
01 WSProdEOFFlag pic X value "N".
       88 ProdAtEOF value "Y".
       02 filler pic x(22) value "  (at retail:         ".
       02 PrnGrandRetail pic ZZZZZZZZZZ9.99.
       02 filler pic x value ")".
*> quadratura col conto magazzino del mastro
01 WSIlStatus pic XX.
01 WSInvDifference pic S9(11)V99.
01 LedgerLine.
       02 filler pic x(22) value "  GL 13000 as posted  ".
       02 PrnLedgerBal pic -ZZZZZZZZZ9.99.
       02 filler pic x(9) value "  thru   ".
       02 PrnLedgerDate pic 9999/99/99.
01 LedgerDiffLine.
       02 filler pic x(22) value "  DIFFERENCE          ".
       02 PrnLedgerDiff pic -ZZZZZZZZZ9.99.
       02 filler pic x(31) value "  (cost changes, unposted days)".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 40 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
       move WSGrandRetail to PrnGrandRetail
       move " " to AsaControl
       move RetailTotalLine to PrintBody
       write PrintLine
       perform PrintLedgerProof.

*> il valore a costo deve uguagliare il 13000 postato dai movimenti;
*> se glextract non ha mai girato la riga non esce
PrintLedgerProof.
       open input InvLedgerControl
       if WSIlStatus = "00"
           read InvLedgerControl
               at end move "10" to WSIlStatus
           end-read
           if WSIlStatus = "00"
               move IlBalance to PrnLedgerBal
               move IlLastPostDate to PrnLedgerDate
               move " " to AsaControl
               move LedgerLine to PrintBody
               write PrintLine
               compute WSInvDifference = IlBalance - WSGrandValue
               if WSInvDifference not = zero
                   move WSInvDifference to PrnLedgerDiff
                   move " " to AsaControl
                   move LedgerDiffLine to PrintBody
                   write PrintLine
                   display "Valuation differs from GL 13000 by "
                       WSInvDifference
               end-if
           end-if
           close InvLedgerControl
       end-if.
