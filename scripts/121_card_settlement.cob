       >>SOURCE FORMAT FREE
*> Nightly card settlement: counter sales, order deposits and cash
*> receipts now journal the card payments as card tender (CASHREC
*> CashTenderType CD) instead of disguising them as checks, and this
*> is what turns them into money. Collects the business date's card
*> lines from CashReceipts.dat, one per authorization code (a card
*> payment split across invoices is sent once, summed), writes the
*> processor's settlement file CardSettle.<date>.dat with a count and
*> total trailer, and books the batch in CardBatches.dat so
*> 122_card_funding.cob can check the processor's funding against
*> it. Running the same date again rebuilds the file and the batch,
*> until the processor has funded it; after that it is refused.
IDENTIFICATION DIVISION.
PROGRAM-ID. cardsettle.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CashJournal ASSIGN TO "CashReceipts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCashStatus.
       SELECT CardBatches ASSIGN TO "CardBatches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CbBatchDate
           FILE STATUS IS WSCbStatus.
       *> file per il processor, datato come GLExtract.<data>.dat
       SELECT SettleFile ASSIGN TO WSSettleFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCsStatus.

DATA DIVISION.
FILE SECTION.
FD CashJournal.
01 CashRecord.
   COPY CASHREC.

FD CardBatches.
01 CardBatchData.
   COPY CARDBREC.

FD SettleFile.
01 SettleRecord.
   COPY CARDSETREC.

WORKING-STORAGE SECTION.
01 WSCashStatus pic XX.
01 WSCbStatus pic XX.
01 WSCsStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSSettleFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSBatchDate pic 9(8).
01 WSBatchOnFile pic X value "N".
       88 BatchOnFile value "Y".
*> una riga per autorizzazione: le applicazioni della stessa carta
*> su piu' fatture si sommano
01 AuthTable.
       02 AuthEntry occurs 500 times.
           03 AtAuthCode pic X(10).
           03 AtCustIDNum pic 9(5).
           03 AtAmount pic 9(9)V99.
01 WSAtCount pic 9(3) value zero.
01 WSAtIdx pic 9(3).
01 WSFoundFlag pic X.
       88 EntryFound value "Y".
01 WSTableFull pic X value "N".
       88 TableFull value "Y".
01 WSLinesRead pic 9(7) value zero.
01 WSCardLines pic 9(7) value zero.
01 WSBatchTotal pic 9(9)V99 value zero.
01 Dollars PIC $$$,$$$,$$9.99.
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "cardsettle".
01 WSFeParagraph pic X(20).
01 WSFeFileName pic X(20).
01 WSFeKeyValue pic X(10).
01 WSFeFatal pic X.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "cardsettle".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Settlement date (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSBatchDate
       if WSBatchDate = zero
           move WSRunDate to WSBatchDate
       end-if
       open i-o CardBatches
       if WSCbStatus = "35"
           open output CardBatches
           close CardBatches
           open i-o CardBatches
       end-if
       if WSCbStatus not = "00"
           move "StartPara" to WSFeParagraph
           move "CardBatches.dat" to WSFeFileName
           move spaces to WSFeKeyValue
           call "FILERR" using WSFeProgram, WSFeParagraph,
               WSFeFileName, WSFeKeyValue, WSCbStatus, WSFeFatal
           move 8 to RETURN-CODE
           stop run
       end-if
       move WSBatchDate to CbBatchDate
       read CardBatches
           invalid key continue
           not invalid key set BatchOnFile to true
       end-read
       evaluate true
           when BatchOnFile and not CbSent
               *> il processor l'ha gia' pagato: rimandarlo sarebbe
               *> un doppio addebito ai clienti
               display "Card batch " WSBatchDate " already funded by"
                   " the processor - not sent again"
               move 8 to RETURN-CODE
           when other
               perform CollectCardLines
               evaluate true
                   when TableFull
                       display "MORE THAN 500 CARD AUTHORIZATIONS - batch"
                           " not sent"
                       move 8 to RETURN-CODE
                   when WSAtCount = zero
                       display "No card payments on " WSBatchDate
                           " - nothing to settle"
                       move 4 to RETURN-CODE
                   when other
                       perform WriteSettleFile
                       perform RecordBatch
               end-evaluate
       end-evaluate
       close CardBatches
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Cash journal lines read: " WSLinesRead
           "  card lines: " WSCardLines
       display "Authorizations sent: " WSAtCount
       display "Elapsed seconds: " WSElapsedSecs
       move RETURN-CODE to WSRhRc
       move WSLinesRead to WSRhRead
       move WSAtCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> solo le righe carta della data: i riferimenti CM/UA/NS/DR/DA non
*> hanno tender e restano fuori da soli
CollectCardLines.
       open input CashJournal
       if WSCashStatus not = "00"
           set AtEOF to true
       end-if
       perform until AtEOF
           read CashJournal
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSLinesRead
               if CashDate = WSBatchDate and TenderCard
                   add 1 to WSCardLines
                   perform NoteCardLine
               end-if
           end-if
       end-perform
       if WSCashStatus = "00" or WSCashStatus = "10"
           close CashJournal
       end-if
       move "N" to WSEOFFlag.

NoteCardLine.
       move "N" to WSFoundFlag
       perform varying WSAtIdx from 1 by 1
               until WSAtIdx > WSAtCount or EntryFound
           if AtAuthCode(WSAtIdx) = CashTenderRef
                   and AtCustIDNum(WSAtIdx) = CashCustIDNum
               set EntryFound to true
               add CashAmount to AtAmount(WSAtIdx)
           end-if
       end-perform
       if not EntryFound
           if WSAtCount < 500
               add 1 to WSAtCount
               move CashTenderRef to AtAuthCode(WSAtCount)
               move CashCustIDNum to AtCustIDNum(WSAtCount)
               move CashAmount to AtAmount(WSAtCount)
           else
               set TableFull to true
           end-if
       end-if.

WriteSettleFile.
       move spaces to WSSettleFileName
       string "CardSettle." delimited by size
           WSBatchDate delimited by size
           ".dat" delimited by size
           into WSSettleFileName
       open output SettleFile
       move zero to WSBatchTotal
       perform varying WSAtIdx from 1 by 1 until WSAtIdx > WSAtCount
           set CsDetail to true
           move WSBatchDate to CsBatchDate
           move AtAuthCode(WSAtIdx) to CsAuthCode
           move AtCustIDNum(WSAtIdx) to CsCustIDNum
           move AtAmount(WSAtIdx) to CsAmount
           move zero to CsRecordCount
           write SettleRecord
           add AtAmount(WSAtIdx) to WSBatchTotal
       end-perform
       set CsTrailer to true
       move WSBatchDate to CsBatchDate
       move spaces to CsAuthCode
       move zero to CsCustIDNum
       move WSBatchTotal to CsAmount
       move WSAtCount to CsRecordCount
       write SettleRecord
       close SettleFile
       move WSBatchTotal to Dollars
       display "Settlement file " WSSettleFileName " written: "
           WSAtCount " authorizations, " Dollars.

*> il lotto resta "inviato" finche' il funding del processor non
*> lo chiude; un rilancio lo riscrive con i numeri nuovi
RecordBatch.
       move WSBatchDate to CbBatchDate
       set CbSent to true
       move WSAtCount to CbSentCount
       move WSBatchTotal to CbSentAmount
       move zero to CbFundedDate
       move zero to CbFundedGross, CbFundedFees, CbFundedNet
       if BatchOnFile
           rewrite CardBatchData
               invalid key continue
           end-rewrite
       else
           write CardBatchData
               invalid key continue
           end-write
       end-if
       if WSCbStatus not = "00"
           move "RecordBatch" to WSFeParagraph
           move "CardBatches.dat" to WSFeFileName
           move WSBatchDate to WSFeKeyValue
           call "FILERR" using WSFeProgram, WSFeParagraph,
               WSFeFileName, WSFeKeyValue, WSCbStatus, WSFeFatal
           move 8 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if.
