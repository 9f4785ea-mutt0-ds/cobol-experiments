       >>SOURCE FORMAT FREE
*> Card funding reconciliation: the processor pays each settlement
*> batch 121_card_settlement.cob sent it into the bank a few days
*> later, net of its fees, and reports it in its funding file
*> (CardFunding.csv - one row per batch funded: batch date, gross,
*> fees and net in cents, funding date). The file passes the
*> interface register gate like every import; each row is matched to
*> its batch on CardBatches.dat and must agree with what we journaled
*> and sent - gross equal to the batch total, net equal to gross less
*> fees, fees within a dollar of the contracted rate. Rows that agree
*> mark the batch funded; everything else - unknown or already funded
*> batches, disagreeing amounts, unreadable rows, and batches sent
*> more than five days ago the processor still has not funded - goes
*> to the exception report CardFundExc.<date>.dat for the cashier.
IDENTIFICATION DIVISION.
PROGRAM-ID. cardfunding.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT FundingIn ASSIGN TO "CardFunding.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCsvStatus.
       SELECT CardBatches ASSIGN TO "CardBatches.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CbBatchDate
           FILE STATUS IS WSCbStatus.
       SELECT ExceptionReport ASSIGN TO WSReportFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD FundingIn.
01 CsvLine pic X(100).

FD CardBatches.
01 CardBatchData.
   COPY CARDBREC.

FD ExceptionReport.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(100).

WORKING-STORAGE SECTION.
01 WSCsvStatus pic XX.
01 WSCbStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSReportFileName pic X(30).
01 WSRunDate pic 9(8).
*> gate del registro interfacce, come il lockbox
01 WSIfSource pic X(8) value "CARDFUND".
01 WSIfRows pic 9(7).
01 WSIfHash pic 9(12).
01 WSIfAccept pic X.
01 WSIfCol pic 9(3).
*> campi della riga funding
01 WSField1 pic X(10).
01 WSField2 pic X(12).
01 WSField3 pic X(12).
01 WSField4 pic X(12).
01 WSField5 pic X(10).
01 WSFundBatchDate pic 9(8).
01 WSFundCents pic 9(11).
01 WSFundGross pic 9(9)V99.
01 WSFundFees pic 9(9)V99.
01 WSFundNet pic 9(9)V99.
01 WSFundDate pic 9(8).
*> tariffa contrattuale del processor in centesimi di punto
*> (290 = 2,90%) e scarto tollerato sulle commissioni
01 WSFeeRateBp pic 9(4).
01 WSExpectedFee pic 9(9)V99.
01 WSFeeDiff pic S9(9)V99.
01 WSFeeTolerance pic 9V99 value 1.00.
01 WSExcReason pic X(30).
01 WSExcFlag pic X.
       88 RowIsException value "Y".
*> lotti inviati e mai pagati: oltre questi giorni sono un'eccezione
01 WSStaleDays pic 9(2) value 5.
01 WSDayDiff pic S9(8).
01 WSRowsRead pic 9(5) value zero.
01 WSRowsFunded pic 9(5) value zero.
01 WSExceptions pic 9(5) value zero.
01 WSFundedGross pic 9(9)V99 value zero.
01 WSFundedFees pic 9(9)V99 value zero.
01 WSFundedNet pic 9(9)V99 value zero.
01 PageHeading.
       02 filler pic X(38) value
           "CARD FUNDING EXCEPTIONS - RUN DATE OF ".
       02 PrnRunDate pic 9999/99/99.
01 SectionLine pic X(60).
01 ExceptionHeads pic X(100) value
       "Batch           Sent         Gross        Fees          Net  Reason".
01 ExceptionDetail.
       02 PrnExBatch pic 9999/99/99.
       02 filler pic X value space.
       02 PrnExSent pic ZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnExGross pic ZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnExFees pic ZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnExNet pic ZZZZZZZZ9.99.
       02 filler pic XX value space.
       02 PrnExReason pic X(30).
01 UnreadableDetail.
       02 filler pic X(12) value "UNREADABLE: ".
       02 PrnBadLine pic X(60).
01 TotalLine.
       02 PrnTlLabel pic X(40).
       02 PrnTlAmount pic ZZZ,ZZZ,ZZ9.99.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 55 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "cardfunding".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "cardfunding".
01 WSRcParams pic X(30).
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "cardfunding".
01 WSFeParagraph pic X(20).
01 WSFeFileName pic X(20).
01 WSFeKeyValue pic X(10).
01 WSFeFatal pic X.
01 WSFatalIOFlag pic X value "N".

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       display "Contracted card fee in basis points (0 = 290): "
           with no advancing
       accept WSFeeRateBp
       if WSFeeRateBp = zero
           move 290 to WSFeeRateBp
       end-if
       open input FundingIn
       if WSCsvStatus not = "00"
           display "No card funding file found - nothing to reconcile"
           move 4 to RETURN-CODE
           stop run
       end-if
       perform PrehashInputFile
       if WSIfAccept = "N"
           display "Funding file refused by the interface register"
           move 8 to RETURN-CODE
           stop run
       end-if
       open i-o CardBatches
       if WSCbStatus not = "00"
           move "StartPara" to WSFeParagraph
           move "CardBatches.dat" to WSFeFileName
           move spaces to WSFeKeyValue
           call "FILERR" using WSFeProgram, WSFeParagraph,
               WSFeFileName, WSFeKeyValue, WSCbStatus, WSFeFatal
           move 8 to RETURN-CODE
           stop run
       end-if
       move spaces to WSReportFileName
       string "CardFundExc." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSReportFileName
       open output ExceptionReport
       move spaces to WSRcParams
       move WSRunDate to WSRcParams
       call "RPTCAT" using WSRcName, WSReportFileName, WSRcParams
       perform PrintPageHeading
       move "FUNDING ROWS NOT AGREEING WITH OUR BATCHES" to SectionLine
       perform PrintSection
       move " " to AsaControl
       move ExceptionHeads to PrintBody
       write PrintLine
       add 1 to LineCount
       open input FundingIn
       perform until AtEOF
           read FundingIn
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSRowsRead
               perform MatchOneFunding
           end-if
       end-perform
       close FundingIn
       move "N" to WSEOFFlag
       perform ListUnfundedBatches
       perform PrintTotals
       close ExceptionReport, CardBatches
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Funding rows read: " WSRowsRead
           "  Funded: " WSRowsFunded
           "  Exceptions: " WSExceptions
       display "Exception report written to " WSReportFileName
       display "Elapsed seconds: " WSElapsedSecs
       *> le eccezioni le lavora la cassa dal report: come i reject
       *> del lockbox non sono un guasto del run
       if WSFatalIOFlag = "Y"
           move 8 to RETURN-CODE
       else
           if WSExceptions > zero
               display "CARD FUNDING EXCEPTIONS - see " WSReportFileName
           end-if
           move 0 to RETURN-CODE
       end-if
       move RETURN-CODE to WSRhRc
       move WSRowsRead to WSRhRead
       move WSRowsFunded to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> conteggio e hash del file, poi IFREGCHK decide
PrehashInputFile.
       move zero to WSIfRows
       move zero to WSIfHash
       perform until AtEOF
           read FundingIn
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSIfRows
               perform varying WSIfCol from 1 by 1
                       until WSIfCol > function length(CsvLine)
                   compute WSIfHash = function mod(WSIfHash
                       + ((WSIfRows + WSIfCol)
                          * (function ord(CsvLine(WSIfCol:1)) + 1)),
                       100000000000)
               end-perform
           end-if
       end-perform
       close FundingIn
       move "N" to WSEOFFlag
       call "IFREGCHK" using WSIfSource, WSIfRows, WSIfHash,
           WSIfAccept.

*> una riga = un lotto pagato. Il primo disaccordo trovato e' il
*> motivo stampato; gli importi del processor si registrano sul lotto
*> anche quando non tornano, cosi' resta traccia di cosa e' arrivato
MatchOneFunding.
       move spaces to WSField1 WSField2 WSField3 WSField4 WSField5
       unstring CsvLine delimited by ","
           into WSField1, WSField2, WSField3, WSField4, WSField5
       end-unstring
       if function trim(WSField1) is not numeric
               or function trim(WSField2) is not numeric
               or function trim(WSField3) is not numeric
               or function trim(WSField4) is not numeric
               or WSField1 = spaces or WSField2 = spaces
               or WSField3 = spaces or WSField4 = spaces
           perform PrintUnreadableRow
       else
           move function trim(WSField1) to WSFundBatchDate
           move function trim(WSField2) to WSFundCents
           compute WSFundGross = WSFundCents / 100
           move function trim(WSField3) to WSFundCents
           compute WSFundFees = WSFundCents / 100
           move function trim(WSField4) to WSFundCents
           compute WSFundNet = WSFundCents / 100
           move WSRunDate to WSFundDate
           if WSField5 not = spaces
                   and function trim(WSField5) is numeric
               move function trim(WSField5) to WSFundDate
           end-if
           move "N" to WSExcFlag
           move spaces to WSExcReason
           move WSFundBatchDate to CbBatchDate
           read CardBatches
               invalid key
                   set RowIsException to true
                   move "NO SUCH BATCH SENT" to WSExcReason
                   move zero to CbSentAmount
               not invalid key
                   perform CheckFundingAmounts
           end-read
           if RowIsException
               perform PrintException
           else
               add 1 to WSRowsFunded
               add WSFundGross to WSFundedGross
               add WSFundFees to WSFundedFees
               add WSFundNet to WSFundedNet
           end-if
       end-if.

CheckFundingAmounts.
       compute WSExpectedFee rounded = WSFundGross * WSFeeRateBp / 10000
       compute WSFeeDiff = WSFundFees - WSExpectedFee
       if WSFeeDiff < zero
           compute WSFeeDiff = zero - WSFeeDiff
       end-if
       set RowIsException to true
       evaluate true
           when not CbSent
               move "BATCH ALREADY FUNDED" to WSExcReason
           when WSFundGross not = CbSentAmount
               move "GROSS NOT = AMOUNT SENT" to WSExcReason
           when WSFundGross - WSFundFees not = WSFundNet
               move "NET NOT = GROSS LESS FEES" to WSExcReason
           when WSFeeDiff > WSFeeTolerance
               move "FEES OFF THE CONTRACT RATE" to WSExcReason
           when other
               move "N" to WSExcFlag
       end-evaluate
       *> un lotto gia' chiuso non si tocca: il doppione e' solo
       *> un'eccezione
       if CbSent
           move WSFundDate to CbFundedDate
           move WSFundGross to CbFundedGross
           move WSFundFees to CbFundedFees
           move WSFundNet to CbFundedNet
           if RowIsException
               set CbException to true
           else
               set CbFunded to true
           end-if
           rewrite CardBatchData
               invalid key continue
           end-rewrite
           if WSCbStatus not = "00"
               move "CheckFundingAmounts" to WSFeParagraph
               move "CardBatches.dat" to WSFeFileName
               move CbBatchDate to WSFeKeyValue
               call "FILERR" using WSFeProgram, WSFeParagraph,
                   WSFeFileName, WSFeKeyValue, WSCbStatus, WSFeFatal
               move "Y" to WSFatalIOFlag
           end-if
       end-if.

*> lotti ancora "inviati" dopo WSStaleDays giorni: soldi che il
*> processor ci deve e non ha pagato
ListUnfundedBatches.
       move "BATCHES SENT AND NOT FUNDED" to SectionLine
       perform PrintSection
       move zero to CbBatchDate
       start CardBatches key is not less than CbBatchDate
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read CardBatches next record
               at end set AtEOF to true
           end-read
           if not AtEOF and CbSent
               compute WSDayDiff =
                   function integer-of-date(WSRunDate)
                   - function integer-of-date(CbBatchDate)
               if WSDayDiff > WSStaleDays
                   move CbBatchDate to WSFundBatchDate
                   move zero to WSFundGross, WSFundFees, WSFundNet
                   move "NOT FUNDED BY THE PROCESSOR" to WSExcReason
                   perform PrintException
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move 2 to LineCount.

PrintSection.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move "0" to AsaControl
       move SectionLine to PrintBody
       write PrintLine
       add 2 to LineCount.

PrintException.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       add 1 to WSExceptions
       move WSFundBatchDate to PrnExBatch
       move CbSentAmount to PrnExSent
       move WSFundGross to PrnExGross
       move WSFundFees to PrnExFees
       move WSFundNet to PrnExNet
       move WSExcReason to PrnExReason
       move " " to AsaControl
       move ExceptionDetail to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintUnreadableRow.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       add 1 to WSExceptions
       move CsvLine(1:60) to PrnBadLine
       move " " to AsaControl
       move UnreadableDetail to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintTotals.
       move "FUNDED AND AGREEING THIS RUN" to SectionLine
       perform PrintSection
       move " " to AsaControl
       move "  Gross funded" to PrnTlLabel
       move WSFundedGross to PrnTlAmount
       move TotalLine to PrintBody
       write PrintLine
       move "  Processor fees" to PrnTlLabel
       move WSFundedFees to PrnTlAmount
       move TotalLine to PrintBody
       write PrintLine
       move "  Net paid into the bank" to PrnTlLabel
       move WSFundedNet to PrnTlAmount
       move TotalLine to PrintBody
       write PrintLine
       add 3 to LineCount.
