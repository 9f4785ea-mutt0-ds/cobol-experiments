       >>SOURCE FORMAT FREE
*> Sales pipeline by rep: for every rep with prospects on
*> Prospects.dat (163_prospects.cob) the prospects still open, those
*> already quoted, those converted into customers and those lost; the
*> value of the open, unexpired quotes written against prospects still
*> in the pipeline (67_quotes.cob, QuoteProspectNum), priced the way
*> ShowQuote totals a quote; and the conversion rate - prospects
*> converted out of every prospect the rep has been given. Prospects
*> with no rep are totalled on their own line.
IDENTIFICATION DIVISION.
PROGRAM-ID. pipeline.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProspectFile ASSIGN TO "Prospects.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProsNum
           ALTERNATE RECORD KEY IS ProsRepID WITH DUPLICATES
           FILE STATUS IS WSProsStatus.
       SELECT QuoteFile ASSIGN TO "Quotes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QuoteNum
           ALTERNATE RECORD KEY IS QuoteOrderNum WITH DUPLICATES
           FILE STATUS IS WSQuoteStatus.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
       SELECT PipelinePrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
DATA DIVISION.
FILE SECTION.
FD ProspectFile.
01 ProspectData.
   COPY PROSPREC.
FD QuoteFile.
01 QuoteData.
   COPY QUOTEREC.
FD RepFile.
01 RepData.
   COPY REPREC.
FD PipelinePrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(80).
WORKING-STORAGE SECTION.
01 WSProsStatus pic XX.
01 WSQuoteStatus pic XX.
01 WSRepStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSRepOpenFlag pic X value "N".
       88 RepFileOpen value "Y".
01 WSRptFileName pic X(30).
01 WSRunDate pic 9(8).
*> una riga per rep, tenuta in ordine di RepID con l'inserimento
01 PipeTable.
       02 PipeEntry occurs 200 times.
           03 PtRepID pic 9(4).
           03 PtOpen pic 9(5).
           03 PtQuoted pic 9(5).
           03 PtConverted pic 9(5).
           03 PtLost pic 9(5).
           03 PtQuotes pic 9(5).
           03 PtQuotedValue pic 9(9)V99.
01 WSPtCount pic 9(3) value zero.
01 WSPtIdx pic 9(3).
01 WSShiftIdx pic 9(3).
01 WSInsertAt pic 9(3).
01 WSFoundFlag pic X.
       88 RepSlotFound value "Y".
01 WSRepOverflow pic 9(5) value zero.
01 WSLineIdx pic 9(2).
01 WSSizeIdx pic 9.
01 WSLineQty pic 9(4).
01 WSQuoteTotal pic 9(7)V99.
01 WSAllProspects pic 9(6).
01 WSConvCount pic 9(6).
01 WSConvPct pic 9(3)V9.
01 WSProspectsRead pic 9(7) value zero.
01 WSQuotesRead pic 9(7) value zero.
01 WSTotOpen pic 9(6) value zero.
01 WSTotQuoted pic 9(6) value zero.
01 WSTotConverted pic 9(6) value zero.
01 WSTotLost pic 9(6) value zero.
01 WSTotQuotes pic 9(6) value zero.
01 WSTotValue pic 9(10)V99 value zero.
01 PageHeading.
       02 filler pic X(30) value "SALES PIPELINE BY REP AS OF  ".
       02 PrnRunDate pic 9999/99/99.
01 Heads.
       02 filler pic X(5) value "Rep".
       02 filler pic X(21) value "Name".
       02 filler pic X(6) value " Open".
       02 filler pic X(6) value "Quotd".
       02 filler pic X(6) value " Conv".
       02 filler pic X(6) value " Lost".
       02 filler pic X(6) value "Quots".
       02 filler pic X(14) value " Quoted value".
       02 filler pic X(5) value "Conv%".
01 DetailLine.
       02 PrnRepID pic 9(4).
       02 PrnRepIDX redefines PrnRepID pic X(4).
       02 filler pic X value space.
       02 PrnRepName pic X(20).
       02 filler pic X value space.
       02 PrnOpen pic ZZZZ9.
       02 filler pic X value space.
       02 PrnQuoted pic ZZZZ9.
       02 filler pic X value space.
       02 PrnConverted pic ZZZZ9.
       02 filler pic X value space.
       02 PrnLost pic ZZZZ9.
       02 filler pic X value space.
       02 PrnQuotes pic ZZZZ9.
       02 filler pic X value space.
       02 PrnValue pic ZZ,ZZZ,ZZ9.99.
       02 filler pic X value space.
       02 PrnConvPct pic ZZ9.9.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "pipeline".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "pipeline".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       open input ProspectFile
       if WSProsStatus not = "00"
           display "No prospects on file - nothing to report"
           move 4 to RETURN-CODE
           perform WriteRunHistory
           stop run
       end-if
       perform LoadProspects
       open input QuoteFile
       if WSQuoteStatus = "00"
           perform ValueProspectQuotes
           close QuoteFile
       end-if
       close ProspectFile
       open input RepFile
       if WSRepStatus = "00"
           set RepFileOpen to true
       end-if
       move spaces to WSRptFileName
       string "Pipeline." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output PipelinePrint
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform varying WSPtIdx from 1 by 1 until WSPtIdx > WSPtCount
           perform PrintRepLine
       end-perform
       perform PrintTotalLine
       close PipelinePrint
       if RepFileOpen
           close RepFile
       end-if
       display "Prospects read: " WSProspectsRead
       display "Reps listed: " WSPtCount
       if WSRepOverflow > zero
           display "Rep table full - " WSRepOverflow
               " prospect(s) not counted"
       end-if
       display "Report written to " WSRptFileName
       if WSPtCount = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       perform WriteRunHistory
       stop run.

*> il codice di ritorno va messo da parte prima delle CALL, che lo
*> riscrivono, e rimesso alla fine
WriteRunHistory.
       move RETURN-CODE to WSRhRc
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
           WSElapsedSecs
       display "Elapsed seconds: " WSElapsedSecs
       move WSProspectsRead to WSRhRead
       move WSPtCount to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       move WSRhRc to RETURN-CODE.

LoadProspects.
       move "N" to WSEOFFlag
       move zero to ProsNum
       start ProspectFile key is not less than ProsNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read ProspectFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSProspectsRead
               perform FindOrInsertRep
               if WSPtIdx > zero
                   evaluate true
                       when ProsOpen add 1 to PtOpen(WSPtIdx)
                       when ProsQuoted add 1 to PtQuoted(WSPtIdx)
                       when ProsConverted add 1 to PtConverted(WSPtIdx)
                       when ProsLost add 1 to PtLost(WSPtIdx)
                   end-evaluate
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

*> quote aperte e non scadute su prospect ancora in pipeline: il
*> valore va al rep del prospect
ValueProspectQuotes.
       move "N" to WSEOFFlag
       move zero to QuoteNum
       start QuoteFile key is not less than QuoteNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read QuoteFile next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSQuotesRead
               if QuoteProspectNum is numeric
                   if QuoteProspectNum > zero and QuoteOpen
                           and QuoteExpiryDate not < WSRunDate
                       move QuoteProspectNum to ProsNum
                       read ProspectFile
                           invalid key continue
                           not invalid key
                               if ProsInPipeline
                                   perform AddQuoteValue
                               end-if
                       end-read
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

AddQuoteValue.
       move zero to WSQuoteTotal
       perform varying WSLineIdx from 1 by 1
               until WSLineIdx > QuoteLineCount or WSLineIdx > 5
           move zero to WSLineQty
           perform varying WSSizeIdx from 1 by 1 until WSSizeIdx > 3
               add QuoteSizeQuantity(WSLineIdx, WSSizeIdx)
                   to WSLineQty
           end-perform
           compute WSQuoteTotal = WSQuoteTotal
               + QuoteUnitPrice(WSLineIdx) * WSLineQty
               on size error continue
           end-compute
       end-perform
       perform FindOrInsertRep
       if WSPtIdx > zero
           add 1 to PtQuotes(WSPtIdx)
           add WSQuoteTotal to PtQuotedValue(WSPtIdx)
       end-if.

*> riga del rep di ProsRepID, inserita in ordine se nuova; WSPtIdx
*> zero = tabella piena
FindOrInsertRep.
       move "N" to WSFoundFlag
       move zero to WSInsertAt
       perform varying WSPtIdx from 1 by 1
               until WSPtIdx > WSPtCount or RepSlotFound
                   or WSInsertAt > zero
           evaluate true
               when PtRepID(WSPtIdx) = ProsRepID
                   set RepSlotFound to true
               when PtRepID(WSPtIdx) > ProsRepID
                   move WSPtIdx to WSInsertAt
           end-evaluate
       end-perform
       if RepSlotFound
           subtract 1 from WSPtIdx
       else
           if WSPtCount < 200
               if WSInsertAt = zero
                   compute WSInsertAt = WSPtCount + 1
               end-if
               perform varying WSShiftIdx from WSPtCount by -1
                       until WSShiftIdx < WSInsertAt
                   move PipeEntry(WSShiftIdx) to PipeEntry(WSShiftIdx + 1)
               end-perform
               add 1 to WSPtCount
               move WSInsertAt to WSPtIdx
               move ProsRepID to PtRepID(WSPtIdx)
               move zero to PtOpen(WSPtIdx), PtQuoted(WSPtIdx),
                   PtConverted(WSPtIdx), PtLost(WSPtIdx),
                   PtQuotes(WSPtIdx), PtQuotedValue(WSPtIdx)
           else
               add 1 to WSRepOverflow
               move zero to WSPtIdx
           end-if
       end-if.

PrintRepLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       move PtRepID(WSPtIdx) to PrnRepID
       move spaces to PrnRepName
       if PtRepID(WSPtIdx) = zero
           move "----" to PrnRepIDX
           move "(no rep assigned)" to PrnRepName
       else
           if RepFileOpen
               move PtRepID(WSPtIdx) to RepID
               read RepFile
                   invalid key move "** not on rep master" to PrnRepName
                   not invalid key move RepName to PrnRepName
               end-read
           end-if
       end-if
       move PtOpen(WSPtIdx) to PrnOpen
       move PtQuoted(WSPtIdx) to PrnQuoted
       move PtConverted(WSPtIdx) to PrnConverted
       move PtLost(WSPtIdx) to PrnLost
       move PtQuotes(WSPtIdx) to PrnQuotes
       move PtQuotedValue(WSPtIdx) to PrnValue
       compute WSAllProspects = PtOpen(WSPtIdx) + PtQuoted(WSPtIdx)
           + PtConverted(WSPtIdx) + PtLost(WSPtIdx)
       move PtConverted(WSPtIdx) to WSConvCount
       perform ComputeConvPct
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount
       add PtOpen(WSPtIdx) to WSTotOpen
       add PtQuoted(WSPtIdx) to WSTotQuoted
       add PtConverted(WSPtIdx) to WSTotConverted
       add PtLost(WSPtIdx) to WSTotLost
       add PtQuotes(WSPtIdx) to WSTotQuotes
       add PtQuotedValue(WSPtIdx) to WSTotValue.

*> convertiti (WSConvCount) su tutti i prospect avuti
*> (WSAllProspects), impostati dal chiamante
ComputeConvPct.
       if WSAllProspects > zero
           compute WSConvPct rounded =
               WSConvCount * 100 / WSAllProspects
       else
           move zero to WSConvPct
       end-if
       move WSConvPct to PrnConvPct.

PrintTotalLine.
       move spaces to PrnRepIDX
       move "TOTAL" to PrnRepName
       move WSTotOpen to PrnOpen
       move WSTotQuoted to PrnQuoted
       move WSTotConverted to PrnConverted
       move WSTotLost to PrnLost
       move WSTotQuotes to PrnQuotes
       move WSTotValue to PrnValue
       compute WSAllProspects = WSTotOpen + WSTotQuoted
           + WSTotConverted + WSTotLost
       move WSTotConverted to WSConvCount
       perform ComputeConvPct
       move "-" to AsaControl
       move DetailLine to PrintBody
       write PrintLine.

PrintPageHeading.
       move WSRunDate to PrnRunDate
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.
