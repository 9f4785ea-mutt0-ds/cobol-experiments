*> grand total, printed with the same ASA carriage-control convention
*> 10_reports.cob uses for PrintLine, so month-end credit review stops
*> being an eyeball pass over the invoice binder.
*> Answering Y to the burst prompt also splits the run into one piece
*> per sales rep (CustSalesRepID) through RPTBURST, each registered in
*> the report catalog under its rep with a distribution list; the
*> master copy is written and registered as before, for management.
IDENTIFICATION DIVISION.
PROGRAM-ID. araging.
ENVIRONMENT DIVISION.
       *> 10_reports.cob
       SELECT AgingReport ASSIGN TO WSAgingFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> righe per RPTBURST, accanto al master
       SELECT BurstWork ASSIGN TO WSBurstWork
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

FD BurstWork.
01 BurstWorkData.
   COPY BURSTREC.

WORKING-STORAGE SECTION.
01 WSArStatus pic XX.
01 WSCustEOFFlag pic X value "N".
01 WSRcName pic X(12) value "araging".
01 WSRcParams pic X(30).

*> bursting per rep via RPTBURST: il roll-up dei national account non
*> va nei pezzi, il parent somma filiali di altri rep
01 WSBurstAnswer pic X value "N".
       88 BurstByRep value "Y" "y".
01 WSBurstPrefix pic X(20) value "ArAging".
01 WSBurstBy pic X value "R".
01 WSBurstWork pic X(30) value "ArAgingBurst.tmp".
01 WSBurstPieces pic 9(4).
01 WSBurstSeq pic 9(7) value zero.
01 WSBurstKey pic X(4).
01 WSBurstRep pic 9(4).
01 WSBurstRepText redefines WSBurstRep pic X(4).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       accept WSRunDate from date yyyymmdd
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       display "Burst by sales rep (Y/N): " with no advancing
       accept WSBurstAnswer
       move spaces to WSAgingFileName
       string "ArAging." delimited by size
           WSRunDate delimited by size
           stop run
       end-if
       open output AgingReport
       if BurstByRep
           open output BurstWork
       end-if
       move spaces to WSRcParams
       call "RPTCAT" using WSRcName, WSAgingFileName, WSRcParams
       perform PrintPageHeading
       perform PrintGrandTotal
       perform PrintFamilyRollup
       close CustomerFile, Receivables, AgingReport
       if BurstByRep
           close BurstWork
           call "RPTBURST" using WSRcName, WSBurstPrefix, WSRunDate,
               WSBurstBy, WSBurstWork, WSBurstPieces
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Customers with open items: " WSCustomersListed
       move WSCustTotal to PrnCustTotal
       move " " to AsaControl
       move AgingDetailLine to PrintBody
       if BurstByRep
           move CustSalesRepID to WSBurstRep
           move WSBurstRepText to WSBurstKey
           perform WriteBurstLine
       end-if
       write PrintLine
       add 1 to LineCount
       add 1 to WSCustomersListed.
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       *> le testate vanno una volta sola in testa a ogni pezzo
       if BurstByRep and WSBurstSeq = zero
           move spaces to WSBurstKey
           move "1" to AsaControl
           move PageHeading to PrintBody
           perform WriteBurstLine
           move "-" to AsaControl
           move Heads to PrintBody
           perform WriteBurstLine
       end-if
       move 3 to LineCount.

PrintGrandTotal.
       move "-" to AsaControl
       move GrandTotalLine to PrintBody
       write PrintLine.

WriteBurstLine.
       add 1 to WSBurstSeq
       move WSBurstKey to BwKey
       move WSBurstSeq to BwSeq
       move AsaControl to BwAsa
       move PrintBody to BwBody
       write BurstWorkData.
