       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. RPTBURST.
*> Bursts one report run into a piece per sales rep or per warehouse,
*> so nobody hand-splits the pages any more. The report writes its
*> master copy as always and, next to every print line, a line to a
*> work file (BURSTREC.cpy) tagged with who it belongs to; this
*> routine sorts the work file by key and sequence and writes
*>   <prefix>.<date>.R0012.dat  (or .W1.dat for a warehouse)
*> each with the report's heading lines on top, registers every piece
*> in ReportCatalog.dat under its recipient (RcRecipient), and writes
*> the distribution list <prefix>Dist.<date>.dat - recipient, rep
*> name, file, lines - for whoever hands the pieces out. The master
*> stays registered by RPTCAT with RcRecipient spaces, for management.
*>   LBurstBy R - the key is CustSalesRepID (rep 0000 = house account)
*>            W - the key is OrderWhseCode
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT BurstWork ASSIGN TO LBurstWork
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSBwStatus.
       SELECT BurstSort ASSIGN TO "BurstSort.tmp".
       SELECT BurstPiece ASSIGN TO WSPieceFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT DistList ASSIGN TO WSDistFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT ReportCatalog ASSIGN TO "ReportCatalog.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RcKey
           FILE STATUS IS WSRcStatus.
       SELECT RepFile ASSIGN TO "SalesReps.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RepID
           FILE STATUS IS WSRepStatus.
DATA DIVISION.
FILE SECTION.
FD BurstWork.
01 BurstWorkData.
   COPY BURSTREC.

SD BurstSort.
01 BurstSortData.
   COPY BURSTREC.

FD BurstPiece.
01 PieceLine.
   02 PcAsa  pic X.
   02 PcBody pic X(100).

FD DistList.
01 DistLine pic X(80).

FD ReportCatalog.
01 ReportCatalogData.
   COPY RPTCATREC.

FD RepFile.
01 RepData.
   COPY REPREC.
WORKING-STORAGE SECTION.
01 WSBwStatus pic XX.
01 WSRcStatus pic XX.
01 WSRepStatus pic XX.
01 WSWorkEOFFlag pic X value "N".
       88 WorkAtEOF value "Y".
01 WSSortEOFFlag pic X value "N".
       88 SortAtEOF value "Y".
01 WSPieceOpenFlag pic X value "N".
       88 PieceOpen value "Y".
01 WSRepOpenFlag pic X value "N".
       88 RepFileOpen value "Y".
01 WSRegFlag pic X.
       88 Registered value "Y".
*> le righe di testata (chiave spaces) vanno in cima a ogni pezzo
01 HeadTable.
       02 HeadEntry occurs 6 times.
           03 HdAsa pic X.
           03 HdBody pic X(100).
01 WSHeadCount pic 9 value zero.
01 WSHeadIdx pic 9.
01 WSCurrentKey pic X(4).
01 WSPieceLines pic 9(6).
01 WSPieceFileName pic X(30).
01 WSDistFileName pic X(30).
01 WSPieceTag pic X(5).
01 WSRecipient pic X(12).
01 WSRecipName pic X(25).
01 WSRcParams pic X(30).
01 WSNowDate pic 9(8).
01 WSRegTime pic 9(8).
01 WSRegTry pic 9(3).
01 WSRepKey pic 9(4).
01 WSRepKeyText redefines WSRepKey pic X(4).
01 DistHeading.
       02 filler pic X(30) value "REPORT DISTRIBUTION LIST     ".
       02 PrnDistName pic X(12).
       02 filler pic X value space.
       02 PrnDistDate pic 9999/99/99.
01 DistHeads.
       02 filler pic X(39) value
           "Recipient    Name                      ".
       02 filler pic X(41) value
           "File                             Lines".
01 DistDetail.
       02 PrnDsRecipient pic X(12).
       02 filler pic x value space.
       02 PrnDsName pic X(25).
       02 filler pic x value space.
       02 PrnDsFile pic X(30).
       02 filler pic xx value space.
       02 PrnDsLines pic ZZZZZ9.
01 DistTotalLine.
       02 filler pic X(8) value "Pieces: ".
       02 PrnDsPieces pic ZZZ9.
LINKAGE SECTION.
       01 LBurstName   PIC X(12).
       01 LBurstPrefix PIC X(20).
       01 LBurstDate   PIC 9(8).
       01 LBurstBy     PIC X.
       01 LBurstWork   PIC X(30).
       01 LBurstPieces PIC 9(4).
PROCEDURE DIVISION using LBurstName, LBurstPrefix, LBurstDate,
       LBurstBy, LBurstWork, LBurstPieces.
StartPara.
       move zero to LBurstPieces
       move zero to WSHeadCount
       move "N" to WSWorkEOFFlag, WSSortEOFFlag, WSPieceOpenFlag,
           WSRepOpenFlag
       accept WSNowDate from date yyyymmdd
       accept WSRegTime from time
       open input BurstWork
       if WSBwStatus not = "00"
           display "Burst work file " LBurstWork " not found"
               " - no pieces written"
           goback
       end-if
       close BurstWork
       if LBurstBy = "R"
           open input RepFile
           if WSRepStatus = "00"
               set RepFileOpen to true
           end-if
       end-if
       open i-o ReportCatalog
       if WSRcStatus = "35"
           open output ReportCatalog
           close ReportCatalog
           open i-o ReportCatalog
       end-if
       move spaces to WSDistFileName
       string LBurstPrefix delimited by space
           "Dist." delimited by size
           LBurstDate delimited by size
           ".dat" delimited by size
           into WSDistFileName
       open output DistList
       move LBurstName to PrnDistName
       move LBurstDate to PrnDistDate
       move DistHeading to DistLine
       write DistLine
       move DistHeads to DistLine
       write DistLine
       sort BurstSort
           ascending key BwKey OF BurstSortData
           ascending key BwSeq OF BurstSortData
           input procedure is LoadBurstLines
           output procedure is WritePieces
       move LBurstPieces to PrnDsPieces
       move DistTotalLine to DistLine
       write DistLine
       close DistList
       move "DIST LIST" to WSRecipient
       move WSDistFileName to WSPieceFileName
       perform RegisterPiece
       close ReportCatalog
       if RepFileOpen
           close RepFile
       end-if
       display "Burst into " LBurstPieces " pieces, distribution list "
           WSDistFileName
       goback.

*> le testate si tengono da parte, tutto il resto va al sort
LoadBurstLines.
       open input BurstWork
       perform until WorkAtEOF
           read BurstWork
               at end set WorkAtEOF to true
           end-read
           if not WorkAtEOF
               if BwKey OF BurstWorkData = spaces
                   if WSHeadCount < 6
                       add 1 to WSHeadCount
                       move BwAsa OF BurstWorkData to HdAsa(WSHeadCount)
                       move BwBody OF BurstWorkData to HdBody(WSHeadCount)
                   end-if
               else
                   release BurstSortData from BurstWorkData
               end-if
           end-if
       end-perform
       close BurstWork.

*> control break sulla chiave: un pezzo per destinatario
WritePieces.
       move spaces to WSCurrentKey
       perform until SortAtEOF
           return BurstSort
               at end set SortAtEOF to true
           end-return
           if not SortAtEOF
               if BwKey OF BurstSortData not = WSCurrentKey
                   perform ClosePiece
                   move BwKey OF BurstSortData to WSCurrentKey
                   perform OpenPiece
               end-if
               move BwAsa OF BurstSortData to PcAsa
               move BwBody OF BurstSortData to PcBody
               write PieceLine
               add 1 to WSPieceLines
           end-if
       end-perform
       perform ClosePiece.

OpenPiece.
       move spaces to WSPieceTag, WSRecipient, WSRecipName
       if LBurstBy = "R"
           string "R" delimited by size
               WSCurrentKey delimited by size
               into WSPieceTag
           move WSCurrentKey to WSRepKeyText
           if WSRepKey = zero
               move "HOUSE" to WSRecipient
               move "House accounts (no rep)" to WSRecipName
           else
               string "REP " delimited by size
                   WSCurrentKey delimited by size
                   into WSRecipient
               if RepFileOpen
                   move WSRepKey to RepID
                   read RepFile
                       invalid key move "** not on rep master"
                           to WSRecipName
                       not invalid key move RepName to WSRecipName
                   end-read
               end-if
           end-if
       else
           move WSCurrentKey to WSPieceTag
           string "WHSE " delimited by size
               WSCurrentKey delimited by space
               into WSRecipient
           string "Warehouse " delimited by size
               WSCurrentKey delimited by space
               into WSRecipName
       end-if
       move spaces to WSPieceFileName
       string LBurstPrefix delimited by space
           "." delimited by size
           LBurstDate delimited by size
           "." delimited by size
           WSPieceTag delimited by space
           ".dat" delimited by size
           into WSPieceFileName
       open output BurstPiece
       set PieceOpen to true
       move zero to WSPieceLines
       perform varying WSHeadIdx from 1 by 1
               until WSHeadIdx > WSHeadCount
           move HdAsa(WSHeadIdx) to PcAsa
           move HdBody(WSHeadIdx) to PcBody
           write PieceLine
       end-perform.

ClosePiece.
       if PieceOpen
           move "-" to PcAsa
           move spaces to PcBody
           string "END OF REPORT FOR " delimited by size
               WSRecipient delimited by size
               into PcBody
           write PieceLine
           close BurstPiece
           move "N" to WSPieceOpenFlag
           add 1 to LBurstPieces
           move WSRecipient to PrnDsRecipient
           move WSRecipName to PrnDsName
           move WSPieceFileName to PrnDsFile
           move WSPieceLines to PrnDsLines
           move DistDetail to DistLine
           write DistLine
           perform RegisterPiece
       end-if.

*> stessa scrittura di RPTCAT, ma con il destinatario; i pezzi
*> nascono nello stesso centesimo del master, quindi sulla chiave
*> doppia si va avanti di un centesimo invece di riscrivere
RegisterPiece.
       move "N" to WSRegFlag
       move spaces to WSRcParams
       string "burst of " delimited by size
           LBurstName delimited by space
           into WSRcParams
       perform varying WSRegTry from 1 by 1
               until Registered or WSRegTry > 200
           move LBurstName to RcReportName
           move WSNowDate to RcRunDate
           move WSRegTime to RcRunTime
           move WSPieceFileName to RcFileName
           move WSRcParams to RcParameters
           move WSRecipient to RcRecipient
           add 1 to WSRegTime
           write ReportCatalogData
               invalid key continue
               not invalid key set Registered to true
           end-write
       end-perform
       if not Registered
           display "Catalog entry not written for " WSPieceFileName
       end-if.
