       >>SOURCE FORMAT FREE
*> GL balance posting: the day's GLExtract.<date>.dat stops being a
*> file thrown over the wall and is accumulated into GlBalance.dat by
*> account and fiscal month, so the trial balance and the
*> budget-vs-actual (119_gl_reports.cob) come from our own numbers.
*> The month-end GLAccrual.<date>.dat from 116_rni_accrual.cob,
*> GLRebate.<date>.dat from 126_rebate_accrual.cob and the purchase
*> price variance GLPpv.<date>.dat from 144_ppv_report.cob, when there
*> is one for the date, are posted the same way. Only a clean
*> file goes in: trailer present and not HELD, detail count and
*> debit/credit totals agreeing with the trailer, debits equal to
*> credits. Each file then passes the IFREGCHK interface gate like
*> the lockbox import, so posting the same extract twice is refused
*> instead of doubling a month.
IDENTIFICATION DIVISION.
PROGRAM-ID. glpost.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT GlExtract ASSIGN TO WSGlFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSGlStatus.
       SELECT GlBalanceFile ASSIGN TO "GlBalance.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GbKey
           FILE STATUS IS WSGbStatus.

DATA DIVISION.
FILE SECTION.
FD GlExtract.
01 GlRecord.
   COPY GLREC.

FD GlBalanceFile.
01 GlBalanceData.
   COPY GLBALREC.

WORKING-STORAGE SECTION.
01 WSGlStatus pic XX.
01 WSGbStatus pic XX.
01 WSGlEOFFlag pic X value "N".
       88 GlAtEOF value "Y".
01 WSGlFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSPostDate pic 9(8).
*> E = estratto del giorno, A = accertamento di fine mese,
*> R = accertamento premi volume clienti, P = varianza prezzo acquisto
01 WSPostKind pic X.
       88 PostingExtract value "E".
       88 PostingAccrual value "A".
       88 PostingRebate value "R".
       88 PostingPpv value "P".
*> pre-passata: quello che il file dice di se' contro quello che
*> contiene davvero
01 WSFileDetails pic 9(5).
01 WSFileDebits pic 9(11)V99.
01 WSFileCredits pic 9(11)V99.
01 WSTrailerFlag pic X.
       88 TrailerFound value "Y".
01 WSHeldFlag pic X.
       88 FileHeld value "Y".
01 WSTrlCount pic 9(5).
01 WSTrlDebits pic 9(9)V99.
01 WSTrlCredits pic 9(9)V99.
01 WSFileOkFlag pic X.
       88 FileOk value "Y".
*> gate del registro interfacce, come il lockbox: conteggio e hash
*> in pre-passata, poi IFREGCHK decide se e' gia' stato preso
01 WSIfSource pic X(8).
01 WSIfRows pic 9(7).
01 WSIfHash pic 9(12).
01 WSIfAccept pic X.
01 WSIfCol pic 9(3).
01 WSFilesPosted pic 9(3) value zero.
01 WSFilesRejected pic 9(3) value zero.
01 WSExtractMissing pic X value "N".
       88 ExtractMissing value "Y".
01 WSLinesPosted pic 9(7) value zero.
01 WSLinesRead pic 9(7) value zero.
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "glpost".
01 WSFeParagraph pic X(20).
01 WSFeFileName pic X(20).
01 WSFeKeyValue pic X(10).
01 WSFeFatal pic X.
01 WSFatalIOFlag pic X value "N".
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "glpost".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       *> default = data di business della catena, non l'orologio
       call "GETBUSDT" using WSRunDate
       display "Extract date to post (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSPostDate
       if WSPostDate = zero
           move WSRunDate to WSPostDate
       end-if
       open i-o GlBalanceFile
       if WSGbStatus = "35"
           open output GlBalanceFile
           close GlBalanceFile
           open i-o GlBalanceFile
       end-if
       if WSGbStatus not = "00"
           move "StartPara" to WSFeParagraph
           move "GlBalance.dat" to WSFeFileName
           move spaces to WSFeKeyValue
           call "FILERR" using WSFeProgram, WSFeParagraph,
               WSFeFileName, WSFeKeyValue, WSGbStatus, WSFeFatal
           move 8 to RETURN-CODE
           stop run
       end-if
       set PostingExtract to true
       move "GLEXTRCT" to WSIfSource
       move spaces to WSGlFileName
       string "GLExtract." delimited by size
           WSPostDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       perform PostOneFile
       set PostingAccrual to true
       move "GLACCRUL" to WSIfSource
       move spaces to WSGlFileName
       string "GLAccrual." delimited by size
           WSPostDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       perform PostOneFile
       set PostingRebate to true
       move "GLREBATE" to WSIfSource
       move spaces to WSGlFileName
       string "GLRebate." delimited by size
           WSPostDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       perform PostOneFile
       set PostingPpv to true
       move "GLPPV" to WSIfSource
       move spaces to WSGlFileName
       string "GLPpv." delimited by size
           WSPostDate delimited by size
           ".dat" delimited by size
           into WSGlFileName
       perform PostOneFile
       close GlBalanceFile
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Files posted: " WSFilesPosted
           "  refused: " WSFilesRejected
       display "Journal lines posted to GlBalance.dat: " WSLinesPosted
       display "Elapsed seconds: " WSElapsedSecs
       evaluate true
           when WSFatalIOFlag = "Y"
               move 8 to RETURN-CODE
           when WSFilesRejected > zero
               display "GL FILE(S) NOT POSTED - see messages above"
               move 8 to RETURN-CODE
           when ExtractMissing
               move 4 to RETURN-CODE
           when other
               move 0 to RETURN-CODE
       end-evaluate
       move RETURN-CODE to WSRhRc
       move WSLinesRead to WSRhRead
       move WSLinesPosted to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       stop run.

*> un file: pre-passata di controllo, gate, poi posting riga per riga.
*> Gli accertamenti ci sono solo a fine mese: se mancano non si dice
*> nulla
PostOneFile.
       open input GlExtract
       if WSGlStatus not = "00"
           if PostingExtract
               display "No GL extract " WSGlFileName " - nothing to post"
               set ExtractMissing to true
           end-if
       else
           perform CheckExtractFile
           if FileOk
               call "IFREGCHK" using WSIfSource, WSIfRows, WSIfHash,
                   WSIfAccept
               if WSIfAccept = "N"
                   display WSGlFileName " already posted - refused by"
                       " the interface register"
                   add 1 to WSFilesRejected
               else
                   perform PostExtractLines
                   add 1 to WSFilesPosted
               end-if
           else
               add 1 to WSFilesRejected
           end-if
       end-if.

*> il file deve raccontare di se' la verita': trailer presente e non
*> HELD, righe e totali come dice il trailer, dare = avere. Nella
*> stessa passata l'hash per il registro interfacce
CheckExtractFile.
       move zero to WSFileDetails, WSFileDebits, WSFileCredits
       move zero to WSIfRows, WSIfHash
       move "N" to WSTrailerFlag, WSHeldFlag
       move "N" to WSGlEOFFlag
       perform until GlAtEOF
           read GlExtract
               at end set GlAtEOF to true
           end-read
           if not GlAtEOF
               add 1 to WSIfRows
               perform varying WSIfCol from 1 by 1
                       until WSIfCol > function length(GlRecord)
                   compute WSIfHash = function mod(WSIfHash
                       + ((WSIfRows + WSIfCol)
                          * (function ord(GlRecord(WSIfCol:1)) + 1)),
                       100000000000)
               end-perform
               if GlTrailer
                   set TrailerFound to true
                   if GlAccountName = "EXTRACT HELD-ERRORS"
                       set FileHeld to true
                   end-if
                   move GlRecordCount to WSTrlCount
                   move GlDebitAmount to WSTrlDebits
                   move GlCreditAmount to WSTrlCredits
               else
                   add 1 to WSFileDetails
                   add GlDebitAmount to WSFileDebits
                   add GlCreditAmount to WSFileCredits
               end-if
           end-if
       end-perform
       close GlExtract
       move "Y" to WSFileOkFlag
       evaluate true
           when not TrailerFound
               display WSGlFileName " has no trailer - not posted"
               move "N" to WSFileOkFlag
           when FileHeld
               display WSGlFileName " was held back by its run - not"
                   " posted"
               move "N" to WSFileOkFlag
           when WSFileDetails not = WSTrlCount
               or WSFileDebits not = WSTrlDebits
               or WSFileCredits not = WSTrlCredits
               display WSGlFileName " does not agree with its"
                   " trailer - not posted"
               move "N" to WSFileOkFlag
           when WSFileDebits not = WSFileCredits
               display WSGlFileName " is out of balance - not posted"
               move "N" to WSFileOkFlag
       end-evaluate.

PostExtractLines.
       move "N" to WSGlEOFFlag
       open input GlExtract
       perform until GlAtEOF
           read GlExtract
               at end set GlAtEOF to true
           end-read
           if not GlAtEOF
               if GlDetail
                   add 1 to WSLinesRead
                   perform PostOneLine
               end-if
           end-if
       end-perform
       close GlExtract.

*> la riga va nel mese della sua data: lo storno RV del primo del
*> mese dopo cade gia' nel mese giusto
PostOneLine.
       move GlAccountNum to GbAccountNum
       move GlEntryDate(1:6) to GbPeriod
       read GlBalanceFile
           invalid key
               move GlDebitAmount to GbDebits
               move GlCreditAmount to GbCredits
               move GlEntryDate to GbLastPostDate
               write GlBalanceData
                   invalid key move "Y" to WSFatalIOFlag
               end-write
           not invalid key
               add GlDebitAmount to GbDebits
               add GlCreditAmount to GbCredits
               move GlEntryDate to GbLastPostDate
               rewrite GlBalanceData
                   invalid key move "Y" to WSFatalIOFlag
               end-rewrite
       end-read
       if WSGbStatus = "00"
           add 1 to WSLinesPosted
       else
           move "PostOneLine" to WSFeParagraph
           move "GlBalance.dat" to WSFeFileName
           move GbKey to WSFeKeyValue
           call "FILERR" using WSFeProgram, WSFeParagraph,
               WSFeFileName, WSFeKeyValue, WSGbStatus, WSFeFatal
           move "Y" to WSFatalIOFlag
       end-if.
