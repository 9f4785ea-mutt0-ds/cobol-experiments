       >>SOURCE FORMAT FREE
*> Year-end 1099 run. Every January the 1099s for service vendors and
*> contractors were rebuilt from bank statements; the payments have
*> been in the disbursement journal (Disbursements.dat, written by
*> 113_ap_payment_run.cob) all year. This totals the calendar year's
*> net payments per vendor flagged 1099-reportable on the vendor
*> master (86_vendor_master.cob: tax ID, 1099 flag and box) and
*> prints the review listing (Vendor1099Review.<date>.dat) - every
*> reportable vendor paid in the year, with the ones that have no
*> usable tax ID flagged so AP can chase a W-9 before filing, and
*> those under the $600 threshold shown but not filed. The final run
*> also prints the recipient copies (Forms1099.<date>.dat, the
*> recipient's TIN truncated to its last four digits as the IRS
*> allows on payee statements) and writes the electronic filing file
*> (IRS1099.<date>.dat) in the IRS 750-byte T/A/B/C/F record layout:
*> one A record and its payees for the 1099-NEC, one for the
*> 1099-MISC. Who we are as the payer - TIN, name, address, phone,
*> transmitter control code - comes from the one-record control file
*> Payer1099.dat, kept by hand like MarginFloor.dat; without it the
*> final run files nothing. Vendors missing a tax ID are left off the
*> forms and the file.
IDENTIFICATION DIVISION.
PROGRAM-ID. vendor1099.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT DisbursementJournal ASSIGN TO "Disbursements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDbStatus.
       SELECT PayerControl ASSIGN TO "Payer1099.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSPayerStatus.
       *> review, moduli e file elettronico: datati come
       *> UnclaimedProperty.<data>.dat
       SELECT ReviewPrint ASSIGN TO WSRptFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT FormPrint ASSIGN TO WSFormFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       *> record fissi a 750 byte come li vuole l'IRS: un line
       *> sequential taglierebbe gli spazi in coda di ogni record
       SELECT IrsFile ASSIGN TO WSIrsFileName
           ORGANIZATION IS SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD DisbursementJournal.
01 DisbursementRecord.
   COPY DISBREC.

*> il pagatore, cioe' noi: un record battuto a mano
FD PayerControl.
01 PayerRecord.
   02 PyTaxID       pic X(9).
   02 PyName        pic X(40).
   02 PyAddr        pic X(40).
   02 PyCity        pic X(40).
   02 PyState       pic XX.
   02 PyZip         pic X(9).
   02 PyPhone       pic X(15).
   *> transmitter control code assegnato dall'IRS per il FIRE
   02 PyTCC         pic X(5).
   02 PyContactName pic X(40).
   02 PyContactEmail pic X(50).
   *> T = file di prova, spazio = file di produzione
   02 PyTestFlag    pic X.

FD ReviewPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(132).

FD FormPrint.
01 FormLine.
   02 FmAsaControl pic X.
   02 FormBody pic X(80).

FD IrsFile.
01 IrsRecord pic X(750).

WORKING-STORAGE SECTION.
01 WSVendStatus pic XX.
01 WSDbStatus pic XX.
01 WSPayerStatus pic XX.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSPayerFlag pic X value "N".
       88 PayerOnFile value "Y".
01 WSRptFileName pic X(30).
01 WSFormFileName pic X(30).
01 WSIrsFileName pic X(30).
01 WSRunDate pic 9(8).
01 WSRunParts redefines WSRunDate.
       02 WSRunYear pic 9(4).
       02 filler pic 9(4).
01 WSTaxYear pic 9(4).
01 WSDbDate pic 9(8).
01 WSDbParts redefines WSDbDate.
       02 WSDbYear pic 9(4).
       02 filler pic 9(4).
*> R = solo lista di revisione, F = anche moduli e file elettronico
01 WSRunKind pic X.
       88 FinalRun value "F" "f".
       88 ReviewRun value "R" "r".
*> soglia di legge per NEC, affitti, altri redditi e sanitarie
01 WSThreshold pic 9(5)V99 value 600.00.
*> un fornitore 1099 per riga, in ordine di numero fornitore
01 VendorTable.
       02 VtEntry occurs 1000 times.
           03 VtVendNum pic 9(5).
           03 VtName pic X(31).
           03 VtAddr pic X(20).
           03 VtCity pic X(15).
           03 VtState pic XX.
           03 VtZip pic X(10).
           03 VtTaxID pic X(9).
           03 VtTinType pic X.
           03 VtBox pic X.
           03 VtAmount pic 9(9)V99.
           03 VtPayCount pic 9(5).
           *> F = si deposita, U = sotto soglia, M = senza TIN,
           *> B = casella 1099 mancante
           03 VtStatus pic X.
               88 VtToFile value "F".
               88 VtUnderThreshold value "U".
               88 VtMissingTin value "M".
               88 VtNoBox value "B".
01 VtUsed pic 9(4) value zero.
01 WSVtIdx pic 9(4).
01 WSVtFound pic 9(4).
01 WSVtOverflow pic 9(5) value zero.
01 WSJournalRead pic 9(7) value zero.
01 WSYearLines pic 9(7) value zero.
01 WSVendorsPaid pic 9(5) value zero.
01 WSToFileCount pic 9(5) value zero.
01 WSMissingCount pic 9(5) value zero.
01 WSUnderCount pic 9(5) value zero.
01 WSFormsWritten pic 9(5) value zero.
01 WSIrsWritten pic 9(7) value zero.
*> totali per casella: N, R, O, M
01 BoxTotals.
       02 BxEntry occurs 4 times.
           03 BxCode pic X.
           03 BxCount pic 9(5).
           03 BxAmount pic 9(11)V99.
01 WSBxIdx pic 9.
01 WSMissingAmount pic 9(11)V99 value zero.
*> descrizione modulo e casella per lista e moduli
01 WSFormName pic X(9).
01 WSBoxLabel pic X(35).
01 WSMaskedTin pic X(11).
01 WSPayerTinShown pic X(10).
01 PageHeading.
       02 filler pic X(27) value "1099 REVIEW - CALENDAR YEAR".
       02 filler pic X value space.
       02 PrnTaxYear pic 9(4).
       02 filler pic X(13) value " PAYMENTS    ".
       02 filler pic X(4) value "RUN ".
       02 PrnRunDate pic 9999/99/99.
       02 filler pic X(3) value space.
       02 PrnRunKind pic X(34).
01 Heads.
       02 filler pic X(7) value "Vendor".
       02 filler pic X(32) value "Name on 1099".
       02 filler pic X(12) value "Tax ID".
       02 filler pic X(2) value "T".
       02 filler pic X(10) value "Form".
       02 filler pic X(4) value "Box".
       02 filler pic X(6) value "Pmts".
       02 filler pic X(14) value "        Amount".
       02 filler pic X(2) value space.
       02 filler pic X(30) value "Status".
01 DetailLine.
       02 PrnVendNum pic 9(5).
       02 filler pic XX value space.
       02 PrnName pic X(31).
       02 filler pic X value space.
       02 PrnTaxID pic X(11).
       02 filler pic X value space.
       02 PrnTinType pic X.
       02 filler pic X value space.
       02 PrnForm pic X(9).
       02 filler pic X value space.
       02 PrnBox pic X(3).
       02 filler pic X value space.
       02 PrnPayCount pic ZZZZ9.
       02 filler pic X value space.
       02 PrnAmount pic ZZZ,ZZZ,ZZ9.99.
       02 filler pic XX value space.
       02 PrnStatus pic X(32).
01 TotalLine.
       02 PrnTotLabel pic X(40).
       02 PrnTotCount pic ZZZZ9.
       02 filler pic X(10) value " vendors  ".
       02 PrnTotAmount pic ZZZ,ZZZ,ZZZ,ZZ9.99.
01 NothingLine pic X(60) value
       "No payments to 1099-reportable vendors in the year".
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> modulo per il destinatario (copia B)
01 FmTitleLine.
       02 filler pic X(5) value "FORM ".
       02 FmFormName pic X(9).
       02 filler pic X(4) value space.
       02 FmFormDesc pic X(42).
       02 filler pic X(9) value "TAX YEAR ".
       02 FmTaxYear pic 9(4).
01 FmLabelLine.
       02 filler pic X(4) value space.
       02 FmLabel pic X(30).
01 FmNameLine.
       02 filler pic X(4) value space.
       02 FmName pic X(40).
01 FmCityLine.
       02 filler pic X(4) value space.
       02 FmCity pic X(40).
       02 filler pic X value space.
       02 FmState pic XX.
       02 filler pic X value space.
       02 FmZip pic X(10).
01 FmTinLine.
       02 filler pic X(4) value space.
       02 FmTinLabel pic X(20).
       02 FmTin pic X(11).
01 FmAcctLine.
       02 filler pic X(4) value space.
       02 filler pic X(20) value "ACCOUNT NUMBER:     ".
       02 FmAcct pic 9(5).
01 FmAmountLine.
       02 filler pic X(4) value space.
       02 FmBoxLabel pic X(35).
       02 FmAmount pic $$$,$$$,$$9.99.
01 FmCopyLine pic X(60) value
       "    COPY B - FOR RECIPIENT".
*> file elettronico: tracciati IRS a 750 byte, campi alfabetici in
*> maiuscolo, importi in centesimi senza virgola
01 WSIrsSeq pic 9(8) value zero.
01 WSIrsPayees pic 9(8) value zero.
01 WSIrsACount pic 9(8) value zero.
01 WSIrsGroupCount pic 9(8).
01 WSIrsType pic XX.
01 WSIrsCodes pic X(18).
01 WSCodePos pic 99.
01 WSCtl1 pic 9(16)V99.
01 WSCtl3 pic 9(16)V99.
01 WSCtl6 pic 9(16)V99.
01 WSZip9 pic X(9).
01 IrsTRecord.
       02 TRecType pic X value "T".
       02 TYear pic 9(4).
       02 TPriorYear pic X value space.
       02 TTin pic X(9).
       02 TTcc pic X(5).
       02 filler pic X(7) value spaces.
       02 TTestFlag pic X.
       02 TForeign pic X value space.
       02 TName pic X(40).
       02 TName2 pic X(40) value spaces.
       02 TCompany pic X(40).
       02 TCompany2 pic X(40) value spaces.
       02 TAddr pic X(40).
       02 TCity pic X(40).
       02 TState pic XX.
       02 TZip pic X(9).
       02 filler pic X(15) value spaces.
       02 TPayees pic 9(8).
       02 TContact pic X(40).
       02 TPhone pic X(15).
       02 TEmail pic X(50).
       02 filler pic X(91) value spaces.
       02 TSeq pic 9(8).
       02 filler pic X(10) value spaces.
       *> I = file prodotto in casa, niente software di terzi
       02 TVendorInd pic X value "I".
       02 filler pic X(232) value spaces.
01 IrsARecord.
       02 ARecType pic X value "A".
       02 AYear pic 9(4).
       02 ACombined pic X value space.
       02 filler pic X(5) value spaces.
       02 ATin pic X(9).
       02 ANameCtl pic X(4) value spaces.
       02 ALastFiling pic X value space.
       02 AReturnType pic XX.
       02 AAmountCodes pic X(18).
       02 filler pic X(6) value spaces.
       02 AForeign pic X value space.
       02 AName pic X(40).
       02 AName2 pic X(40) value spaces.
       02 ATransferAgent pic X value "0".
       02 AAddr pic X(40).
       02 ACity pic X(40).
       02 AState pic XX.
       02 AZip pic X(9).
       02 APhone pic X(15).
       02 filler pic X(260) value spaces.
       02 ASeq pic 9(8).
       02 filler pic X(243) value spaces.
01 IrsBRecord.
       02 BRecType pic X value "B".
       02 BYear pic 9(4).
       02 BCorrected pic X value space.
       02 BNameCtl pic X(4) value spaces.
       *> 1 = EIN, 2 = SSN
       02 BTinType pic X.
       02 BTin pic X(9).
       02 BAccount pic X(20).
       02 BOffice pic X(4) value spaces.
       02 filler pic X(10) value spaces.
       02 BAmount pic 9(10)V99 occurs 18 times.
       02 filler pic X(16) value spaces.
       02 BForeign pic X value space.
       02 BName pic X(40).
       02 BName2 pic X(40) value spaces.
       02 BAddr pic X(40).
       02 filler pic X(40) value spaces.
       02 BCity pic X(40).
       02 BState pic XX.
       02 BZip pic X(9).
       02 filler pic X value space.
       02 BSeq pic 9(8).
       02 filler pic X(243) value spaces.
01 IrsCRecord.
       02 CRecType pic X value "C".
       02 CPayees pic 9(8).
       02 filler pic X(6) value spaces.
       02 CTotal pic 9(16)V99 occurs 18 times.
       02 filler pic X(160) value spaces.
       02 CSeq pic 9(8).
       02 filler pic X(243) value spaces.
01 IrsFRecord.
       02 FRecType pic X value "F".
       02 FACount pic 9(8).
       02 FZeros pic 9(21) value zero.
       02 filler pic X(469) value spaces.
       02 FSeq pic 9(8).
       02 filler pic X(243) value spaces.
01 WSAmtIdx pic 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "vendor1099".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12) value "vendor1099".
01 WSRcFormName pic X(12) value "forms1099".
01 WSRcParams pic X(30).

PROCEDURE DIVISION.
StartPara.
       accept WSJobStartTime from time
       call "GETBUSDT" using WSRunDate
       *> a gennaio si deposita l'anno appena chiuso
       display "Calendar year to report (YYYY, 0 = last year): "
           with no advancing
       accept WSTaxYear
       if WSTaxYear = zero
           compute WSTaxYear = WSRunYear - 1
       end-if
       move space to WSRunKind
       perform until FinalRun or ReviewRun
           display "R = review listing only, F = final (1099 forms and"
               " filing file): " with no advancing
           accept WSRunKind
       end-perform
       if FinalRun
           perform LoadPayer
           if not PayerOnFile
               display "Payer1099.dat missing or without the payer's"
                   " tax ID - nothing filed"
               move 8 to RETURN-CODE
               accept WSJobEndTime from time
               call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
                   WSElapsedSecs
               perform WriteRunHistory
               stop run
           end-if
       end-if
       perform LoadVendors
       if VtUsed > zero
           perform LoadPayments
       end-if
       perform ClassifyVendors
       move spaces to WSRptFileName
       string "Vendor1099Review." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSRptFileName
       open output ReviewPrint
       move spaces to WSRcParams
       string WSTaxYear delimited by size
           " " delimited by size
           WSRunKind delimited by size
           into WSRcParams
       call "RPTCAT" using WSRcName, WSRptFileName, WSRcParams
       perform PrintPageHeading
       perform PrintReview
       close ReviewPrint
       if FinalRun and WSToFileCount > zero
           perform PrintForms
           perform WriteIrsFile
       end-if
       accept WSJobEndTime from time
       call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime, WSElapsedSecs
       display "Disbursement lines read: " WSJournalRead
           "  in " WSTaxYear ": " WSYearLines
       display "1099 vendors paid: " WSVendorsPaid
           "  to file: " WSToFileCount
           "  under $600: " WSUnderCount
       if WSMissingCount > zero
           display "*** " WSMissingCount " vendor(s) missing a tax ID -"
               " see the review listing ***"
       end-if
       if FinalRun
           display "Forms printed: " WSFormsWritten
               "  filing records written: " WSIrsWritten
       end-if
       if WSVtOverflow > zero
           display "Notice: vendor table full - " WSVtOverflow
               " reportable vendor(s) not examined"
       end-if
       display "Elapsed seconds: " WSElapsedSecs
       if WSMissingCount > zero or WSVtOverflow > zero
               or WSToFileCount = zero
           move 4 to RETURN-CODE
       else
           move 0 to RETURN-CODE
       end-if
       perform WriteRunHistory
       stop run.

WriteRunHistory.
       move RETURN-CODE to WSRhRc
       move WSJournalRead to WSRhRead
       move WSIrsWritten to WSRhWritten
       call "RUNHIST" using WSRhProgram, WSJobStartTime,
           WSJobEndTime, WSElapsedSecs, WSRhRead,
           WSRhWritten, WSRhRc
       move WSRhRc to RETURN-CODE.

LoadPayer.
       open input PayerControl
       if WSPayerStatus = "00"
           read PayerControl
               at end continue
               not at end
                   if PyTaxID is numeric
                       set PayerOnFile to true
                   end-if
           end-read
           close PayerControl
       end-if.

*> i fornitori 1099 dal master; 99999 e' il fornitore dei rimborsi
*> clienti, mai riportabile
LoadVendors.
       open input VendorFile
       if WSVendStatus = "00"
           move zero to VendNum
           start VendorFile key is not less than VendNum
               invalid key set AtEOF to true
           end-start
           perform until AtEOF
               read VendorFile next record
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   if Vend1099Reportable and VendNum not = 99999
                       perform AddVendorEntry
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           close VendorFile
       end-if.

*> nome e indirizzo dal remit-to quando c'e': e' a chi va l'assegno,
*> e di solito il nome legale
AddVendorEntry.
       if VtUsed < 1000
           add 1 to VtUsed
           initialize VtEntry(VtUsed)
           move VendNum to VtVendNum(VtUsed)
           if VendRemitName not = spaces
               move VendRemitName to VtName(VtUsed)
               move VendRemitAddr to VtAddr(VtUsed)
               move VendRemitCity to VtCity(VtUsed)
               move VendRemitState to VtState(VtUsed)
               move VendRemitZip to VtZip(VtUsed)
           else
               move VendName to VtName(VtUsed)
               move spaces to VtAddr(VtUsed), VtCity(VtUsed),
                   VtState(VtUsed), VtZip(VtUsed)
           end-if
           move VendTaxID to VtTaxID(VtUsed)
           move VendTinType to VtTinType(VtUsed)
           move Vend1099Box to VtBox(VtUsed)
       else
           add 1 to WSVtOverflow
       end-if.

*> il pagato e' il netto dell'assegno: sconti e note di debito non
*> sono soldi usciti verso il fornitore
LoadPayments.
       open input DisbursementJournal
       if WSDbStatus = "00"
           perform until AtEOF
               read DisbursementJournal
                   at end set AtEOF to true
               end-read
               if not AtEOF
                   add 1 to WSJournalRead
                   move DbCheckDate to WSDbDate
                   if WSDbYear = WSTaxYear
                       add 1 to WSYearLines
                       perform FindVendor
                       if WSVtFound > zero
                           add DbNetAmount to VtAmount(WSVtFound)
                           add 1 to VtPayCount(WSVtFound)
                       end-if
                   end-if
               end-if
           end-perform
           move "N" to WSEOFFlag
           close DisbursementJournal
       end-if.

FindVendor.
       move zero to WSVtFound
       perform varying WSVtIdx from 1 by 1
               until WSVtIdx > VtUsed or WSVtFound > zero
           if VtVendNum(WSVtIdx) = DbVendNum
               move WSVtIdx to WSVtFound
           end-if
       end-perform.

*> prima il TIN: un fornitore senza TIN valido e' da sistemare anche
*> sotto soglia, perche' a dicembre puo' superarla
ClassifyVendors.
       move "N" to BxCode(1)
       move "R" to BxCode(2)
       move "O" to BxCode(3)
       move "M" to BxCode(4)
       perform varying WSVtIdx from 1 by 1 until WSVtIdx > VtUsed
           if VtAmount(WSVtIdx) > zero
               add 1 to WSVendorsPaid
               evaluate true
                   when VtTaxID(WSVtIdx) = spaces
                           or VtTaxID(WSVtIdx) is not numeric
                           or not (VtTinType(WSVtIdx) = "E"
                               or VtTinType(WSVtIdx) = "S")
                       set VtMissingTin(WSVtIdx) to true
                       add 1 to WSMissingCount
                       add VtAmount(WSVtIdx) to WSMissingAmount
                   when not (VtBox(WSVtIdx) = "N" or VtBox(WSVtIdx) = "R"
                           or VtBox(WSVtIdx) = "O"
                           or VtBox(WSVtIdx) = "M")
                       set VtNoBox(WSVtIdx) to true
                       add 1 to WSMissingCount
                       add VtAmount(WSVtIdx) to WSMissingAmount
                   when VtAmount(WSVtIdx) < WSThreshold
                       set VtUnderThreshold(WSVtIdx) to true
                       add 1 to WSUnderCount
                   when other
                       set VtToFile(WSVtIdx) to true
                       add 1 to WSToFileCount
                       perform AddToBoxTotal
               end-evaluate
           end-if
       end-perform.

AddToBoxTotal.
       perform varying WSBxIdx from 1 by 1 until WSBxIdx > 4
           if BxCode(WSBxIdx) = VtBox(WSVtIdx)
               add 1 to BxCount(WSBxIdx)
               add VtAmount(WSVtIdx) to BxAmount(WSBxIdx)
           end-if
       end-perform.

*> modulo e casella dal codice del master
DescribeBox.
       evaluate VtBox(WSVtIdx)
           when "N"
               move "1099-NEC" to WSFormName
               move "BOX 1  NONEMPLOYEE COMPENSATION" to WSBoxLabel
           when "R"
               move "1099-MISC" to WSFormName
               move "BOX 1  RENTS" to WSBoxLabel
           when "O"
               move "1099-MISC" to WSFormName
               move "BOX 3  OTHER INCOME" to WSBoxLabel
           when "M"
               move "1099-MISC" to WSFormName
               move "BOX 6  MEDICAL AND HEALTH CARE" to WSBoxLabel
           when other
               move spaces to WSFormName
               move spaces to WSBoxLabel
       end-evaluate.

*> TIN del destinatario: sulle liste e sui moduli solo le ultime
*> quattro cifre, nel formato del tipo (EIN 12-3456789, SSN
*> 123-45-6789)
MaskVendorTin.
       move spaces to WSMaskedTin
       if VtTaxID(WSVtIdx) not = spaces
           if VtTinType(WSVtIdx) = "S"
               string "***-**-" delimited by size
                   VtTaxID(WSVtIdx)(6:4) delimited by size
                   into WSMaskedTin
           else
               string "**-***" delimited by size
                   VtTaxID(WSVtIdx)(6:4) delimited by size
                   into WSMaskedTin
           end-if
       end-if.

PrintReview.
       if WSVendorsPaid = zero
           move "0" to AsaControl
           move NothingLine to PrintBody
           write PrintLine
       else
           perform varying WSVtIdx from 1 by 1 until WSVtIdx > VtUsed
               if VtAmount(WSVtIdx) > zero
                   perform PrintReviewLine
               end-if
           end-perform
           perform PrintReviewTotals
       end-if.

PrintReviewLine.
       if NewPageRequired
           perform PrintPageHeading
       end-if
       perform DescribeBox
       perform MaskVendorTin
       move VtVendNum(WSVtIdx) to PrnVendNum
       move VtName(WSVtIdx) to PrnName
       move WSMaskedTin to PrnTaxID
       move VtTinType(WSVtIdx) to PrnTinType
       move WSFormName to PrnForm
       move WSBoxLabel(5:1) to PrnBox
       move VtPayCount(WSVtIdx) to PrnPayCount
       move VtAmount(WSVtIdx) to PrnAmount
       evaluate true
           when VtMissingTin(WSVtIdx)
               move "*** MISSING TAX ID - NOT FILED" to PrnStatus
           when VtNoBox(WSVtIdx)
               move "*** NO 1099 BOX - NOT FILED" to PrnStatus
           when VtUnderThreshold(WSVtIdx)
               move "under $600 - not filed" to PrnStatus
           when other
               move "file" to PrnStatus
       end-evaluate
       move " " to AsaControl
       move DetailLine to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintReviewTotals.
       move "0" to AsaControl
       perform varying WSBxIdx from 1 by 1 until WSBxIdx > 4
           if BxCount(WSBxIdx) > zero
               move spaces to PrnTotLabel
               evaluate BxCode(WSBxIdx)
                   when "N" move "TO FILE 1099-NEC  BOX 1 NONEMPLOYEE COMP"
                       to PrnTotLabel
                   when "R" move "TO FILE 1099-MISC BOX 1 RENTS"
                       to PrnTotLabel
                   when "O" move "TO FILE 1099-MISC BOX 3 OTHER INCOME"
                       to PrnTotLabel
                   when "M" move "TO FILE 1099-MISC BOX 6 MEDICAL"
                       to PrnTotLabel
               end-evaluate
               move BxCount(WSBxIdx) to PrnTotCount
               move BxAmount(WSBxIdx) to PrnTotAmount
               move TotalLine to PrintBody
               write PrintLine
               move " " to AsaControl
           end-if
       end-perform
       if WSMissingCount > zero
           move "*** MISSING TAX ID OR BOX - NOT FILED" to PrnTotLabel
           move WSMissingCount to PrnTotCount
           move WSMissingAmount to PrnTotAmount
           move "0" to AsaControl
           move TotalLine to PrintBody
           write PrintLine
       end-if.

PrintPageHeading.
       move WSTaxYear to PrnTaxYear
       move WSRunDate to PrnRunDate
       if FinalRun
           move "FINAL - FORMS AND FILING FILE" to PrnRunKind
       else
           move "REVIEW LISTING" to PrnRunKind
       end-if
       move "1" to AsaControl
       move PageHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move Heads to PrintBody
       write PrintLine
       move 3 to LineCount.

*> una pagina per destinatario, nell'ordine della lista
PrintForms.
       move spaces to WSFormFileName
       string "Forms1099." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSFormFileName
       open output FormPrint
       call "RPTCAT" using WSRcFormName, WSFormFileName, WSRcParams
       move spaces to WSPayerTinShown
       string PyTaxID(1:2) delimited by size
           "-" delimited by size
           PyTaxID(3:7) delimited by size
           into WSPayerTinShown
       perform varying WSVtIdx from 1 by 1 until WSVtIdx > VtUsed
           if VtToFile(WSVtIdx)
               perform PrintOneForm
           end-if
       end-perform
       close FormPrint.

PrintOneForm.
       perform DescribeBox
       perform MaskVendorTin
       move WSFormName to FmFormName
       if VtBox(WSVtIdx) = "N"
           move "NONEMPLOYEE COMPENSATION" to FmFormDesc
       else
           move "MISCELLANEOUS INFORMATION" to FmFormDesc
       end-if
       move WSTaxYear to FmTaxYear
       move "1" to FmAsaControl
       move FmTitleLine to FormBody
       write FormLine
       move "PAYER" to FmLabel
       move "-" to FmAsaControl
       move FmLabelLine to FormBody
       write FormLine
       move PyName to FmName
       move " " to FmAsaControl
       move FmNameLine to FormBody
       write FormLine
       move PyAddr to FmName
       move FmNameLine to FormBody
       write FormLine
       move PyCity to FmCity
       move PyState to FmState
       move PyZip to FmZip
       move FmCityLine to FormBody
       write FormLine
       move PyPhone to FmName
       move FmNameLine to FormBody
       write FormLine
       move "PAYER'S TIN:        " to FmTinLabel
       move WSPayerTinShown to FmTin
       move "0" to FmAsaControl
       move FmTinLine to FormBody
       write FormLine
       move "RECIPIENT'S TIN:    " to FmTinLabel
       move WSMaskedTin to FmTin
       move " " to FmAsaControl
       move FmTinLine to FormBody
       write FormLine
       move "RECIPIENT" to FmLabel
       move "0" to FmAsaControl
       move FmLabelLine to FormBody
       write FormLine
       move VtName(WSVtIdx) to FmName
       move " " to FmAsaControl
       move FmNameLine to FormBody
       write FormLine
       move VtAddr(WSVtIdx) to FmName
       move FmNameLine to FormBody
       write FormLine
       move VtCity(WSVtIdx) to FmCity
       move VtState(WSVtIdx) to FmState
       move VtZip(WSVtIdx) to FmZip
       move FmCityLine to FormBody
       write FormLine
       move VtVendNum(WSVtIdx) to FmAcct
       move "0" to FmAsaControl
       move FmAcctLine to FormBody
       write FormLine
       move WSBoxLabel to FmBoxLabel
       move VtAmount(WSVtIdx) to FmAmount
       move "-" to FmAsaControl
       move FmAmountLine to FormBody
       write FormLine
       move "-" to FmAsaControl
       move FmCopyLine to FormBody
       write FormLine
       add 1 to WSFormsWritten.

*> T, poi un A con i suoi B e il suo C per il NEC e uno per il MISC,
*> infine F; numeri di sequenza progressivi su tutto il file
WriteIrsFile.
       move spaces to WSIrsFileName
       string "IRS1099." delimited by size
           WSRunDate delimited by size
           ".dat" delimited by size
           into WSIrsFileName
       open output IrsFile
       perform WriteIrsT
       if BxCount(1) > zero
           move "NE" to WSIrsType
           move "1" to WSIrsCodes
           perform WriteIrsGroup
       end-if
       if BxCount(2) > zero or BxCount(3) > zero or BxCount(4) > zero
           move "A " to WSIrsType
           move spaces to WSIrsCodes
           move 1 to WSCodePos
           if BxCount(2) > zero
               move "1" to WSIrsCodes(WSCodePos:1)
               add 1 to WSCodePos
           end-if
           if BxCount(3) > zero
               move "3" to WSIrsCodes(WSCodePos:1)
               add 1 to WSCodePos
           end-if
           if BxCount(4) > zero
               move "6" to WSIrsCodes(WSCodePos:1)
           end-if
           perform WriteIrsGroup
       end-if
       perform WriteIrsF
       close IrsFile.

WriteIrsT.
       move WSTaxYear to TYear
       move PyTaxID to TTin
       move function upper-case(PyTCC) to TTcc
       if PyTestFlag = "T" or PyTestFlag = "t"
           move "T" to TTestFlag
       else
           move space to TTestFlag
       end-if
       move function upper-case(PyName) to TName
       move function upper-case(PyName) to TCompany
       move function upper-case(PyAddr) to TAddr
       move function upper-case(PyCity) to TCity
       move function upper-case(PyState) to TState
       move PyZip to TZip
       move WSToFileCount to TPayees
       move function upper-case(PyContactName) to TContact
       move PyPhone to TPhone
       move PyContactEmail to TEmail
       add 1 to WSIrsSeq
       move WSIrsSeq to TSeq
       move IrsTRecord to IrsRecord
       write IrsRecord
       add 1 to WSIrsWritten.

WriteIrsGroup.
       move WSTaxYear to AYear
       move PyTaxID to ATin
       move WSIrsType to AReturnType
       move WSIrsCodes to AAmountCodes
       move function upper-case(PyName) to AName
       move function upper-case(PyAddr) to AAddr
       move function upper-case(PyCity) to ACity
       move function upper-case(PyState) to AState
       move PyZip to AZip
       move PyPhone to APhone
       add 1 to WSIrsSeq
       move WSIrsSeq to ASeq
       move IrsARecord to IrsRecord
       write IrsRecord
       add 1 to WSIrsWritten
       add 1 to WSIrsACount
       move zero to WSIrsGroupCount, WSCtl1, WSCtl3, WSCtl6
       perform varying WSVtIdx from 1 by 1 until WSVtIdx > VtUsed
           if VtToFile(WSVtIdx)
               if (WSIrsType = "NE" and VtBox(WSVtIdx) = "N")
                       or (WSIrsType = "A " and VtBox(WSVtIdx) not = "N")
                   perform WriteIrsB
               end-if
           end-if
       end-perform
       perform WriteIrsC.

*> codice importo 1 = NEC casella 1 o MISC affitti, 3 = altri redditi,
*> 6 = sanitarie: l'importo va nella posizione del suo codice
WriteIrsB.
       move WSTaxYear to BYear
       if VtTinType(WSVtIdx) = "S"
           move "2" to BTinType
       else
           move "1" to BTinType
       end-if
       move VtTaxID(WSVtIdx) to BTin
       move spaces to BAccount
       move VtVendNum(WSVtIdx) to BAccount(1:5)
       perform varying WSAmtIdx from 1 by 1 until WSAmtIdx > 18
           move zero to BAmount(WSAmtIdx)
       end-perform
       evaluate VtBox(WSVtIdx)
           when "N"
               move VtAmount(WSVtIdx) to BAmount(1)
               add VtAmount(WSVtIdx) to WSCtl1
           when "R"
               move VtAmount(WSVtIdx) to BAmount(1)
               add VtAmount(WSVtIdx) to WSCtl1
           when "O"
               move VtAmount(WSVtIdx) to BAmount(3)
               add VtAmount(WSVtIdx) to WSCtl3
           when "M"
               move VtAmount(WSVtIdx) to BAmount(6)
               add VtAmount(WSVtIdx) to WSCtl6
       end-evaluate
       move function upper-case(VtName(WSVtIdx)) to BName
       move function upper-case(VtAddr(WSVtIdx)) to BAddr
       move function upper-case(VtCity(WSVtIdx)) to BCity
       move function upper-case(VtState(WSVtIdx)) to BState
       *> ZIP a nove cifre senza trattino
       move spaces to WSZip9
       if VtZip(WSVtIdx)(6:1) = "-"
           string VtZip(WSVtIdx)(1:5) delimited by size
               VtZip(WSVtIdx)(7:4) delimited by size
               into WSZip9
       else
           move VtZip(WSVtIdx) to WSZip9
       end-if
       move WSZip9 to BZip
       add 1 to WSIrsSeq
       move WSIrsSeq to BSeq
       move IrsBRecord to IrsRecord
       write IrsRecord
       add 1 to WSIrsWritten
       add 1 to WSIrsGroupCount
       add 1 to WSIrsPayees.

WriteIrsC.
       move WSIrsGroupCount to CPayees
       perform varying WSAmtIdx from 1 by 1 until WSAmtIdx > 18
           move zero to CTotal(WSAmtIdx)
       end-perform
       move WSCtl1 to CTotal(1)
       move WSCtl3 to CTotal(3)
       move WSCtl6 to CTotal(6)
       add 1 to WSIrsSeq
       move WSIrsSeq to CSeq
       move IrsCRecord to IrsRecord
       write IrsRecord
       add 1 to WSIrsWritten.

WriteIrsF.
       move WSIrsACount to FACount
       add 1 to WSIrsSeq
       move WSIrsSeq to FSeq
       move IrsFRecord to IrsRecord
       write IrsRecord
       add 1 to WSIrsWritten.
