       >>SOURCE FORMAT FREE
*> Accounts-payable payment run: 88_vendor_invoice.cob approves bills
*> into OpenPayables.dat with a due date, and then nothing ever paid
*> them - the checks were cut by hand off a printout and ApPaid was
*> never set. This selects every open, unheld item due by a cutoff
*> date (or whose early-pay discount window under the vendor's
*> VendTermsCode would otherwise be lost), lets AP hold and release
*> single items first, prints one check per vendor with its stub and
*> a check register, numbers the checks from CheckControl.dat the way
*> invoicing numbers from InvoiceControl.dat, marks the items paid
*> and writes every line to the disbursement journal
*> (Disbursements.dat). Open debit memos from 138_vendor_return.cob
*> are never paid: they are taken off the vendor's bills on the next
*> check, oldest memo first, each line showing how much it took.
*> Supervisor login, as for the write-offs:
*> this program spends the company's money. Customer refunds from
*> 134_cust_refund.cob arrive as one-time-payee items under the
*> refund vendor 99999: each gets a check of its own, made out and
*> addressed to the customer carried on the item. A vendor whose
*> remit-to/bank change is still waiting for approval in
*> 86_vendor_master.cob, or was approved on the business date of the
*> run, is not paid: its items are passed over and listed, and go out
*> in the next run. Vendor checks are addressed to the remit-to
*> address on the vendor master when there is one.
IDENTIFICATION DIVISION.
PROGRAM-ID. appayrun.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT OpenPayables ASSIGN TO "OpenPayables.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ApKey
           FILE STATUS IS WSApStatus.
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.
       *> numeratore assegni, stesso schema a un record di
       *> InvoiceControl.dat
       SELECT CheckControl ASSIGN TO "CheckControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
       SELECT DisbursementJournal ASSIGN TO "Disbursements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSDbStatus.
       *> assegni e registro: file datati come ArAging.<data>.dat
       SELECT CheckPrint ASSIGN TO WSCheckFileName
           ORGANIZATION IS LINE SEQUENTIAL.
       SELECT RegisterPrint ASSIGN TO WSRegFileName
           ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD OpenPayables.
01 PayableData.
   COPY APREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

FD CheckControl.
01 CheckControlRecord.
   02 CtlNextCheckNum pic 9(6).

FD DisbursementJournal.
01 DisbursementRecord.
   COPY DISBREC.

FD CheckPrint.
01 CheckLine.
   02 CkAsaControl pic X.
   02 CkPrintBody  pic X(80).

FD RegisterPrint.
01 PrintLine.
   02 AsaControl pic X.
   02 PrintBody  pic X(90).

WORKING-STORAGE SECTION.
01 WSApStatus pic XX.
01 WSVendStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSCtlStatus pic XX.
01 WSDbStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSConfirm pic X.
01 WSRunDate pic 9(8).
01 WSCutoffDate pic 9(8).
01 WSCheckFileName pic X(30).
01 WSRegFileName pic X(30).
*> P = anteprima (nessuna scrittura), L = run vero con assegni
01 WSRunMode pic X.
       88 PreviewRun value "P".
       88 LiveRun value "L".
01 WSVendPick pic 9(5).
01 WSInvPick pic X(10).
*> finestra sconto dai termini del fornitore: 210 = 2% entro 10
*> giorni dalla data fattura, come Terms210Net30 per i clienti
01 WSDiscDate pic 9(8).
01 WSDiscPct pic V99.
01 WSDateOrdinal pic S9(8).
01 WSSelectFlag pic X.
       88 ItemSelected value "Y".
01 WSItemDisc pic 9(6)V99.
01 WSItemNet pic 9(8)V99.
*> assegno in costruzione: un fornitore = un assegno
01 WSCurVendNum pic 9(5).
01 WSCurVendName pic X(20).
01 WSCheckNum pic 9(6).
01 WSCheckGross pic 9(8)V99.
01 WSCheckDisc pic 9(8)V99.
01 WSCheckNet pic 9(8)V99.
01 WSCheckItems pic 9(3).
*> assegno a un beneficiario occasionale (rimborso cliente): nome e
*> indirizzo vengono dalla partita, non dall'anagrafica fornitori
01 WSOneTimeFlag pic X value "N".
       88 OneTimeCheck value "Y".
*> totali del run
01 WSChecksCut pic 9(5) value zero.
01 WSItemsPaid pic 9(5) value zero.
01 WSRunGross pic 9(9)V99 value zero.
01 WSRunDisc pic 9(9)V99 value zero.
01 WSRunNet pic 9(9)V99 value zero.
01 WSHeldSkipped pic 9(5) value zero.
*> fornitore con cambio banca in attesa o approvato oggi: non si paga
01 WSBankHoldFlag pic X value "N".
       88 BankChangeHold value "Y".
01 WSBankSkipped pic 9(5) value zero.
*> note di debito aperte, caricate prima della selezione (la chiave
*> le mette in ordine fornitore e, per fornitore, dalla piu'
*> vecchia): ogni partita pagata ne consuma quanto puo', e a fine
*> run le note si aggiornano per chiave
01 DebitMemoTable.
       02 DmEntry occurs 200 times.
           03 DmVendNum pic 9(5).
           03 DmVendInvoice pic X(10).
           03 DmOpenAmt pic 9(8)V99.
           03 DmTakenNow pic 9(8)V99.
           03 DmCheckNum pic 9(6).
01 WSDmCount pic 9(3) value zero.
01 WSDmIdx pic 9(3).
01 WSDmOverflow pic 9(5) value zero.
01 WSDmTake pic 9(8)V99.
01 WSItemMemo pic 9(8)V99.
01 WSCheckMemo pic 9(8)V99.
01 WSRunMemo pic 9(9)V99 value zero.
01 WSMemosClosed pic 9(5) value zero.
01 Dollars PIC $$,$$$,$$9.99.
*> layout dell'assegno: importo protetto con asterischi
01 CheckHeadLine.
       02 filler pic X(10) value "CHECK NO. ".
       02 PrnCkNum pic 9(6).
       02 filler pic X(30) value space.
       02 filler pic X(6) value "DATE: ".
       02 PrnCkDate pic 9999/99/99.
01 CheckPayLine.
       02 filler pic X(20) value "PAY TO THE ORDER OF ".
       02 PrnCkPayee pic X(20).
       02 filler pic X(2) value space.
       02 filler pic X(7) value "VENDOR ".
       02 PrnCkVend pic 9(5).
01 PayeeNameLine.
       02 filler pic X(4) value space.
       02 PrnPyName pic X(31).
01 PayeeAddrLine.
       02 filler pic X(4) value space.
       02 PrnPyAddr pic X(20).
01 PayeeCityLine.
       02 filler pic X(4) value space.
       02 PrnPyCity pic X(15).
       02 filler pic X value space.
       02 PrnPyState pic XX.
       02 filler pic X value space.
       02 PrnPyZip pic X(10).
01 CheckAmountLine.
       02 filler pic X(20) value "THE SUM OF          ".
       02 PrnCkAmount pic $**,***,**9.99.
*> tutto coperto dalle note di debito: l'assegno resta come avviso
01 CheckVoidLine pic X(60) value
       "*** NON-NEGOTIABLE - SETTLED IN FULL BY DEBIT MEMO ***".
01 StubHeads.
       02 filler pic X(41) value
           "  Invoice     Inv Date          Gross    ".
       02 filler pic X(39) value
           "Discount   Debit Memo          Net".
01 StubLine.
       02 filler pic XX value space.
       02 PrnStInvoice pic X(10).
       02 filler pic XX value space.
       02 PrnStDate pic 9999/99/99.
       02 filler pic XX value space.
       02 PrnStGross pic ZZZZZZZ9.99.
       02 filler pic XX value space.
       02 PrnStDisc pic ZZZZZZ9.99.
       02 filler pic XX value space.
       02 PrnStMemo pic ZZZZZZZ9.99.
       02 filler pic XX value space.
       02 PrnStNet pic ZZZZZZZ9.99.
*> registro assegni
01 RegHeading.
       02 filler pic X(36) value "CHECK REGISTER - PAYMENT RUN OF     ".
       02 PrnRegDate pic 9999/99/99.
       02 filler pic X(10) value "  CUTOFF ".
       02 PrnRegCutoff pic 9999/99/99.
01 RegHeads.
       02 filler pic X(47) value
           "Check  Vend  Name                 Items        ".
       02 filler pic X(43) value
           "Gross   Discount Debit Memo          Net".
01 RegDetail.
       02 PrnRgCheck pic 9(6).
       02 filler pic X value space.
       02 PrnRgVend pic 9(5).
       02 filler pic X value space.
       02 PrnRgName pic X(20).
       02 filler pic X value space.
       02 PrnRgItems pic ZZZZ9.
       02 filler pic XX value space.
       02 PrnRgGross pic ZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnRgDisc pic ZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnRgMemo pic ZZZZZZ9.99.
       02 filler pic XX value space.
       02 PrnRgNet pic ZZZZZZZ9.99.
01 RegTotalLine.
       02 filler pic X(14) value "RUN TOTALS    ".
       02 PrnRtChecks pic ZZZZ9.
       02 filler pic X(8) value " checks ".
       02 filler pic X(10) value space.
       02 PrnRtGross pic ZZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnRtDisc pic ZZZZZZZ9.99.
       02 PrnRtMemo pic ZZZZZZZ9.99.
       02 filler pic X value space.
       02 PrnRtNet pic ZZZZZZZZ9.99.
01 LineCount pic 99 value zero.
       88 NewPageRequired value 50 thru 99.
*> records-processed/elapsed-time summary, via ELAPSEDTIME
01 WSJobStartTime pic 9(8).
01 WSJobEndTime pic 9(8).
01 WSElapsedSecs pic 9(5).
*> record di storia run via RUNHIST, accanto a ELAPSEDTIME
01 WSRhProgram pic X(12) value "appayrun".
01 WSRhRc pic 9(2).
01 WSRhRead pic 9(7).
01 WSRhWritten pic 9(7).
*> registrazione del run nel report catalog centrale, via RPTCAT
01 WSRcName pic X(12).
01 WSRcParams pic X(30).
*> gestore errori file condiviso
01 WSFeProgram pic X(12) value "appayrun".
01 WSFeParagraph pic X(20).
01 WSFeFileName pic X(20).
01 WSFeKeyValue pic X(10).
01 WSFeFatal pic X.
01 WSFatalIOFlag pic X value "N".

PROCEDURE DIVISION.
StartPara.
       move "N" to WSLoginFlag
       perform SupervisorLogin
       if not LoginSuccess
           display "The payment run is restricted to supervisors"
           goback
       end-if
       call "GETBUSDT" using WSRunDate
       open i-o OpenPayables
       if WSApStatus not = "00"
           display "No open-payables file - nothing to pay"
           goback
       end-if
       open input VendorFile
       if WSVendStatus not = "00"
           display "Vendor master not on file - run vendormaster first"
           close OpenPayables
           goback
       end-if
       perform until WSChoice = 9
           display " "
           display "AP PAYMENT RUN"
           display "1 : List Open Items for a Vendor"
           display "2 : Hold an Item"
           display "3 : Release a Held Item"
           display "4 : Preview Payment Selection"
           display "5 : Print Checks and Post the Run"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListVendorItems
               when 2 perform HoldOneItem
               when 3 perform ReleaseOneItem
               when 4 perform PreviewSelection
               when 5 perform CheckRun
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close OpenPayables, VendorFile
       goback.

*> login contro operators.txt, un tentativo solo come in baddebt
SupervisorLogin.
       open input OperatorFile
       if WSOperatorStatus not = "00"
           display "Operator master not available - cannot verify role"
       else
           display "Supervisor ID: " with no advancing
           accept OperatorID
           display "Password: " with no advancing
           accept WSEnteredPassword
           move OperatorID to OpUserID
           read OperatorFile
               invalid key
                   display "Invalid operator ID or password"
               not invalid key
                   evaluate true
                       when OpDisabled
                           display "Operator is disabled"
                       when not OpSupervisor
                           display "Operator is not a supervisor"
                       when OpPassword = WSEnteredPassword
                           set LoginSuccess to true
                       when other
                           display "Invalid operator ID or password"
                   end-evaluate
           end-read
           close OperatorFile
       end-if.

ListVendorItems.
       display " "
       display "Vendor Number: " with no advancing
       accept WSVendPick
       move "N" to WSEOFFlag
       move WSVendPick to ApVendNum
       move low-values to ApVendInvoice
       start OpenPayables key is not less than ApKey
           invalid key set AtEOF to true
       end-start
       display "Invoice    PO     Date      Due              Amount Hold"
       perform until AtEOF
           read OpenPayables next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if ApVendNum not = WSVendPick
                   set AtEOF to true
               else
                   if ApOpen
                       move ApAmount to Dollars
                       if ApOnHold
                           display ApVendInvoice " " ApPoNum " "
                               ApInvoiceDate " " ApDueDate " " Dollars
                               " HELD"
                       else
                           display ApVendInvoice " " ApPoNum " "
                               ApInvoiceDate " " ApDueDate " " Dollars
                       end-if
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

HoldOneItem.
       perform ReadPickedItem
       if WSApStatus = "00"
           if not ApOpen
               display "Item is already paid"
           else
               set ApOnHold to true
               rewrite PayableData
                   invalid key display "Item not updated"
                   not invalid key display "Item held - the payment"
                       " run will pass it over"
               end-rewrite
           end-if
       end-if.

ReleaseOneItem.
       perform ReadPickedItem
       if WSApStatus = "00"
           if not ApOnHold
               display "Item is not on hold"
           else
               set ApReleased to true
               rewrite PayableData
                   invalid key display "Item not updated"
                   not invalid key display "Item released for payment"
               end-rewrite
           end-if
       end-if.

ReadPickedItem.
       display " "
       display "Vendor Number: " with no advancing
       accept WSVendPick
       display "Vendor's invoice reference: " with no advancing
       accept WSInvPick
       move WSVendPick to ApVendNum
       move WSInvPick to ApVendInvoice
       read OpenPayables
           invalid key display "Item not on the payables file"
       end-read.

PreviewSelection.
       set PreviewRun to true
       perform AcceptCutoff
       perform RunSelection
       display "Preview: " WSChecksCut " check(s), " WSItemsPaid
           " item(s), " WSHeldSkipped " held item(s) passed over"
       if WSBankSkipped > zero
           display "         " WSBankSkipped " item(s) passed over for"
               " a pending or same-day bank change"
       end-if
       move WSRunMemo to Dollars
       display "Debit memos to be netted: " Dollars
       move WSRunNet to Dollars
       display "Net to be paid: " Dollars.

*> il run vero: assegni + registro, partite marcate pagate, journal
CheckRun.
       set LiveRun to true
       perform AcceptCutoff
       display "Print checks for items due by " WSCutoffDate
           " - are you sure? (Y/N): " with no advancing
       accept WSConfirm
       if WSConfirm not = "Y" and WSConfirm not = "y"
           display "Check run cancelled"
       else
           accept WSJobStartTime from time
           move spaces to WSCheckFileName
           string "Checks." delimited by size
               WSRunDate delimited by size
               ".dat" delimited by size
               into WSCheckFileName
           move spaces to WSRegFileName
           string "CheckRegister." delimited by size
               WSRunDate delimited by size
               ".dat" delimited by size
               into WSRegFileName
           open output CheckPrint
           open output RegisterPrint
           open extend DisbursementJournal
           if WSDbStatus = "35"
               open output DisbursementJournal
           end-if
           move spaces to WSRcParams
           string "CUTOFF " delimited by size
               WSCutoffDate delimited by size
               into WSRcParams
           move "apchecks" to WSRcName
           call "RPTCAT" using WSRcName, WSCheckFileName, WSRcParams
           move "apcheckreg" to WSRcName
           call "RPTCAT" using WSRcName, WSRegFileName, WSRcParams
           perform PrintRegisterHeading
           perform RunSelection
           perform PostDebitMemos
           perform PrintRegisterTotals
           close CheckPrint, RegisterPrint, DisbursementJournal
           accept WSJobEndTime from time
           call "ELAPSEDTIME" using WSJobStartTime, WSJobEndTime,
               WSElapsedSecs
           display "Checks printed: " WSChecksCut
               "  Items paid: " WSItemsPaid
           if WSBankSkipped > zero
               display "Items passed over for a bank change: "
                   WSBankSkipped
           end-if
           move WSRunMemo to Dollars
           display "Debit memos netted: " Dollars
               "  memos used up: " WSMemosClosed
           move WSRunNet to Dollars
           display "Net disbursed: " Dollars
           display "Checks in " WSCheckFileName
               "  register in " WSRegFileName
           evaluate true
               when WSFatalIOFlag = "Y"
                   move 8 to RETURN-CODE
               when WSChecksCut = zero
                   move 4 to RETURN-CODE
               when other
                   move 0 to RETURN-CODE
           end-evaluate
           move RETURN-CODE to WSRhRc
           move WSItemsPaid to WSRhRead
           move WSChecksCut to WSRhWritten
           call "RUNHIST" using WSRhProgram, WSJobStartTime,
               WSJobEndTime, WSElapsedSecs, WSRhRead,
               WSRhWritten, WSRhRc
       end-if.

AcceptCutoff.
       display "Pay items due by (YYYYMMDD, 0 = business date): "
           with no advancing
       accept WSCutoffDate
       if WSCutoffDate = zero
           move WSRunDate to WSCutoffDate
       end-if
       move zero to WSChecksCut, WSItemsPaid, WSRunGross, WSRunDisc,
           WSRunNet, WSHeldSkipped, WSRunMemo, WSMemosClosed,
           WSBankSkipped.

*> giro sul file in ordine di chiave: la chiave comincia col
*> fornitore, quindi le partite di un fornitore arrivano insieme e
*> l'assegno si chiude al cambio fornitore senza sort
RunSelection.
       perform LoadDebitMemos
       move zero to WSCurVendNum
       move zero to WSCheckItems
       move "N" to WSEOFFlag
       move low-values to ApKey
       start OpenPayables key is not less than ApKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read OpenPayables next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if ApVendNum not = WSCurVendNum
                   perform CloseCurrentCheck
                   move ApVendNum to WSCurVendNum
                   perform LoadVendor
               end-if
               perform SelectOneItem
               if ItemSelected
                   if ApOneTimePayee
                       perform PayOneTimeItem
                   else
                       perform PayOneItem
                   end-if
               end-if
           end-if
       end-perform
       perform CloseCurrentCheck
       move "N" to WSEOFFlag.

LoadVendor.
       move "N" to WSBankHoldFlag
       move WSCurVendNum to VendNum
       read VendorFile
           invalid key
               move "** NOT ON FILE **" to WSCurVendName
               move "N00" to VendTermsCode
               move spaces to VendRemitName
           not invalid key
               move VendName to WSCurVendName
               if VendBankPending or VendBankChangeDate = WSRunDate
                   set BankChangeHold to true
               end-if
       end-read.

*> selezione: aperta, non trattenuta, e scaduta entro il cutoff -
*> oppure con lo sconto ancora prendibile oggi e in scadenza entro
*> il cutoff (aspettare il netto lo farebbe perdere)
SelectOneItem.
       move "N" to WSSelectFlag
       move zero to WSDiscPct
       move zero to WSDiscDate
       if VendTermsCode = "210"
           move .02 to WSDiscPct
           compute WSDateOrdinal =
               function integer-of-date(ApInvoiceDate) + 10
           compute WSDiscDate = function date-of-integer(WSDateOrdinal)
       end-if
       if ApOpen and ApVendorBill
           if ApOnHold
               add 1 to WSHeldSkipped
           else
               if ApDueDate <= WSCutoffDate
                   move "Y" to WSSelectFlag
               end-if
               if WSDiscPct > zero and WSDiscDate >= WSRunDate
                       and WSDiscDate <= WSCutoffDate
                   move "Y" to WSSelectFlag
               end-if
           end-if
       end-if
       *> remit-to/banca appena cambiati o in attesa: il pagamento
       *> aspetta il run successivo (il rimborso cliente va al cliente)
       if ItemSelected and BankChangeHold and not ApOneTimePayee
           move "N" to WSSelectFlag
           add 1 to WSBankSkipped
           display "Vendor " ApVendNum " item " ApVendInvoice
               " passed over - bank change pending or made today"
       end-if
       if ItemSelected
           *> sconto solo se il pagamento parte entro la finestra
           if WSDiscPct > zero and WSRunDate <= WSDiscDate
               compute WSItemDisc rounded = ApAmount * WSDiscPct
           else
               move zero to WSItemDisc
           end-if
           compute WSItemNet = ApAmount - WSItemDisc
       end-if.

*> rimborso: chiude l'assegno in corso, ne apre uno solo per questa
*> partita intestato al cliente, lo chiude subito dopo
PayOneTimeItem.
       perform CloseCurrentCheck
       set OneTimeCheck to true
       move ApPayeeName to WSCurVendName
       perform PayOneItem
       perform CloseCurrentCheck
       move "N" to WSOneTimeFlag
       perform LoadVendor.

PayOneItem.
       if WSCheckItems = zero
           perform OpenNewCheck
       end-if
       move zero to WSItemMemo
       if not OneTimeCheck
           perform TakeDebitMemos
       end-if
       add 1 to WSCheckItems
       add WSItemMemo to WSCheckMemo
       add WSItemMemo to WSRunMemo
       add ApAmount to WSCheckGross
       add WSItemDisc to WSCheckDisc
       add WSItemNet to WSCheckNet
       add 1 to WSItemsPaid
       add ApAmount to WSRunGross
       add WSItemDisc to WSRunDisc
       add WSItemNet to WSRunNet
       if LiveRun
           perform PrintStubLine
           set ApPaid to true
           move WSRunDate to ApPaidDate
           move WSCheckNum to ApCheckNum
           move WSItemDisc to ApDiscTaken
           rewrite PayableData
               invalid key
                   move "PayOneItem" to WSFeParagraph
                   move "OpenPayables.dat" to WSFeFileName
                   move ApVendInvoice to WSFeKeyValue
                   call "FILERR" using WSFeProgram, WSFeParagraph,
                       WSFeFileName, WSFeKeyValue, WSApStatus,
                       WSFeFatal
                   if WSFeFatal = "Y"
                       move "Y" to WSFatalIOFlag
                   end-if
           end-rewrite
           perform WriteDisbursement
       end-if.

*> nuovo assegno: numero dal file di controllo e testata stampata
OpenNewCheck.
       move zero to WSCheckGross, WSCheckDisc, WSCheckNet, WSCheckMemo
       add 1 to WSChecksCut
       if LiveRun
           perform GetNextCheckNum
           move WSCheckNum to PrnCkNum
           move WSRunDate to PrnCkDate
           move "1" to CkAsaControl
           move CheckHeadLine to CkPrintBody
           write CheckLine
           move WSCurVendName to PrnCkPayee
           move WSCurVendNum to PrnCkVend
           move "0" to CkAsaControl
           move CheckPayLine to CkPrintBody
           write CheckLine
           if OneTimeCheck
               perform PrintPayeeAddress
           else
               if VendRemitName not = spaces
                   perform PrintRemitAddress
               end-if
           end-if
           move "-" to CkAsaControl
           move StubHeads to CkPrintBody
           write CheckLine
       end-if.

*> busta a finestra per il beneficiario occasionale
PrintPayeeAddress.
       move ApPayeeName to PrnPyName
       move " " to CkAsaControl
       move PayeeNameLine to CkPrintBody
       write CheckLine
       move ApPayeeAddr to PrnPyAddr
       move PayeeAddrLine to CkPrintBody
       write CheckLine
       move ApPayeeCity to PrnPyCity
       move ApPayeeState to PrnPyState
       move ApPayeeZip to PrnPyZip
       move PayeeCityLine to CkPrintBody
       write CheckLine.

*> busta a finestra del fornitore: l'indirizzo remit-to approvato
PrintRemitAddress.
       move VendRemitName to PrnPyName
       move " " to CkAsaControl
       move PayeeNameLine to CkPrintBody
       write CheckLine
       move VendRemitAddr to PrnPyAddr
       move PayeeAddrLine to CkPrintBody
       write CheckLine
       move VendRemitCity to PrnPyCity
       move VendRemitState to PrnPyState
       move VendRemitZip to PrnPyZip
       move PayeeCityLine to CkPrintBody
       write CheckLine.

PrintStubLine.
       move ApVendInvoice to PrnStInvoice
       move ApInvoiceDate to PrnStDate
       move ApAmount to PrnStGross
       move WSItemDisc to PrnStDisc
       move WSItemMemo to PrnStMemo
       move WSItemNet to PrnStNet
       move " " to CkAsaControl
       move StubLine to CkPrintBody
       write CheckLine.

*> chiusura assegno: importo in cifre protette e riga di registro
CloseCurrentCheck.
       if WSCheckItems > zero
           if LiveRun
               move "0" to CkAsaControl
               if WSCheckNet = zero
                   move CheckVoidLine to CkPrintBody
               else
                   move WSCheckNet to PrnCkAmount
                   move CheckAmountLine to CkPrintBody
               end-if
               write CheckLine
               perform PrintRegisterLine
           end-if
       end-if
       move zero to WSCheckItems.

PrintRegisterLine.
       if NewPageRequired
           perform PrintRegisterHeading
       end-if
       move WSCheckNum to PrnRgCheck
       move WSCurVendNum to PrnRgVend
       move WSCurVendName to PrnRgName
       move WSCheckItems to PrnRgItems
       move WSCheckGross to PrnRgGross
       move WSCheckDisc to PrnRgDisc
       move WSCheckMemo to PrnRgMemo
       move WSCheckNet to PrnRgNet
       move " " to AsaControl
       move RegDetail to PrintBody
       write PrintLine
       add 1 to LineCount.

PrintRegisterHeading.
       move WSRunDate to PrnRegDate
       move WSCutoffDate to PrnRegCutoff
       move "1" to AsaControl
       move RegHeading to PrintBody
       write PrintLine
       move "-" to AsaControl
       move RegHeads to PrintBody
       write PrintLine
       move 3 to LineCount.

PrintRegisterTotals.
       move WSChecksCut to PrnRtChecks
       move WSRunGross to PrnRtGross
       move WSRunDisc to PrnRtDisc
       move WSRunMemo to PrnRtMemo
       move WSRunNet to PrnRtNet
       move "-" to AsaControl
       move RegTotalLine to PrintBody
       write PrintLine.

WriteDisbursement.
       move WSCheckNum to DbCheckNum
       move WSRunDate to DbCheckDate
       move ApVendNum to DbVendNum
       move ApVendInvoice to DbVendInvoice
       move ApAmount to DbGrossAmount
       move WSItemDisc to DbDiscAmount
       move WSItemNet to DbNetAmount
       move WSItemMemo to DbMemoAmount
       move OperatorID to DbOperatorID
       write DisbursementRecord.

*> legge e incrementa il numero assegno, come GetNextInvoiceNum
GetNextCheckNum.
       move zero to WSCheckNum
       open input CheckControl
       if WSCtlStatus = "00"
           read CheckControl
               at end move zero to CtlNextCheckNum
           end-read
           move CtlNextCheckNum to WSCheckNum
           close CheckControl
       end-if
       if WSCheckNum = zero
           move 1 to WSCheckNum
       end-if
       open output CheckControl
       compute CtlNextCheckNum = WSCheckNum + 1
       write CheckControlRecord
       close CheckControl.

*> le note di debito aperte e non trattenute del file, prima che la
*> selezione lo riposizioni
LoadDebitMemos.
       move zero to WSDmCount
       move "N" to WSEOFFlag
       move low-values to ApKey
       start OpenPayables key is not less than ApKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read OpenPayables next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if ApOpen and ApDebitMemo and not ApOnHold
                       and ApAmount > ApDmApplied
                   if WSDmCount < 200
                       add 1 to WSDmCount
                       move ApVendNum to DmVendNum(WSDmCount)
                       move ApVendInvoice to DmVendInvoice(WSDmCount)
                       compute DmOpenAmt(WSDmCount) =
                           ApAmount - ApDmApplied
                       move zero to DmTakenNow(WSDmCount)
                       move zero to DmCheckNum(WSDmCount)
                   else
                       add 1 to WSDmOverflow
                   end-if
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       if WSDmOverflow > zero
           display "Notice: debit-memo table full - " WSDmOverflow
               " memo(s) wait for the next run"
       end-if.

*> la partita in pagamento si riduce delle note aperte del fornitore,
*> fino al suo netto
TakeDebitMemos.
       perform varying WSDmIdx from 1 by 1
               until WSDmIdx > WSDmCount or WSItemNet = zero
           if DmVendNum(WSDmIdx) = ApVendNum
                   and DmOpenAmt(WSDmIdx) > zero
               if DmOpenAmt(WSDmIdx) > WSItemNet
                   move WSItemNet to WSDmTake
               else
                   move DmOpenAmt(WSDmIdx) to WSDmTake
               end-if
               subtract WSDmTake from DmOpenAmt(WSDmIdx)
               add WSDmTake to DmTakenNow(WSDmIdx)
               move WSCheckNum to DmCheckNum(WSDmIdx)
               subtract WSDmTake from WSItemNet
               add WSDmTake to WSItemMemo
           end-if
       end-perform.

*> fine run: quanto preso da ogni nota; una nota consumata tutta si
*> chiude col numero dell'assegno che l'ha usata per ultimo
PostDebitMemos.
       perform varying WSDmIdx from 1 by 1 until WSDmIdx > WSDmCount
           if DmTakenNow(WSDmIdx) > zero
               move DmVendNum(WSDmIdx) to ApVendNum
               move DmVendInvoice(WSDmIdx) to ApVendInvoice
               read OpenPayables
                   invalid key display "Debit memo "
                       DmVendInvoice(WSDmIdx) " not found - not updated"
                   not invalid key perform PostOneDebitMemo
               end-read
           end-if
       end-perform.

PostOneDebitMemo.
       add DmTakenNow(WSDmIdx) to ApDmApplied
       if DmOpenAmt(WSDmIdx) = zero
           set ApPaid to true
           move WSRunDate to ApPaidDate
           move DmCheckNum(WSDmIdx) to ApCheckNum
           add 1 to WSMemosClosed
       end-if
       rewrite PayableData
           invalid key
               move "PostOneDebitMemo" to WSFeParagraph
               move "OpenPayables.dat" to WSFeFileName
               move ApVendInvoice to WSFeKeyValue
               call "FILERR" using WSFeProgram, WSFeParagraph,
                   WSFeFileName, WSFeKeyValue, WSApStatus,
                   WSFeFatal
               if WSFeFatal = "Y"
                   move "Y" to WSFatalIOFlag
               end-if
       end-rewrite.
