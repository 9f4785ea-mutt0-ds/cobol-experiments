*> FinanceCharge.dat, kept like TaxRates.dat), writes each charge as
*> its own open item numbered from InvoiceControl.dat - so the next
*> statements run carries it like any other invoice - and prints an
*> assessment register in the dated-report style of araging. Only the
*> undisputed part of an item is charged: amounts held in
*> ArDisputedAmt as open customer deductions are not.
IDENTIFICATION DIVISION.
PROGRAM-ID. financecharge.
ENVIRONMENT DIVISION.
       88 ArAtEOF value "Y".
01 WSRegFileName pic X(30).
01 WSRunDate pic 9(8).
*> stato del mese contabile della data di registrazione, da PERIODCHK
01 WSPeriodStatus pic X.
       88 PostingPeriodOpen value "O".
01 WSTodayOrdinal pic S9(8).
01 WSDueOrdinal pic S9(8).
01 WSDaysPastDue pic S9(8).
01 WSOverdueInvoice pic 9(6).
01 WSOverdueCust pic 9(5).
01 WSOverdueBalance pic 9(7)V99.
01 WSUndisputed pic 9(7)V99.
01 WSChargesWritten pic 9(5) value zero.
01 WSItemsExamined pic 9(7) value zero.
01 WSTotalCharged pic 9(8)V99 value zero.
       accept WSJobStartTime from time
       accept WSRunDate from date yyyymmdd
       compute WSTodayOrdinal = function integer-of-date(WSRunDate)
       *> le partite di addebito nascono con la data del run: in un
       *> mese chiuso non si assessa nulla, e il close lo deve vedere
       call "PERIODCHK" using WSRunDate, WSPeriodStatus
       if not PostingPeriodOpen
           display "Period " WSRunDate(1:6) " is closed to posting -"
               " no finance charges assessed"
           move 8 to RETURN-CODE
           stop run
       end-if
       move spaces to WSRegFileName
       string "FinChgRegister." delimited by size
           WSRunDate delimited by size
       end-if
       compute WSDaysPastDue = WSTodayOrdinal - WSDueOrdinal
           - WSGraceDays
       *> niente interessi sulla parte contestata (deduzioni aperte)
       move zero to WSUndisputed
       if ArOpenBalance > ArDisputedAmt
           compute WSUndisputed = ArOpenBalance - ArDisputedAmt
       end-if
       if WSDaysPastDue > zero and WSUndisputed > zero
           compute WSCharge rounded = WSUndisputed * WSMonthlyRate
           if WSCharge > zero
               move ArInvoiceNum to WSOverdueInvoice
               move ArCustIDNum to WSOverdueCust
               move WSUndisputed to WSOverdueBalance
               perform WriteChargeItem
           end-if
       end-if.
       move WSRunDate to ArDueDate
       move zero to ArDiscPct
       move zero to ArDiscDate
       move zero to ArDisputedAmt
       write ReceivableData
           invalid key display "Finance charge not recorded for"
               " customer " WSOverdueCust ", status " WSArStatus
