       >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. DISPUTEADD.
*> Opens one customer deduction on Disputes.dat, in the STOCKMOVE
*> mold: cash receipts, the lockbox import and the deductions screen
*> all raise them the same way. Numbers the dispute from
*> DisputeControl.dat (one record, like InvoiceControl.dat), writes
*> it open and dated today, and hands the number back - zero if it
*> could not be written. The caller raises ArDisputedAmt on the
*> invoice itself, since it already holds the ARRREC item.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT Disputes ASSIGN TO "Disputes.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DsDisputeNum
           ALTERNATE RECORD KEY IS DsCustIDNum WITH DUPLICATES
           FILE STATUS IS WSDsStatus.
       SELECT DisputeControl ASSIGN TO "DisputeControl.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSCtlStatus.
DATA DIVISION.
FILE SECTION.
FD Disputes.
01 DisputeData.
   COPY DISPREC.
FD DisputeControl.
01 DisputeControlRecord.
   02 CtlNextDisputeNum pic 9(6).
WORKING-STORAGE SECTION.
01 WSDsStatus pic XX.
01 WSCtlStatus pic XX.
01 WSDisputeNum pic 9(6).
01 WSRunDate pic 9(8).
LINKAGE SECTION.
       01 LCustIDNum  PIC 9(5).
       01 LInvoiceNum PIC 9(6).
       01 LAmount     PIC 9(7)V99.
       01 LReasonCode PIC XX.
       01 LOwner      PIC X(8).
       01 LSource     PIC X(8).
       01 LCheckNum   PIC X(10).
       01 LDisputeNum PIC 9(6).
PROCEDURE DIVISION using LCustIDNum, LInvoiceNum, LAmount,
       LReasonCode, LOwner, LSource, LCheckNum, LDisputeNum.
StartPara.
       move zero to LDisputeNum
       accept WSRunDate from date yyyymmdd
       open i-o Disputes
       if WSDsStatus = "35"
           open output Disputes
           close Disputes
           open i-o Disputes
       end-if
       if WSDsStatus not = "00"
           goback
       end-if
       perform GetNextDisputeNum
       move WSDisputeNum to DsDisputeNum
       move LCustIDNum to DsCustIDNum
       move LInvoiceNum to DsInvoiceNum
       move LAmount to DsAmount
       move LReasonCode to DsReasonCode
       if not DsValidReason
           set DsReasonUnknown to true
       end-if
       move LOwner to DsOwner
       set DsOpen to true
       move WSRunDate to DsOpenDate
       move LSource to DsSource
       move LCheckNum to DsCheckNum
       move zero to DsResolvedDate
       move spaces to DsResolvedBy
       move spaces to DsNote
       write DisputeData
           invalid key continue
           not invalid key move WSDisputeNum to LDisputeNum
       end-write
       close Disputes
       goback.

GetNextDisputeNum.
       move zero to WSDisputeNum
       open input DisputeControl
       if WSCtlStatus = "00"
           read DisputeControl
               at end move zero to CtlNextDisputeNum
           end-read
           move CtlNextDisputeNum to WSDisputeNum
           close DisputeControl
       end-if
       if WSDisputeNum = zero
           move 1 to WSDisputeNum
       end-if
       open output DisputeControl
       compute CtlNextDisputeNum = WSDisputeNum + 1
       write DisputeControlRecord
       close DisputeControl.
