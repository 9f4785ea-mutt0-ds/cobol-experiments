       >>SOURCE FORMAT FREE
*> Cash drawer review: every counter drawer that closed over or short
*> in 102_counter_sale.cob waits on CashDrawers.dat with its
*> over/short until a supervisor looks at it. Lists the drawers
*> waiting for review (or every drawer opened on a date, to see whose
*> till it was), shows one drawer's float, tender totals, expected
*> cash and count, and signs it off as reviewed with a note of what
*> was found. Supervisor login, as for the write-offs.
IDENTIFICATION DIVISION.
PROGRAM-ID. drawerreview.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT CashDrawers ASSIGN TO "CashDrawers.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DrDrawerNum
           ALTERNATE RECORD KEY IS DrOperatorID WITH DUPLICATES
           FILE STATUS IS WSDrStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OpUserID
           FILE STATUS IS WSOperatorStatus.

DATA DIVISION.
FILE SECTION.
FD CashDrawers.
01 DrawerData.
   COPY DRAWERREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.

WORKING-STORAGE SECTION.
01 WSDrStatus pic XX.
01 WSOperatorStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 OperatorID PIC X(8) value spaces.
01 WSEnteredPassword pic X(8).
01 WSLoginFlag pic X value "N".
       88 LoginSuccess value "Y".
01 WSRunDate pic 9(8).
01 WSPickDrawer pic 9(6).
01 WSPickDate pic 9(8).
01 WSNote pic X(30).
01 WSListed pic 9(5).
01 WSStateText pic X(8).
01 Dollars PIC $$,$$$,$$9.99.
01 PrnOverShort pic -$$$,$$$,$$9.99.

PROCEDURE DIVISION.
StartPara.
       perform SupervisorLogin
       if not LoginSuccess
           display "Drawer review is restricted to supervisors"
           goback
       end-if
       accept WSRunDate from date yyyymmdd
       open i-o CashDrawers
       if WSDrStatus not = "00"
           display "No cash drawers on file - nothing to review"
           goback
       end-if
       perform until WSChoice = 9
           display " "
           display "CASH DRAWER REVIEW"
           display "1 : List Drawers Waiting for Review"
           display "2 : List Drawers Opened on a Date"
           display "3 : Show and Review a Drawer"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform ListPendingDrawers
               when 2 perform ListDrawersByDate
               when 3 perform ReviewOneDrawer
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close CashDrawers
       goback.

*> come per le write-off: solo un supervisor attivo entra
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

ListPendingDrawers.
       move zero to WSListed
       display " "
       display "Drawer  Operator  Closed            Over/short"
       move zero to DrDrawerNum
       start CashDrawers key is not less than DrDrawerNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read CashDrawers next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DrReviewPending
                   perform ShowDrawerLine
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " drawer(s) waiting for review".

*> di chi era la cassa quel giorno: tutti i cassetti aperti in data
ListDrawersByDate.
       move zero to WSListed
       display "Date opened (YYYYMMDD, 0 = today): " with no advancing
       accept WSPickDate
       if WSPickDate = zero
           move WSRunDate to WSPickDate
       end-if
       display " "
       display "Drawer  Operator  Closed            Over/short"
       move zero to DrDrawerNum
       start CashDrawers key is not less than DrDrawerNum
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read CashDrawers next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if DrOpenDate = WSPickDate
                   perform ShowDrawerLine
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " drawer(s) opened on " WSPickDate.

ShowDrawerLine.
       add 1 to WSListed
       evaluate true
           when DrOpen move "OPEN" to WSStateText
           when DrReviewPending move "PENDING" to WSStateText
           when DrReviewed move "REVIEWED" to WSStateText
           when other move "BALANCED" to WSStateText
       end-evaluate
       move DrOverShort to PrnOverShort
       if DrOpen
           display DrDrawerNum "  " DrOperatorID "  " WSStateText
       else
           display DrDrawerNum "  " DrOperatorID "  " DrCloseDate
               " " WSStateText " " PrnOverShort
       end-if.

ReviewOneDrawer.
       display "Drawer number: " with no advancing
       accept WSPickDrawer
       move WSPickDrawer to DrDrawerNum
       read CashDrawers
           invalid key display "Drawer not on file"
       end-read
       if WSDrStatus = "00"
           perform ShowDrawerDetail
           evaluate true
               when DrOpen
                   display "Drawer is still open - nothing to review"
               when not DrReviewPending
                   display "Drawer needs no review"
               when other
                   display "Review note: " with no advancing
                   accept WSNote
                   if WSNote = spaces
                       display "A note is required - not signed off"
                   else
                       set DrReviewed to true
                       move OperatorID to DrReviewedBy
                       move WSRunDate to DrReviewDate
                       move WSNote to DrReviewNote
                       rewrite DrawerData
                           invalid key
                               display "Drawer not updated, status "
                                   WSDrStatus
                           not invalid key
                               display "Drawer " DrDrawerNum
                                   " signed off as reviewed"
                       end-rewrite
                   end-if
           end-evaluate
       end-if.

ShowDrawerDetail.
       display " "
       display "Drawer " DrDrawerNum "  operator " DrOperatorID
       display "  Opened " DrOpenDate "  closed " DrCloseDate
           "  sales " DrSaleCount
       move DrFloat to Dollars
       display "  Starting float     " Dollars
       move DrCashTaken to Dollars
       display "  Cash taken         " Dollars
       move DrCheckTaken to Dollars
       display "  Checks taken       " Dollars
       move DrCardTaken to Dollars
       display "  Card taken         " Dollars
       move DrAchTaken to Dollars
       display "  ACH taken          " Dollars
       move DrExpectedCash to Dollars
       display "  Expected cash      " Dollars
       move DrCountedCash to Dollars
       display "  Counted cash       " Dollars
       move DrOverShort to PrnOverShort
       display "  Over/short       " PrnOverShort
       if DrReviewed
           display "  Reviewed by " DrReviewedBy " on " DrReviewDate
               ": " DrReviewNote
       end-if.
