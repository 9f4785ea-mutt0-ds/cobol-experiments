           invalid key set AtEOF to true
       end-start
       display "Report       Date     Time     File"
           "                           For"
       perform until AtEOF
           read ReportCatalog next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               display RcReportName " " RcRunDate " " RcRunTime " "
                   RcFileName " " RcRecipient
               if RcParameters not = spaces
                   display "             params: " RcParameters
               end-if
