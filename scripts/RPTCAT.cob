       move WSNowTime to RcRunTime
       move LFileName to RcFileName
       move LParameters to RcParameters
       move spaces to RcRecipient
       write ReportCatalogData
           invalid key
               rewrite ReportCatalogData
