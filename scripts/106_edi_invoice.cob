       move WSExtractDate to EdiFileDate
       move WSEdiFileName to EdiFileName
       move IhInvoiceTotal to EdiAmount
       move "I" to EdiDocType
       move IhOrderNum to EdiOrderNum
       move space to EdiPurpose
       move zero to EdiUnits
       write EdiRegisterRecord.
