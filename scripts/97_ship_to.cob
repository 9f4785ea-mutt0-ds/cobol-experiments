01 CustExist pic X.
01 WSCustIDNum pic 9(5).
01 WSConfirm pic X.
01 WSRunDate pic 9(8).

PROCEDURE DIVISION.
StartPara.
           accept StAddrState
           display "Zip: " with no advancing
           accept StAddrZip
           *> anche un indirizzo sostituito e' una destinazione nuova
           accept WSRunDate from date yyyymmdd
           move WSRunDate to StAddedDate
           write ShipToData
               invalid key
                   rewrite ShipToData
