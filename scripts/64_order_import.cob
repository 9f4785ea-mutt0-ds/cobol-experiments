*> was re-keying line by line. Reads OrderImport.csv - one delimited
*> row per order line (OrderNum, CustIDNum, ProdCode, SizeType,
*> Quantity, then optional deposit / requested ship date / priority
*> / deposit tender and reference on an order's first row),
*> consecutive rows with the same OrderNum build one
*> order - validates the customer against customers.txt and the
*> product against products.txt, writes good orders into
*> OrderStaging.dat exactly as orderentry would (so the nightly
01 WSField4 pic X(5).
01 WSField5 pic X(10).
*> colonne facoltative sulla prima riga dell'ordine: 6 acconto in
*> dollari interi, 7 data richiesta YYYYMMDD, 8 priorita' 1-9,
*> 9 tender dell'acconto (CK/CA/CD/AC, vuoto = assegno), 10 suo
*> riferimento (numero assegno, autorizzazione carta, trace ACH)
01 WSField6 pic X(10).
01 WSField7 pic X(10).
01 WSField8 pic X(5).
01 WSField9 pic X(2).
01 WSField10 pic X(10).
01 WSDepStatus pic XX.
01 WSDepositAmt pic 9(7)V99.
01 WSDpRef pic X(10).
ImportOneRow.
       move "N" to WSRejectFlag
       move spaces to WSField1 WSField2 WSField3 WSField4 WSField5
       move spaces to WSField6 WSField7 WSField8 WSField9 WSField10
       unstring CsvLine delimited by ","
           into WSField1, WSField2, WSField3, WSField4, WSField5,
               WSField6, WSField7, WSField8, WSField9, WSField10
       end-unstring
       evaluate true
           when function trim(WSField1) is not numeric
           if CustExist = "N"
               move "Y" to WSRejectFlag
               move "Customer not on file" to WSRejectReason
           else
               if CreditCashOnly and CustParentIDNum = zero
                   perform CheckPrepaidOnly
               end-if
           end-if
       end-if
       if not RowRejected
           perform AddRowToOrder
       end-if.

*> cliente senza fido approvato: l'ordine entra solo con l'acconto
*> sulla prima riga (a coprirlo controlla poi la fatturazione); le
*> righe che seguono lo stesso ordine passano
CheckPrepaidOnly.
       move function trim(WSField1) to WSRowOrderNum
       if not (OrderInProgress
               and WSRowOrderNum = OrderNum OF StagingData)
           move zero to WSDepositAmt
           if WSField6 not = spaces
                   and function trim(WSField6) is numeric
               move function trim(WSField6) to WSDepositAmt
           end-if
           if WSDepositAmt = zero
               move "Y" to WSRejectFlag
               move "No approved credit - prepay" to WSRejectReason
           end-if
       end-if.

OpenNewOrder.
       move low-values to StagingData
       move WSRowOrderNum to OrderNum OF StagingData
       move OrderCustIDNum OF StagingData to DepCustIDNum
       move WSRunDate to DepDate
       move WSDepositAmt to DepAmount
       move WSField10 to DepCheckNum
       set DepHeld to true
       move zero to DepAppliedDate
       move zero to DepInvoiceNum
               move WSDepositAmt to CashAmount
               move zero to CashInvoiceNum
               move "ORDIMPRT" to CashOperatorID
               move WSField9 to CashTenderType
               if not TenderCash and not TenderCard and not TenderAch
                   set TenderCheck to true
               end-if
               move WSField10 to CashTenderRef
               move zero to CashDrawerNum
               write CashRecord
       end-write.

