*> assigned to a sales rep (CustSalesRepID) and applies a flat
*> commission rate, writing the result to a payroll extract using
*> 02_variables_and_types.cob's PayCheck PIC 9(4)V99 shape instead of
*> leaving that field as an unused format demo. Each order goes to the
*> rep who had the customer on the order date (REPASOF over the
*> assignment history), so a territory realignment does not move
*> orders taken before it to the new rep.
IDENTIFICATION DIVISION.
PROGRAM-ID. commcalc.
ENVIRONMENT DIVISION.
01 WSOlEOFFlag pic X value "N".
       88 OlAtEOF value "Y".
01 WSRepID pic 9(4).
*> il rep del cliente alla data dell'ordine, via REPASOF
01 WSOrderRepID pic 9(4).
01 WSTotalSales pic 9(7)V99 COMP-3 value zero.
01 WSLineQty pic 9(4).
01 WSLinePrice pic 9(6)V99.
           end-read
           if not CustAtEOF
               add 1 to WSCustomersScanned
               *> tutti i clienti: chi oggi e' di un altro rep puo'
               *> avere ordini di prima del cambio ancora suoi
               perform SumCustomerOrders
           end-if
       end-perform
       *> WSTotalSales can run up to 9999999.99 while PayCheck's shape

*> scorre orders.txt tramite la chiave alternata OrderCustIDNum per
*> trovare tutti gli ordini di questo cliente, come ListOrders ma
*> filtrato su un solo IDNum invece che sequenziale su tutto il file;
*> conta solo gli ordini che alla loro data erano del rep
SumCustomerOrders.
       move "N" to WSOrderEOFFlag
       move IDNum OF CustomerData to OrderCustIDNum
               if OrderCustIDNum not = IDNum OF CustomerData
                   set OrderAtEOF to true
               else
                   move CustSalesRepID OF CustomerData to WSOrderRepID
                   call "REPASOF" using IDNum OF CustomerData,
                       OrderDate, WSOrderRepID
                   if WSOrderRepID = WSRepID
                       add 1 to WSOrdersScanned
                       perform SumOrderLines
                   end-if
               end-if
           end-if
       end-perform.
