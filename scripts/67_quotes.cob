*> staged order reaches 29_order_merge.cob like any other, and
*> 24_invoice.cob honors the quoted prices through the
*> QuoteOrderNum alternate key stamped at conversion.
*> A quote can also be written against a prospect (Prospects.dat,
*> 163_prospects.cob) instead of a customer; it converts to an order
*> once customer maintenance has turned the prospect into a customer.
IDENTIFICATION DIVISION.
PROGRAM-ID. quotes.
ENVIRONMENT DIVISION.
       SELECT MarginFloor ASSIGN TO "MarginFloor.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSMfStatus.
       SELECT ProspectFile ASSIGN TO "Prospects.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProsNum
           ALTERNATE RECORD KEY IS ProsRepID WITH DUPLICATES
           FILE STATUS IS WSProsStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
01 OperatorData.
   COPY OPERREC.

FD ProspectFile.
01 ProspectData.
   COPY PROSPREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
01 WSQuoteStatus pic XX.
01 WSApproveOkFlag pic X.
       88 ApproveOk value "Y".
01 Dollars PIC $$,$$$,$$9.99.
*> quote su un prospect: il file si apre solo se esiste gia'
01 WSProsStatus pic XX.
01 WSProsFileFlag pic X value "N".
       88 ProsFileOpen value "Y".
01 WSLookupPros pic 9(6).

PROCEDURE DIVISION.
StartPara.
       *> l'order entry, o il merge scaricherebbe impegni mai presi
       open i-o ProductFile
       open extend OrderStaging
       open i-o ProspectFile
       if WSProsStatus = "00"
           set ProsFileOpen to true
       end-if
       perform until WSChoice = 9
           display " "
           display "QUOTATIONS"
           end-evaluate
       end-perform
       close QuoteFile, CustomerFile, ProductFile, OrderStaging
       if ProsFileOpen
           close ProspectFile
       end-if
       stop run.

*> numero quota dal file di controllo, come GetNextInvoiceNum in

CreateQuote.
       move "Y" to CustExist
       move zero to QuoteProspectNum
       display "Customer IDNum (0 = quote a prospect): "
           with no advancing
       accept QuoteCustIDNum
       if QuoteCustIDNum = zero
           perform FindQuoteProspect
       else
           move QuoteCustIDNum to IDNum
           read CustomerFile
               invalid key move "N" to CustExist
           end-read
           if CustExist = "N"
               display "Customer doesn't exist - no quote"
           end-if
       end-if
       if CustExist = "Y"
           perform GetNextQuoteNum
           move WSNewQuoteNum to QuoteNum
           move zero to QuoteOrderNum
           end-if
           write QuoteData
               invalid key display "Quote not saved"
               not invalid key
                   display "Quote " QuoteNum " saved - expires "
                       QuoteExpiryDate
                   if QuoteProspectNum > zero
                       perform MarkProspectQuoted
                   end-if
           end-write
       end-if.

*> il prospect deve essere ancora in pipeline; uno gia' convertito
*> si quota sul suo cliente, tenendo il numero prospect per il
*> pipeline report
FindQuoteProspect.
       move "N" to CustExist
       if not ProsFileOpen
           display "No prospect file yet - add the prospect first"
       else
           display "Prospect number: " with no advancing
           accept WSLookupPros
           move WSLookupPros to ProsNum
           read ProspectFile
               invalid key display "Prospect doesn't exist - no quote"
               not invalid key
                   evaluate true
                       when ProsLost
                           display "Prospect was marked lost - no quote"
                       when ProsConverted
                           display "Prospect is now customer "
                               ProsCustIDNum " - quoting the customer"
                           move ProsCustIDNum to QuoteCustIDNum
                           move ProsNum to QuoteProspectNum
                           move "Y" to CustExist
                       when other
                           display "Quoting prospect " ProsNum " "
                               ProsCompany
                           move ProsNum to QuoteProspectNum
                           move "Y" to CustExist
                   end-evaluate
           end-read
       end-if.

MarkProspectQuoted.
       move QuoteProspectNum to ProsNum
       read ProspectFile
           invalid key continue
           not invalid key
               if ProsOpen
                   set ProsQuoted to true
                   rewrite ProspectData
                       invalid key continue
                   end-rewrite
               end-if
       end-read.

*> riga di quota: prezzo preso da products.txt ADESSO e congelato
*> nel record - e' la promessa fatta al telefono
AddQuoteLine.
       end-read.

ShowQuote.
       if QuoteProspectNum is not numeric
           move zero to QuoteProspectNum
       end-if
       if QuoteCustIDNum = zero and QuoteProspectNum > zero
           display "=== Quote " QuoteNum " for prospect "
               QuoteProspectNum " ==="
       else
           display "=== Quote " QuoteNum " for customer "
               QuoteCustIDNum " ==="
       end-if
       display "    Dated " QuoteDate "  expires " QuoteExpiryDate
           "  status " QuoteStatusFlag
       move zero to WSQuoteTotal
                   when QuoteExpiryDate < WSRunDate
                       display "Quote expired " QuoteExpiryDate
                           " - re-quote at current prices"
                   when QuoteCustIDNum = zero
                       perform ConvertProspectQuote
                   when other
                       perform CheckCreditAndStage
               end-evaluate
       end-read.

*> la quota su un prospect diventa ordine solo quando il prospect e'
*> diventato cliente in customer maintenance, con i controlli di ogni
*> nuovo cliente: qui si prende il cliente che ne e' nato
ConvertProspectQuote.
       move "N" to CustExist
       if ProsFileOpen and QuoteProspectNum is numeric
           move QuoteProspectNum to ProsNum
           read ProspectFile
               invalid key continue
               not invalid key
                   if ProsConverted
                       move "Y" to CustExist
                   end-if
           end-read
       end-if
       if CustExist = "Y"
           move ProsCustIDNum to QuoteCustIDNum
           display "Prospect " ProsNum " is customer " ProsCustIDNum
           perform CheckCreditAndStage
       else
           display "Quote is for prospect " QuoteProspectNum
               ", not yet a customer - convert the prospect in"
               " customer maintenance (option 9) first"
       end-if.

*> un cliente senza fido approvato (CustCreditStatus P o D) non ha
*> ordini a credito: la quota resta aperta e l'ordine si prende
*> prepagato in order entry, ai prezzi quotati
CheckCreditAndStage.
       move "Y" to CustExist
       move QuoteCustIDNum to IDNum
       read CustomerFile
           invalid key move "N" to CustExist
       end-read
       if CustExist = "Y" and CreditCashOnly and CustParentIDNum = zero
           display "Customer " IDNum " has no approved credit - take"
               " this as a prepaid order in order entry"
       else
           perform StageQuoteAsOrder
       end-if.

StageQuoteAsOrder.
       display "Order Number to assign: " with no advancing
       accept WSNewOrderNum
