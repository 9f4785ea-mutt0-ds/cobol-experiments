       else
           move function trim(WSField11) to CustSalesRepID
       end-if
       *> un cliente importato e' un cliente nuovo: niente fido finche'
       *> una domanda di fido non e' approvata, come in AddCust
       move zero to CustCreditLimit
       move "N00" to CustTermsCode
       set CreditPending to true
       move zero to CustDateOfBirth
       write CustomerData
           invalid key
