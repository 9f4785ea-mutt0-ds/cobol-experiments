           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OlKey
           FILE STATUS IS WSOlStatus.
       *> fornitore preferito: deve esistere sul vendor master
       SELECT VendorFile ASSIGN TO "Vendors.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VendNum
           FILE STATUS IS WSVendStatus.
       SELECT OperatorFile ASSIGN TO "operators.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SubKey
           FILE STATUS IS WSSubStatus.
       *> categoria/sottocategoria: devono esistere sul master
       *> categorie di 154_categories.cob
       SELECT ProductCategories ASSIGN TO "ProductCategories.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PcKey
           FILE STATUS IS WSPcStatus.

DATA DIVISION.
FILE SECTION.
01 OrderLineData.
   COPY ORDLINREC.

FD VendorFile.
01 VendorData.
   COPY VENDREC.

FD OperatorFile.
01 OperatorData.
   COPY OPERREC.
*> immagine piatta del record prodotto, con margine come i record di
*> backup di 30_master_backup.cob, cosi' PRODREC puo' crescere senza
*> troncare la storia
01 ProductHistoryData pic X(120).

FD BillOfMaterials.
01 BomData.
01 SubstitutionData.
   COPY SUBSREC.

FD ProductCategories.
01 CategoryData.
   COPY PRODCATREC.

WORKING-STORAGE SECTION.
01 WSChoice pic 9.
*> manutenzione distinta base kit
01 WSMoveOper pic X(8) value "PRODMAST".
*> appoggi del discontinue/purge
01 WSBoStatus pic XX.
01 WSVendStatus pic XX.
*> risposta al flag di ispezione al ricevimento
01 WSInspAnswer pic X.
01 WSVendValidFlag pic X value "N".
       88 VendIsValid value "Y".
01 WSOperatorStatus pic XX.
01 WSPcStatus pic XX.
01 WSPcOpenFlag pic X value "N".
       88 PcFileOpen value "Y".
01 WSCatValidFlag pic X value "N".
       88 CatIsValid value "Y".
01 WSNewCategory pic X(4).
01 WSNewSubCategory pic X(4).
*> unita' di misura: il codice battuto e i suoi pezzi per unita'
01 WSUomAnswer pic X(2).
01 WSUomFactor pic 9(4).
01 WSOlStatus pic XX.
01 WSOrderEOFFlag pic X value "N".
       88 OrderAtEOF value "Y".
       perform until WSChoice = 9
           display "1. Add Product  2. Update On-Hand Qty  "
               "3. List Products  4. Discontinue  5. Purge  "
               "6. Kit Bill of Materials  7. Substitutions  "
               "8. Vendor / Receiving / Category / Units  9. Exit"
           display "Choice: " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 5 perform PurgeDiscontinued
               when 6 perform MaintainBom
               when 7 perform MaintainSubs
               when 8 perform SetPreferredVendor
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       accept ProdReorderPoint
       display "Unit Price: " with no advancing
       accept ProdPrice
       perform AcceptPrefVendor
       move "N" to ProdInspectFlag
       perform AcceptInspectFlag
       move zero to ProdInspectQty
       move zero to ProdShelfLifeDays
       perform AcceptShelfLife
       move "N" to ProdSerialFlag
       perform AcceptSerialFlag
       move spaces to ProdCategory
       move spaces to ProdSubCategory
       perform AcceptCategory
       move zero to ProdInnerQty
       move zero to ProdCaseQty
       move "EA" to ProdBuyUom
       move "EA" to ProdSellUom
       perform AcceptUnits
       set ProdActive to true
       move zero to ProdDiscontinueDate
       write ProductData
               end-rewrite
       end-read.

*> il fornitore da cui si riordina il prodotto: zero = nessuno, un
*> numero deve esistere ed essere attivo sul vendor master (se il
*> master non c'e' ancora si accetta senza controllo, come il rep ID
*> in firstprogram)
AcceptPrefVendor.
       move "N" to WSVendValidFlag
       open input VendorFile
       perform until VendIsValid
           display "Preferred Vendor (0 = none): " with no advancing
           accept ProdPrefVendNum
           evaluate true
               when ProdPrefVendNum = zero
                   set VendIsValid to true
               when WSVendStatus not = "00"
                   display "  (vendor master not on file - accepted"
                       " unchecked)"
                   set VendIsValid to true
               when other
                   move ProdPrefVendNum to VendNum
                   read VendorFile
                       invalid key
                           display "No such vendor on the vendor master"
                       not invalid key
                           if VendActive
                               set VendIsValid to true
                           else
                               display "Vendor " VendNum " is not active"
                           end-if
                   end-read
           end-evaluate
       end-perform
       if WSVendStatus = "00"
           close VendorFile
       end-if.

SetPreferredVendor.
       display "Product Code: " with no advancing
       accept ProdCode
       read ProductFile
           invalid key display "Product not found"
           not invalid key
               display "Current preferred vendor: " ProdPrefVendNum
               perform AcceptPrefVendor
               perform AcceptInspectFlag
               perform AcceptShelfLife
               perform AcceptSerialFlag
               perform AcceptCategory
               perform AcceptUnits
               rewrite ProductData
                   invalid key display "Update failed"
                   not invalid key
                       display "Vendor/receiving settings updated"
               end-rewrite
       end-read.

*> Y = le consegne del prodotto restano in ispezione al ricevimento
*> (fuori dalla giacenza allocabile) finche' il QC non le rilascia;
*> invio lascia il valore attuale
AcceptInspectFlag.
       if not ProdInspectRequired
           move "N" to ProdInspectFlag
       end-if
       if ProdInspectQty not numeric
           move zero to ProdInspectQty
       end-if
       move space to WSInspAnswer
       perform until WSInspAnswer = "Y" or WSInspAnswer = "N"
           display "Inspect on receipt (Y/N, blank = "
               ProdInspectFlag "): " with no advancing
           accept WSInspAnswer
           if WSInspAnswer = space
               move ProdInspectFlag to WSInspAnswer
           end-if
           if WSInspAnswer = "y"
               move "Y" to WSInspAnswer
           end-if
           if WSInspAnswer = "n"
               move "N" to WSInspAnswer
           end-if
       end-perform
       move WSInspAnswer to ProdInspectFlag.

*> giorni di vita del prodotto: non zero = le consegne portano
*> lotto e scadenza (proposta: ricevimento + questi giorni)
AcceptShelfLife.
       if ProdShelfLifeDays not numeric
           move zero to ProdShelfLifeDays
       end-if
       display "Shelf life in days (0 = does not expire, now "
           ProdShelfLifeDays "): " with no advancing
       accept ProdShelfLifeDays.

*> Y = ogni unita' ha il suo numero di serie, preso al ricevimento
*> e confermato al picking; invio lascia il valore attuale
AcceptSerialFlag.
       if not ProdSerialized
           move "N" to ProdSerialFlag
       end-if
       move space to WSInspAnswer
       perform until WSInspAnswer = "Y" or WSInspAnswer = "N"
           display "Serial-numbered units (Y/N, blank = "
               ProdSerialFlag "): " with no advancing
           accept WSInspAnswer
           if WSInspAnswer = space
               move ProdSerialFlag to WSInspAnswer
           end-if
           if WSInspAnswer = "y"
               move "Y" to WSInspAnswer
           end-if
           if WSInspAnswer = "n"
               move "N" to WSInspAnswer
           end-if
       end-perform
       move WSInspAnswer to ProdSerialFlag.

*> categoria e sottocategoria dal master categorie: invio lascia
*> quelle attuali, sottocategoria in bianco = solo la categoria; se
*> il master non c'e' ancora si accetta senza controllo, come il
*> fornitore preferito
AcceptCategory.
       if ProdCategory = low-values
           move spaces to ProdCategory
       end-if
       if ProdSubCategory = low-values
           move spaces to ProdSubCategory
       end-if
       move "N" to WSCatValidFlag
       move "N" to WSPcOpenFlag
       open input ProductCategories
       if WSPcStatus = "00"
           set PcFileOpen to true
       end-if
       perform until CatIsValid
           display "Category (blank = " ProdCategory "): "
               with no advancing
           move spaces to WSNewCategory
           accept WSNewCategory
           if WSNewCategory = spaces
               move ProdCategory to WSNewCategory
           end-if
           display "Sub-category (blank = none): " with no advancing
           move spaces to WSNewSubCategory
           accept WSNewSubCategory
           evaluate true
               when WSNewCategory = spaces
                   set CatIsValid to true
               when not PcFileOpen
                   display "  (category master not on file - accepted"
                       " unchecked)"
                   set CatIsValid to true
               when other
                   move WSNewCategory to PcCategory
                   move spaces to PcSubCategory
                   read ProductCategories
                       invalid key
                           display "No such category on the master"
                       not invalid key
                           set CatIsValid to true
                   end-read
                   if CatIsValid and WSNewSubCategory not = spaces
                       move WSNewSubCategory to PcSubCategory
                       read ProductCategories
                           invalid key
                               display "No such sub-category under "
                                   WSNewCategory
                               move "N" to WSCatValidFlag
                       end-read
                   end-if
           end-evaluate
       end-perform
       move WSNewCategory to ProdCategory
       if WSNewCategory = spaces
           move spaces to ProdSubCategory
       else
           move WSNewSubCategory to ProdSubCategory
       end-if
       if PcFileOpen
           close ProductCategories
       end-if.

*> pezzi per confezione e per cartone, e le unita' di acquisto e di
*> vendita: un'unita' vale solo se il prodotto ha il suo fattore
AcceptUnits.
       if ProdInnerQty not numeric
           move zero to ProdInnerQty
       end-if
       if ProdCaseQty not numeric
           move zero to ProdCaseQty
       end-if
       if ProdBuyUom = spaces or ProdBuyUom = low-values
           move "EA" to ProdBuyUom
       end-if
       if ProdSellUom = spaces or ProdSellUom = low-values
           move "EA" to ProdSellUom
       end-if
       display "Eaches per inner pack (0 = none, now " ProdInnerQty
           "): " with no advancing
       accept ProdInnerQty
       display "Eaches per case (0 = none, now " ProdCaseQty "): "
           with no advancing
       accept ProdCaseQty
       move zero to WSUomFactor
       perform until WSUomFactor > zero
           display "Purchasing unit EA/IP/CS (blank = " ProdBuyUom
               "): " with no advancing
           move spaces to WSUomAnswer
           accept WSUomAnswer
           if WSUomAnswer = spaces
               move ProdBuyUom to WSUomAnswer
           end-if
           call "UOMCONV" using WSUomAnswer, ProdInnerQty, ProdCaseQty,
               WSUomFactor
           if WSUomFactor = zero
               display "  No " WSUomAnswer " quantity set for this"
                   " product"
           end-if
       end-perform
       move WSUomAnswer to ProdBuyUom
       move zero to WSUomFactor
       perform until WSUomFactor > zero
           display "Selling unit EA/IP/CS (blank = " ProdSellUom
               "): " with no advancing
           move spaces to WSUomAnswer
           accept WSUomAnswer
           if WSUomAnswer = spaces
               move ProdSellUom to WSUomAnswer
           end-if
           call "UOMCONV" using WSUomAnswer, ProdInnerQty, ProdCaseQty,
               WSUomFactor
           if WSUomFactor = zero
               display "  No " WSUomAnswer " quantity set for this"
                   " product"
           end-if
       end-perform
       move WSUomAnswer to ProdSellUom.

*> scorre products.txt in ordine di chiave, come ListAllCust, e
*> segnala i prodotti sotto il reorder point
ListProducts.
           if not AtEOF
               display ProdCode " " ProdDesc " " ProdSize
                   " OnHand=" ProdOnHand " Reorder=" ProdReorderPoint
                   " Cat=" ProdCategory "/" ProdSubCategory
               if ProdInnerQty numeric and ProdCaseQty numeric
                   if ProdInnerQty > zero or ProdCaseQty > zero
                       display "  IP=" ProdInnerQty " CS=" ProdCaseQty
                           " buy " ProdBuyUom " sell " ProdSellUom
                   end-if
               end-if
               if ProdOnHand < ProdReorderPoint
                   display "  *** below reorder point ***"
               end-if
           end-read
           if not AtEOF
               if ProdDiscontinued and ProdOnHand = zero
                       and ProdInspectQty = zero
                       and ProdDiscontinueDate not = zero
                   compute WSDiscOrdinal =
                       function integer-of-date(ProdDiscontinueDate)
