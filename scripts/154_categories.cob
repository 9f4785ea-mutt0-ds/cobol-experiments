       >>SOURCE FORMAT FREE
*> Product category master: the categories and sub-categories
*> products are grouped by (ProductCategories.dat), in the
*> maintain-a-small-table mold of 149_delivery_zones.cob. A category
*> row has a blank sub-category; its sub-categories sit under it.
*> Products are assigned in 23_product_master.cob, and the category
*> sales/margin report (155_category_report.cob), the price list and
*> the replenishment report select and subtotal by them. A row still
*> carried by a product cannot be removed.
IDENTIFICATION DIVISION.
PROGRAM-ID. categories.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
       SELECT ProductCategories ASSIGN TO "ProductCategories.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PcKey
           FILE STATUS IS WSPcStatus.
       SELECT ProductFile ASSIGN TO "products.txt"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ProdCode.

DATA DIVISION.
FILE SECTION.
FD ProductCategories.
01 CategoryData.
   COPY PRODCATREC.

FD ProductFile.
01 ProductData.
   COPY PRODREC.

WORKING-STORAGE SECTION.
01 WSPcStatus pic XX.
01 WSChoice pic 9.
01 WSEOFFlag pic X value "N".
       88 AtEOF value "Y".
01 WSProdEOFFlag pic X value "N".
       88 ProdAtEOF value "Y".
01 WSListed pic 9(5).
01 WSInUseCount pic 9(5).
01 WSSubCount pic 9(5).
01 WSPickCategory pic X(4).
01 WSPickSubCategory pic X(4).
01 WSParentFlag pic X value "N".
       88 ParentFound value "Y".

PROCEDURE DIVISION.
StartPara.
       open i-o ProductCategories
       if WSPcStatus = "35"
           open output ProductCategories
           close ProductCategories
           open i-o ProductCategories
       end-if
       open input ProductFile
       perform until WSChoice = 9
           display " "
           display "PRODUCT CATEGORIES"
           display "1 : Add/Replace a Category or Sub-category"
           display "2 : Remove a Category or Sub-category"
           display "3 : List Categories"
           display "4 : List the Products in a Category"
           display "9 : Exit"
           display ": " with no advancing
           accept WSChoice
           evaluate WSChoice
               when 1 perform AddCategory
               when 2 perform RemoveCategory
               when 3 perform ListCategories
               when 4 perform ListCategoryProducts
               when 9 continue
               when other display "Invalid choice"
           end-evaluate
       end-perform
       close ProductCategories, ProductFile
       goback.

*> una sottocategoria vuole la sua categoria gia' sul master
AddCategory.
       display "Category code: " with no advancing
       move spaces to WSPickCategory
       accept WSPickCategory
       if WSPickCategory = spaces
           display "Category required"
       else
           display "Sub-category code (blank = the category itself): "
               with no advancing
           move spaces to WSPickSubCategory
           accept WSPickSubCategory
           move "Y" to WSParentFlag
           if WSPickSubCategory not = spaces
               move "N" to WSParentFlag
               move WSPickCategory to PcCategory
               move spaces to PcSubCategory
               read ProductCategories
                   invalid key continue
                   not invalid key set ParentFound to true
               end-read
               if not ParentFound
                   display "Add category " WSPickCategory " first"
               end-if
           end-if
           if ParentFound
               move WSPickCategory to PcCategory
               move WSPickSubCategory to PcSubCategory
               display "Description: " with no advancing
               accept PcDesc
               write CategoryData
                   invalid key
                       rewrite CategoryData
                           invalid key display "Category not saved"
                           not invalid key display "Category replaced"
                       end-rewrite
                   not invalid key display "Category added"
               end-write
           end-if
       end-if.

*> niente rimozione finche' un prodotto la porta, ne' di una
*> categoria che ha ancora sottocategorie
RemoveCategory.
       display "Category code: " with no advancing
       move spaces to WSPickCategory
       accept WSPickCategory
       display "Sub-category code (blank = the category itself): "
           with no advancing
       move spaces to WSPickSubCategory
       accept WSPickSubCategory
       move WSPickCategory to PcCategory
       move WSPickSubCategory to PcSubCategory
       read ProductCategories
           invalid key
               display "No such category"
           not invalid key
               move zero to WSSubCount
               if WSPickSubCategory = spaces
                   perform CountSubCategories
                   if WSSubCount > zero
                       display "Category has " WSSubCount " sub-categories -"
                           " remove them first"
                   end-if
               end-if
               if WSSubCount = zero
                   perform CountProductsInUse
                   if WSInUseCount > zero
                       display WSInUseCount " product(s) still carry it -"
                           " reassign them in the product master first"
                   else
                       move WSPickCategory to PcCategory
                       move WSPickSubCategory to PcSubCategory
                       delete ProductCategories record
                           invalid key display "Category not removed"
                           not invalid key display "Category removed"
                       end-delete
                   end-if
               end-if
       end-read.

CountSubCategories.
       move zero to WSSubCount
       move "N" to WSEOFFlag
       move WSPickCategory to PcCategory
       move spaces to PcSubCategory
       start ProductCategories key is greater than PcKey
           invalid key set AtEOF to true
       end-start
       perform until AtEOF
           read ProductCategories next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               if PcCategory not = WSPickCategory
                   set AtEOF to true
               else
                   add 1 to WSSubCount
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag.

CountProductsInUse.
       move zero to WSInUseCount
       move "N" to WSProdEOFFlag
       move spaces to ProdCode
       start ProductFile key is not less than ProdCode
           invalid key set ProdAtEOF to true
       end-start
       perform until ProdAtEOF
           read ProductFile next record
               at end set ProdAtEOF to true
           end-read
           if not ProdAtEOF
               if ProdCategory = WSPickCategory
                       and (WSPickSubCategory = spaces
                       or ProdSubCategory = WSPickSubCategory)
                   add 1 to WSInUseCount
               end-if
           end-if
       end-perform
       move "N" to WSProdEOFFlag.

ListCategories.
       move zero to WSListed
       move "N" to WSEOFFlag
       move low-values to PcKey
       start ProductCategories key is not less than PcKey
           invalid key set AtEOF to true
       end-start
       display "Cat  Sub  Description"
       perform until AtEOF
           read ProductCategories next record
               at end set AtEOF to true
           end-read
           if not AtEOF
               add 1 to WSListed
               if PcSubCategory = spaces
                   display PcCategory "      " PcDesc
               else
                   display "     " PcSubCategory "   " PcDesc
               end-if
           end-if
       end-perform
       move "N" to WSEOFFlag
       display WSListed " row(s)".

ListCategoryProducts.
       display "Category code: " with no advancing
       move spaces to WSPickCategory
       accept WSPickCategory
       display "Sub-category code (blank = all of the category): "
           with no advancing
       move spaces to WSPickSubCategory
       accept WSPickSubCategory
       move zero to WSListed
       move "N" to WSProdEOFFlag
       move spaces to ProdCode
       start ProductFile key is not less than ProdCode
           invalid key set ProdAtEOF to true
       end-start
       perform until ProdAtEOF
           read ProductFile next record
               at end set ProdAtEOF to true
           end-read
           if not ProdAtEOF
               if ProdCategory = WSPickCategory
                       and (WSPickSubCategory = spaces
                       or ProdSubCategory = WSPickSubCategory)
                   add 1 to WSListed
                   display ProdCode " " ProdDesc " " ProdSubCategory
               end-if
           end-if
       end-perform
       move "N" to WSProdEOFFlag
       display WSListed " product(s)".
