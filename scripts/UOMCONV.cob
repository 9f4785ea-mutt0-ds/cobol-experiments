           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UOMCONV.
*> Eaches per unit of measure for a product: EA (or blank) is 1, IP
*> the product's inner-pack quantity, CS its case quantity, from the
*> ProdInnerQty/ProdCaseQty pair on PRODREC. Hands back zero when the
*> product is not handled in the unit asked for, or the unit is not
*> one of the three, so the caller can refuse the line. The unit
*> code comes back upper-cased, blank turned into EA.
DATA DIVISION.
LINKAGE SECTION.
       01 LUomCode  PIC X(2).
       01 LInnerQty PIC 9(4).
       01 LCaseQty  PIC 9(4).
       01 LFactor   PIC 9(4).
PROCEDURE DIVISION using LUomCode, LInnerQty, LCaseQty, LFactor.
       move zero to LFactor
       if LUomCode = spaces or LUomCode = low-values
           move "EA" to LUomCode
       end-if
       inspect LUomCode converting "eaipcs" to "EAIPCS"
       evaluate LUomCode
           when "EA"
               move 1 to LFactor
           when "IP"
               if LInnerQty numeric
                   move LInnerQty to LFactor
               end-if
           when "CS"
               if LCaseQty numeric
                   move LCaseQty to LFactor
               end-if
       end-evaluate.
EXIT PROGRAM.
