           >>SOURCE FORMAT FREE
IDENTIFICATION DIVISION.
PROGRAM-ID. UOMSHOW.
*> A stored quantity in eaches turned back into the unit the line was
*> transacted in, for the documents: the unit and factor recorded on
*> the PO, order or invoice line. A line with no unit recorded (older
*> records, feeds) or whose eaches no longer come to whole units - a
*> short shipment of a case line, say - is shown in eaches instead.
DATA DIVISION.
LINKAGE SECTION.
       01 LUomCode  PIC X(2).
       01 LFactor   PIC 9(4).
       01 LEachQty  PIC 9(6).
       01 LUnitQty  PIC 9(6).
       01 LUnitCode PIC X(2).
PROCEDURE DIVISION using LUomCode, LFactor, LEachQty, LUnitQty,
       LUnitCode.
       move LEachQty to LUnitQty
       move "EA" to LUnitCode
       if LUomCode not = spaces and LUomCode not = low-values
               and LUomCode not = "EA"
               and LFactor numeric and LFactor > 1
           if function mod(LEachQty, LFactor) = zero
               divide LEachQty by LFactor giving LUnitQty
               move LUomCode to LUnitCode
           end-if
       end-if.
EXIT PROGRAM.
