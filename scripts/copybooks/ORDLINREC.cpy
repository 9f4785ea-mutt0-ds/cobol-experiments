       02 OlSizeQty OCCURS 3 TIMES INDEXED BY OlSizeIdx.
           03 OlSizeType     PIC A.
           03 OlSizeQuantity PIC 9(3).
      *> unit the line was sold in and its eaches-per-unit factor, as
      *> ORDERREC's OrderLineUomData; the quantities above are eaches
       02 OlUom       PIC X(2).
       02 OlUomFactor PIC 9(4).
