*> consumes what the open backorders need, marks them released (or
*> reduces them, for a partial release), and hands back what's left
*> so the caller can book the remainder as free stock. Called by the
*> stock-posting paths (23_product_master.cob's on-hand update, the
*> goods-receipt program and the QC release of held receipts) rather
*> than duplicating the walk there.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
