      ******************************************************************
      * GOODSRCV.CPY
      * Shared goods-received journal record layout for GOODSRCV.DAT,
      * the record of every delivery booked in at the warehouse.
      * OilGoodsIn appends one record per delivery recorded, so the
      * cost each delivery came in at is kept after OILSTOCK.DAT has
      * folded it into the oil's weighted-average cost.
      *
      * One record per delivery: the date it was received, the
      * purchase order and line it was received against, the
      * supplier, the oil, the quantity received in the oil's
      * OM-Unit-Measure units, the unit cost keyed off the supplier's
      * delivery note or invoice, and the oil's weighted-average cost
      * after the delivery was taken in.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way OILSTOCK.CPY is used.
      *
      * Example:
      *   FD  GoodsReceivedFile.
      *       COPY "GOODSRCV.CPY" REPLACING ==REC-NAME== BY ==RecvRec==.
      ******************************************************************
       01  REC-NAME.
           02  GR-Recv-Date          PIC 9(8).
           02  GR-PO-Num             PIC 9(6).
           02  GR-PO-Line            PIC 99.
           02  GR-Supp-Id            PIC X(5).
           02  GR-Oil-Num            PIC 999.
           02  GR-Qty-Received       PIC 9(6).
           02  GR-Unit-Cost          PIC 99V99.
           02  GR-Avg-Cost           PIC 99V9(4).
