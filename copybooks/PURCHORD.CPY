      ******************************************************************
      * PURCHORD.CPY
      * Shared purchase-order line record layout for PURCHORD.DAT,
      * the purchase-order file. Written by OilPORaise (which
      * appends the lines of each PO it raises), updated by
      * OilGoodsIn (which receives each warehouse delivery against a
      * PO number and line and rewrites the file) and read by
      * OilPOStatus (the outstanding/overdue PO report).
      *
      * One record per PO line: the PO number (sequential, carried
      * across runs in POSEQ.DAT the way INVSEQ.DAT carries invoice
      * numbers), the line number within the PO, the supplier, the
      * order and due dates, the oil ordered, the quantity ordered
      * and the quantity received so far (both in the oil's
      * OM-Unit-Measure units), the date of the last delivery
      * against the line, and the line status. A line is Open until
      * the warehouse receives the full quantity (or more) or closes
      * it short at goods-in; a Closed line whose received quantity
      * differs from the ordered quantity is a short or an over
      * delivery, which OilPOStatus reports.
      * The file is kept in ascending PO number / line order simply
      * because each PO is appended after the last.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way OILPRICE.CPY is used.
      *
      * Example:
      *   FD  PurchOrderFile.
      *       COPY "PURCHORD.CPY" REPLACING ==REC-NAME== BY ==PurchOrdRec==.
      ******************************************************************
       01  REC-NAME.
           02  PO-Num                PIC 9(6).
           02  PO-Line-Num           PIC 99.
           02  PO-Supp-Id            PIC X(5).
           02  PO-Order-Date         PIC 9(8).
           02  PO-Due-Date           PIC 9(8).
           02  PO-Oil-Num            PIC 999.
           02  PO-Qty-Ordered        PIC 9(6).
           02  PO-Qty-Received       PIC 9(6).
           02  PO-Last-Recv-Date     PIC 9(8).
           02  PO-Line-Status        PIC X.
               88  PO-Line-Open      VALUE "O".
               88  PO-Line-Closed    VALUE "C".
