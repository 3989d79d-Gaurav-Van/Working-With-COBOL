      ******************************************************************
      * SUPPLIER.CPY
      * Shared supplier master record layout, used by SuppMaint
      * (which maintains SUPPLIER.DAT), OilPORaise (which groups the
      * proposed reorder lines into one purchase order per supplier
      * and prints the supplier's name and contact on each PO) and
      * OilPOStatus (which names the supplier beside each
      * outstanding or overdue order line).
      *
      * One record per supplier: a five-character supplier id (the
      * same shape as CM-Cust-Id so purchasing can key it the same
      * way), the supplier's name, the contact purchasing speaks to,
      * and the lead time in days -- the number of days after the
      * order date a delivery is due, from which OilPORaise stamps
      * each PO line's due date and OilPOStatus decides it is
      * overdue. The oil product master names each oil's usual
      * supplier in OM-Supp-Id.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way OILPRICE.CPY is used.
      *
      * Example:
      *   FD  SupplierFile.
      *       COPY "SUPPLIER.CPY" REPLACING ==REC-NAME== BY ==SupplierRec==.
      ******************************************************************
       01  REC-NAME.
           02  SU-Supp-Id            PIC X(5).
           02  SU-Supp-Name          PIC X(20).
           02  SU-Contact            PIC X(20).
           02  SU-Lead-Days          PIC 9(3).
