      * oil for purchasing. Records written before the reorder
      * point existed read back with spaces there; programs treat
      * a non-numeric reorder point as zero (never flagged).
      * OM-Supp-Id names the supplier (SUPPLIER.CPY) the oil is
      * normally bought from, so OilPORaise knows whose purchase
      * order a reorder line belongs on; older records read back
      * with spaces there, meaning no usual supplier yet.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
               88  OM-Base-Oil       VALUE "B".
           02  OM-Unit-Measure       PIC X(4).
           02  OM-Reorder-Point      PIC 9(5).
           02  OM-Supp-Id            PIC X(5).
