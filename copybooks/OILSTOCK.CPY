      * Shared stock-on-hand record layout, used by OilGoodsIn
      * (which records warehouse deliveries against OILSTOCK.DAT)
      * and OilStockDeplete (which subtracts each night's sold
      * quantities and prints the reorder report). OilCountSheet
      * freezes the on-hand figures as the book quantities of a
      * physical stock-take and OilCountPost adds the approved
      * count variances back onto them, journalling each one to
      * STKADJ.DAT.
      *
      * One record per oil number that has ever had stock activity:
      * the oil number, the quantity on hand in the oil's
      * negative figure means the warehouse shipped oil the system
      * never saw arrive, which is exactly what purchasing needs to
      * see rather than a floor of zero.
      * ST-Avg-Cost is the weighted-average purchase cost of one
      * unit of the oil, kept by OilGoodsIn from the unit cost keyed
      * with each delivery: the stock already on hand at the old
      * average plus the delivery at its own cost, over the new
      * on-hand (stock on hand at or below zero carries no weight,
      * so the delivery's cost becomes the average). Sales,
      * depletion and stock-take adjustments move quantity only and
      * leave the average alone. Records written before the average
      * existed read back with spaces there; programs treat a
      * non-numeric average as zero (no cost known yet).
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
           02  ST-On-Hand            PIC S9(7)
                                     SIGN LEADING SEPARATE.
           02  ST-Last-Move-Date     PIC 9(8).
           02  ST-Avg-Cost           PIC 99V9(4).
