      ******************************************************************
      * CUSTSALE.CPY
      * Shared customer sales ledger record layout for CUSTSALE.DAT,
      * the per-customer, per-oil detail of every full OilSalesData
      * run. SALESHIS.DAT keeps the run's figures by oil only; this
      * ledger keeps who bought what, and what it cost us, so the
      * customer dimension survives once AROMASALES.RPT is printed.
      * OilSalesData appends the records (a run restricted by an
      * OILPARM.DAT CUST= or OIL= card appends nothing, as for
      * SALESHIS.DAT); OilMargin reads it back for the gross margin
      * report and OilBuying for the customer buying-pattern report
      * (ranking, dormant customers and the customer-by-oil
      * breakdown). Like SALESHIS.DAT the file only ever grows --
      * OilBuying compares a period with the same period a year
      * back, so the history must be kept at least that long.
      *
      * One record per customer per oil per run: the run date, the
      * customer id, the oil number, the number of sale and return
      * lines, the latest sale date among them, the net quantity in
      * the oil's OM-Unit-Measure units, the net sales value at the
      * effective-dated OILPRICE.DAT price, and the cost of goods at
      * the oil's OILSTOCK.DAT weighted-average cost on the run
      * date. Quantities, values and costs are signed (leading
      * separate sign) because returns net off against sales.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way SALESHIS.CPY is used.
      *
      * Example:
      *   FD  CustSalesFile.
      *       COPY "CUSTSALE.CPY" REPLACING ==REC-NAME== BY ==CSRec==.
      ******************************************************************
       01  REC-NAME.
           02  CS-Run-Date           PIC 9(8).
           02  CS-Cust-Id            PIC X(5).
           02  CS-Oil-Num            PIC 999.
           02  CS-Sale-Lines         PIC 9(4).
           02  CS-Last-Sale-Date     PIC 9(8).
           02  CS-Qty                PIC S9(6)
                                     SIGN LEADING SEPARATE.
           02  CS-Value              PIC S9(6)V99
                                     SIGN LEADING SEPARATE.
           02  CS-Cost               PIC S9(6)V99
                                     SIGN LEADING SEPARATE.
