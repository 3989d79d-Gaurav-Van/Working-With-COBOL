      * OPENINV.DAT), OilCashPost (which applies customer cash
      * receipts against specific invoices and rewrites the register)
      * and OilARAge (which ages the open records against each
      * customer's CM-Credit-Days terms). OilStatement prints the
      * open items on each customer's monthly statement and
      * OilDunning sends reminder letters for those past terms.
      * OilCashAlloc applies cash held on account (ONACCT.CPY) to
      * open records and rewrites the register as OilCashPost does.
      *
      * One record per invoice printed: the invoice number, the
      * customer it was billed to, the invoice date (the run date of
