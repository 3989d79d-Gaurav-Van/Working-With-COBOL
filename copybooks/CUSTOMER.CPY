      * read it by key to validate the SF-Cust-Id on every sale, to
      * print the canonical customer name instead of whatever name
      * was keyed, and to age open invoices by CM-Credit-Days.
      * CM-Credit-Limit is the most the customer may owe -- open
      * OPENINV.DAT balance, less cash held unallocated on ONACCT.DAT,
      * plus the day's keyed sales -- before OilSalesEdit holds
      * further sales for the credit controller (OilSalesRelease
      * approves or cancels them). Zero means no limit has been set
      * and nothing is held.
      * CM-Credit-Limit grew the record from 48 to 57 bytes. An
      * indexed master built at the old length will not open at the
      * new one: CustMastConv unloads it once to CUSTMAST.CNV in
      * this layout, operations renames that over CUSTMAST.DAT, and
      * CustLoad rebuilds CUSTMAST.IDX from it. A flat CUSTMAST.DAT
      * copy older than the limit reads back with spaces there, which
      * CustLoad (and every reader) treats as zero the same way.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
           02  CM-Cust-Name          PIC X(20).
           02  CM-Contact            PIC X(20).
           02  CM-Credit-Days        PIC 9(3).
           02  CM-Credit-Limit       PIC 9(7)V99.
