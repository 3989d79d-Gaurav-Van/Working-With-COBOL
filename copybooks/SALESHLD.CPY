      ******************************************************************
      * SALESHLD.CPY
      * Shared held-sales record layout for SALESHLD.DAT, the sales
      * OilSalesEdit has held back from SALES.DAT because they would
      * take the customer over CM-Credit-Limit. Written by
      * OilSalesEdit, worked by OilSalesRelease (where the credit
      * controller approves or cancels each one).
      *
      * One record per held sale: the keyed sale exactly as it
      * passed the edits (the 43-byte SALES.RAW image, broken out
      * here for display), the run date it was held on, the sale's
      * value at the price in effect on its sale date, the
      * customer's exposure before it (open OPENINV.DAT balance
      * plus the day's sales already accepted) and the credit limit
      * it was checked against.
      * A held sale stays on the file until it is approved -- then
      * it moves to SALESREL.DAT, which the next edit takes into
      * SALES.DAT without a second credit check -- or cancelled.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way OILPRICE.CPY is used.
      *
      * Example:
      *   FD  HeldSalesFile.
      *       COPY "SALESHLD.CPY" REPLACING ==REC-NAME== BY ==HeldSaleRec==.
      ******************************************************************
       01  REC-NAME.
           02  HS-Sale-Image.
               03  HS-Cust-Id        PIC X(5).
               03  HS-Cust-Name      PIC X(20).
               03  HS-Oil-Type       PIC X.
               03  HS-Oil-Num        PIC 999.
               03  HS-Unit-Size      PIC 99.
               03  HS-Units-Sold     PIC 999.
               03  HS-Sale-Date      PIC 9(8).
               03  HS-Trans-Type     PIC X.
           02  HS-Held-Date          PIC 9(8).
           02  HS-Sale-Value         PIC 9(7)V99.
           02  HS-Exposure           PIC S9(7)V99
                                     SIGN LEADING SEPARATE.
           02  HS-Credit-Limit       PIC 9(7)V99.
