      ******************************************************************
      * CASHAPPL.CPY
      * Shared cash-application journal record layout for
      * CASHAPPL.DAT. OilCashPost appends one record for every
      * application of a receipt to the OPENINV.DAT register and
      * one for every receipt (or remainder) it holds on account,
      * once the register has been rewritten; OilCashAlloc appends
      * one for every allocation of on-account cash to an invoice.
      * OilStatement reads it back to list the cash received on
      * each customer's account during the statement month.
      *
      * One record per application: the receipt number and customer
      * off the CASHRCPT.DAT line, the invoice the money went to,
      * the date the money arrived, the run date it was posted and
      * the amount. CA-Entry-Type says what kind of entry it is:
      *   "A" - receipt cash applied straight to an invoice (the
      *         one named, or the oldest open when none was);
      *   "U" - receipt cash held on account (ONACCT.DAT), invoice
      *         number zero;
      *   "L" - on-account cash later allocated to an invoice. This
      *         moves money already received, so it is not new cash
      *         on the account.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way CASHRCPT.CPY is used.
      *
      * Example:
      *   FD  CashApplFile.
      *       COPY "CASHAPPL.CPY" REPLACING ==REC-NAME== BY ==CashApplRec==.
      ******************************************************************
       01  REC-NAME.
           02  CA-Receipt-Num        PIC 9(6).
           02  CA-Cust-Id            PIC X(5).
           02  CA-Invoice-Num        PIC 9(6).
           02  CA-Receipt-Date       PIC 9(8).
           02  CA-Post-Date          PIC 9(8).
           02  CA-Amount             PIC S9(7)V99 SIGN LEADING SEPARATE.
           02  CA-Entry-Type         PIC X.
               88  CA-Applied        VALUE "A".
               88  CA-On-Account     VALUE "U".
               88  CA-Allocated      VALUE "L".
