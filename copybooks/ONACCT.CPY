      ******************************************************************
      * ONACCT.CPY
      * Shared unapplied-cash record layout for ONACCT.DAT, the cash
      * held on a customer's account because OilCashPost could not
      * apply it to an open invoice: the receipt named an invoice
      * not on the OPENINV.DAT register or one billed to another
      * customer, it paid more than the invoice had open, or it
      * named no invoice and the customer had nothing left open to
      * take it oldest-first. OilCashPost appends one record per
      * receipt held; OilCashAlloc allocates the money to invoices
      * later and rewrites the file; OilARAge and OilStatement show
      * what is still unallocated against each customer's balance,
      * and OilSalesEdit takes it off the customer's exposure in the
      * credit check.
      *
      * One record per receipt held: the receipt number, customer
      * and receipt date off the CASHRCPT.DAT line, the run date it
      * was posted, the invoice number the receipt named (zero if
      * none), the amount held and the amount allocated from it so
      * far. UA-Reason says why it was held. A record stays on the
      * file until it is fully allocated.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way CASHAPPL.CPY is used.
      *
      * Example:
      *   FD  OnAccountFile.
      *       COPY "ONACCT.CPY" REPLACING ==REC-NAME== BY ==OnAcctRec==.
      ******************************************************************
       01  REC-NAME.
           02  UA-Receipt-Num        PIC 9(6).
           02  UA-Cust-Id            PIC X(5).
           02  UA-Receipt-Date       PIC 9(8).
           02  UA-Post-Date          PIC 9(8).
           02  UA-Invoice-Num        PIC 9(6).
           02  UA-Amount             PIC 9(7)V99.
           02  UA-Amount-Alloc       PIC 9(7)V99.
           02  UA-Reason             PIC X.
               88  UA-No-Invoice     VALUE "N".
               88  UA-Unknown-Invoice VALUE "U".
               88  UA-Wrong-Customer VALUE "W".
               88  UA-Overpayment    VALUE "O".
