      ******************************************************************
      * SPONITEM.CPY
      * Shared sponsor open-item record layout for SPONITEM.DAT, the
      * sponsor receivable -- the sponsor's counterpart of the
      * student items on STUDITEM.DAT. Every sponsored charge and
      * every sponsor payment is one dated record:
      *   SPI-Item-Type "C" -- the sponsor's share of one student's
      *     term charge, written by TermBill. SPI-Student-Id and
      *     SPI-Term say whose charge and which term; SPI-Amount is
      *     the share billed and SPI-Open-Amount what is still
      *     unpaid.
      *   SPI-Item-Type "P" -- a sponsor payment, written by
      *     SponPayPost. SPI-Ref-Num is the receipt number,
      *     SPI-Amount the receipt, SPI-Student-Id zero and
      *     SPI-Open-Amount always zero.
      * Payments are drawn down against the sponsor's OLDEST open
      * charges first. The file is in the order the items arose;
      * a sponsor's balance is the sum of SPI-Open-Amount on its
      * charges. SponInvoice prints the term invoices from it.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  SponItemFile.
      *       COPY "SPONITEM.CPY" REPLACING ==REC-NAME== BY ==SpiRec==.
      ******************************************************************
       01  REC-NAME.
           02  SPI-Sponsor-Code      PIC X(5).
           02  SPI-Student-Id        PIC 9(7).
           02  SPI-Term              PIC X(6).
           02  SPI-Item-Date         PIC 9(8).
           02  SPI-Item-Type         PIC X.
               88  SPI-Charge        VALUE "C".
               88  SPI-Payment       VALUE "P".
           02  SPI-Ref-Num           PIC 9(6).
           02  SPI-Amount            PIC 9(6)V99.
           02  SPI-Open-Amount       PIC 9(6)V99.
