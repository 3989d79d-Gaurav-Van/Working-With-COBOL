      ******************************************************************
      * SALESREL.CPY
      * Shared released-sales record layout for SALESREL.DAT, the
      * held sales the credit controller has approved in
      * OilSalesRelease. The next OilSalesEdit run takes them into
      * SALES.DAT ahead of the keyed batch, without a second credit
      * check, so they join that night's reporting and invoicing.
      *
      * One record per approved sale: the 43-byte keyed sale image
      * as it was held, the run date it was held on, the date it
      * was approved and the run date of the edit that took it.
      * RL-Taken-Date is zeros until an edit takes the sale;
      * OilSalesEdit stamps it and keeps the record while a rerun
      * on that same run date could still need it, then drops it
      * on the first later run.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way SALESHLD.CPY is used.
      *
      * Example:
      *   FD  ReleasedSalesFile.
      *       COPY "SALESREL.CPY" REPLACING ==REC-NAME== BY ==RelSaleRec==.
      ******************************************************************
       01  REC-NAME.
           02  RL-Sale-Image         PIC X(43).
           02  RL-Held-Date          PIC 9(8).
           02  RL-Released-Date      PIC 9(8).
           02  RL-Taken-Date         PIC 9(8).
