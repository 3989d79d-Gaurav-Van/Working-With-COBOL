      ******************************************************************
      * DUNHIST.CPY
      * Shared dunning-history record layout for DUNHIST.DAT, kept
      * by OilDunning so that no invoice is sent the same reminder
      * letter twice.
      *
      * One record per OPENINV.DAT invoice that has had a letter:
      * the invoice number, its customer, the highest letter level
      * it has been listed on and the run date of that letter.
      * Levels run 1 (first reminder), 2 (second reminder) and 3
      * (final notice). OilDunning rewrites the file each run and
      * drops the record once the invoice is no longer open.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way OPENINV.CPY is used.
      *
      * Example:
      *   FD  DunningHistFile.
      *       COPY "DUNHIST.CPY" REPLACING ==REC-NAME== BY ==DunHistRec==.
      ******************************************************************
       01  REC-NAME.
           02  DH-Invoice-Num        PIC 9(6).
           02  DH-Cust-Id            PIC X(5).
           02  DH-Level              PIC 9.
               88  DH-First-Reminder VALUE 1.
               88  DH-Second-Reminder VALUE 2.
               88  DH-Final-Notice   VALUE 3.
           02  DH-Letter-Date        PIC 9(8).
