      ******************************************************************
      * INTEGCHK.CPY
      * Shared record layout for INTEGCHK.DAT, the result of the
      * nightly cross-file integrity sweep IntegrityCheck makes over
      * the oil and student files. The file holds one record and is
      * rewritten every run:
      *   IC-Run-Date       -- the run date the sweep was made for.
      *   IC-Serious-Count  -- broken references that leave a money
      *                        figure or a document wrong (an open
      *                        invoice for a customer no longer on
      *                        file, an oil with no price in effect,
      *                        a student balance the open items do
      *                        not support, an invoice number the
      *                        sequence would issue again).
      *   IC-Warning-Count  -- breaks to tidy up that do not yet
      *                        put money wrong, and checks that
      *                        could not be made for a missing file.
      * INTEGCHK.RPT lists every finding behind the counts.
      * OpsSummary reads this record to carry the sweep's result
      * onto OPSSUMM.RPT.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way JOBPLAN.CPY is used.
      *
      * Example:
      *   FD  IntegResultFile.
      *       COPY "INTEGCHK.CPY" REPLACING ==REC-NAME== BY ==IntegResultRec==.
      ******************************************************************
       01  REC-NAME.
           02  IC-Run-Date           PIC 9(8).
           02  IC-Serious-Count      PIC 9(5).
           02  IC-Warning-Count      PIC 9(5).
