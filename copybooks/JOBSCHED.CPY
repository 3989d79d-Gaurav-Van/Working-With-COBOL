      ******************************************************************
      * JOBSCHED.CPY
      * Shared job schedule record layout for JOBSCHED.DAT, the list
      * of batch jobs BatchControl runs and when. One record per
      * job, maintained by hand with any editor; the columns are:
      *   1-12   JS-Step-Name -- the step name the job is logged
      *          under on RUNLOG.DAT and named by on JOBREQ.DAT.
      *   13-52  JS-Command -- the command that runs it, e.g.
      *          ./PayPost.
      *   53     JS-Frequency:
      *          "N" nightly -- every run.
      *          "W" weekly -- on the night named in JS-Week-Day.
      *          "M" month-end -- the last calendar day of the
      *              month.
      *          "F" first business day -- the first Monday-to-
      *              Friday night of the month.
      *          "R" on request -- only when the step name is on
      *              JOBREQ.DAT for the night.
      *   54-56  JS-Week-Day -- MON TUE WED THU FRI SAT or SUN, for
      *          a weekly job; blank otherwise.
      *   57     JS-Stop-On-Fail -- "Y" if a failure of this job
      *          stops the night (nothing after it runs but the
      *          summary); "N" if the night carries on without it.
      *   58-105 JS-Depends-On -- up to four step names that must
      *          finish cleanly first, when they are due the same
      *          night. A job whose prerequisite failed or was held
      *          is held itself; a prerequisite not due that night
      *          does not hold anything back.
      * A line whose first column is "*" is a comment. The order
      * of the file breaks ties: among jobs ready to run, the one
      * listed first runs first. OPSSUMM is not scheduled here --
      * BatchControl always runs it last.
      *
      * The schedule as set up for this system (frequency, day,
      * stop flag, then the jobs each depends on):
      *   BATCHREADY   ./BatchReady       N     Y
      *   TRANSEDIT    ./TransEdit        N     Y  BATCHREADY
      *   MERGEFILES   ./MergeFiles       N     Y  TRANSEDIT
      *   OILSALES     ./OilSalesData     N     Y  MERGEFILES
      *   OILSTOCK     ./OilStockDeplete  N     Y  OILSALES
      *   OILINVOICE   ./OilInvoice       N     Y  OILSTOCK
      *   OILBALANCE   ./OilBalance       N     Y  OILINVOICE
      *   OILCASHPOST  ./OilCashPost      N     N  OILINVOICE
      *   OILARAGE     ./OilARAge         N     N  OILCASHPOST
      *   STUDENTLOAD  ./StudentLoad      N     N  BATCHREADY
      *   PAYPOST      ./PayPost          N     N  STUDENTLOAD
      *   INTEGCHECK   ./IntegrityCheck   N     Y  OILCASHPOST PAYPOST
      *   STUDPLANDUE  ./StudPlanDue      W MON N  PAYPOST
      *   SALESTREND   ./SalesTrend       W SAT N  OILSALES
      *   STUDENTPURGE ./StudentPurge     F     N  PAYPOST
      *   GLPOST       ./GLPost           M     N  OILCASHPOST PAYPOST
      *   HOUSEKEEP    ./Housekeep        M     N  OILBALANCE PAYPOST
      *   TERMBILL     ./TermBill         R     N  PAYPOST
      *   OILMARGIN    ./OilMargin        R     N  OILSALES
      *   OILBUYING    ./OilBuying        R     N  OILSALES
      *   AUDITINQ     ./AuditInq         R     N
      * (on the file itself each value sits in its own columns as
      * given above -- on the BATCHREADY line, the N in column 53
      * and the Y in column 57).
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  ScheduleFile.
      *       COPY "JOBSCHED.CPY" REPLACING ==REC-NAME== BY ==ScheduleRec==.
      ******************************************************************
       01  REC-NAME.
           02  JS-Step-Name          PIC X(12).
           02  JS-Command            PIC X(40).
           02  JS-Frequency          PIC X.
               88  JS-Nightly        VALUE "N".
               88  JS-Weekly         VALUE "W".
               88  JS-Month-End      VALUE "M".
               88  JS-First-Bus-Day  VALUE "F".
               88  JS-On-Request     VALUE "R".
           02  JS-Week-Day           PIC X(3).
           02  JS-Stop-On-Fail       PIC X.
               88  JS-Stops-Night    VALUE "Y".
           02  JS-Depends-On         PIC X(12) OCCURS 4 TIMES.
