      ******************************************************************
      * JOBPLAN.CPY
      * Shared record layout for JOBPLAN.DAT, the night's job plan
      * BatchControl writes just before the summary step: one record
      * per job that was due on the run date, in the order the jobs
      * came up, with what became of each:
      *   OK       -- ran and returned code 0.
      *   SKIPPED  -- already clean under this run date on
      *               RUNLOG.DAT, not run again.
      *   FAILED   -- ran and returned a non-zero code.
      *   HELD     -- not run: a job it depends on failed or was
      *               held, or the dependencies loop.
      *   NOT RUN  -- not run: an earlier failure stopped the night.
      * The file is rewritten every night. OpsSummary takes its
      * list of steps from it, so the summary page follows the
      * schedule rather than a fixed list of steps.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way JOBSCHED.CPY is used.
      *
      * Example:
      *   FD  PlanFile.
      *       COPY "JOBPLAN.CPY" REPLACING ==REC-NAME== BY ==PlanRec==.
      ******************************************************************
       01  REC-NAME.
           02  JP-Run-Date           PIC 9(8).
           02  JP-Step-Name          PIC X(12).
           02  JP-Outcome            PIC X(8).
