000700* program runs, which the batch programs read (falling back to
000800* today's date if run standalone) so every report carries the
000900* same run-date stamp.
000920* Run-Nightly-Batch holds no fixed list of steps: the jobs, how
000940* often each is due, the jobs each depends on and whether its
000960* failure stops the night are all on the schedule file,
000980* JOBSCHED.DAT (JOBSCHED.CPY gives the columns), kept with any
001000* editor. Against the run date just stamped each job is due or
001020* not: a nightly job always; a weekly job on its named day; a
001040* month-end job on the last calendar day of the month; a first-
001060* business-day job on the first Monday-to-Friday of the month
001080* (there is no holiday calendar); an on-request job only when
001100* its step name is on JOBREQ.DAT, which is also how a job of
001120* any other frequency is brought forward to tonight. A request
001140* is dropped from JOBREQ.DAT once its job has finished cleanly
001160* and stays there for the next night otherwise.
001180* The due jobs run in dependency order, checking the condition
001200* code each leaves in RETURN-CODE: a job runs once every job it
001220* depends on that is also due tonight has finished cleanly, and
001240* among the jobs ready to run the one listed first on the
001260* schedule goes first. A job whose prerequisite failed or was
001280* held is HELD, and so in turn is everything waiting on it. The
001300* failure of a job flagged stop-on-fail ends the night --
001320* everything not yet run is NOT RUN -- which is how BatchReady,
001340* the readiness check that refuses a stale or half-recovered
001360* foundation, still stops everything on a NO-GO night, and how
001500* a bad student merge can never be followed by a sales report
001508* nobody realizes ran against stale data. The failure of a job
001516* not so flagged holds back only the jobs depending on it.
001524* Without a JOBSCHED.DAT the original nightly chain is run --
001532* BatchReady, TransEdit, MergeFiles, OilSalesData,
001540* OilStockDeplete, OilInvoice, OilBalance, each depending on
001548* the one before and each stopping the night -- so a lost
001556* schedule file never means a night with nothing run.
001564* A job that prompts (Housekeep for its retention date,
001572* TermBill for its term) prompts at this console as it runs.
001580* The outcome of every due job goes to JOBPLAN.DAT
001588* (JOBPLAN.CPY), which OpsSummary takes its step list from, and
001596* to BATCHSCH.RPT, which lists tonight's jobs in the order they
001604* came up and then forecasts the next seven nights: each date
001612* with the jobs due that night besides the nightly ones, so a
001620* month-end or a first business day is seen coming. Run mode P
001628* writes BATCHSCH.RPT and runs nothing.
001636* Whatever happened, the OpsSummary step runs last -- it reads
001644* the night's print files, the run log and the job plan and
001652* writes the one-page OPSSUMM.RPT the morning checker reads
001660* instead of four reports; it is not subject to the already-
001668* clean skip, since it must reflect whatever the night actually
001676* did.
001700* Every step execution is logged to RUNLOG.DAT -- run date,
001800* step name, start and end time, return code -- one record per
001900* attempt, appended when the step ends. Before starting a step,
004600              ORGANIZATION IS LINE SEQUENTIAL
004700              FILE STATUS IS WS-Run-Log-File-Status.
004800
004806     SELECT ScheduleFile ASSIGN TO "JOBSCHED.DAT"
004812              ORGANIZATION IS LINE SEQUENTIAL
004818              FILE STATUS IS WS-Schedule-File-Status.
004824
004830     SELECT RequestFile ASSIGN TO "JOBREQ.DAT"
004836              ORGANIZATION IS LINE SEQUENTIAL
004842              FILE STATUS IS WS-Request-File-Status.
004848
004854     SELECT PlanFile ASSIGN TO "JOBPLAN.DAT"
004860              ORGANIZATION IS LINE SEQUENTIAL.
004866
004872     SELECT ScheduleReport ASSIGN TO "BATCHSCH.RPT"
004878              ORGANIZATION IS LINE SEQUENTIAL.
004884
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  RunDateFile.
005900     02  RL-End-Time         PIC 9(6).
006000     02  RL-Return-Code      PIC 9(4).
006100
006107 FD  ScheduleFile.
006114     COPY "JOBSCHED.CPY" REPLACING ==REC-NAME==
006121         BY ==ScheduleRec==.
006128
006135 FD  RequestFile.
006142 01  RequestRec              PIC X(12).
006149
006156 FD  PlanFile.
006163     COPY "JOBPLAN.CPY" REPLACING ==REC-NAME== BY ==PlanRec==.
006170
006177 FD  ScheduleReport.
006184 01  ScheduleLine            PIC X(80).
006191
006200 WORKING-STORAGE SECTION.
006300 01  WS-Run-Date              PIC 9(8).
006400 01  WS-Run-Log-File-Status   PIC XX.
006500 01  WS-Run-Log-EOF           PIC 9     VALUE 0.
006600     88 Run-Log-EOF                     VALUE 1.
006620 01  WS-Schedule-File-Status  PIC XX.
006640 01  WS-Request-File-Status   PIC XX.
006660 01  WS-File-EOF              PIC 9     VALUE 0.
006680     88 File-EOF                        VALUE 1.
006700
006800 01  WS-Run-Mode              PIC X     VALUE "N".
006900     88 Force-Mode                      VALUE "F" "f".
006950     88 Preview-Mode                    VALUE "P" "p".
007000     88 Quit-Mode                       VALUE "Q" "q".
007001
007002*    One entry per job on the schedule, in schedule file order,
007003*    with what became of it tonight in JT-Outcome (spaces while
007004*    it is still waiting its turn).
007005 01  Job-Table.
007006     02  WS-Job-Count         PIC 9(3)  VALUE ZEROS.
007007     02  JT-Entry OCCURS 60 TIMES.
007008         03  JT-Step-Name     PIC X(12).
007009         03  JT-Command       PIC X(40).
007010         03  JT-Frequency     PIC X.
007011             88  JT-Nightly             VALUE "N".
007012             88  JT-Weekly              VALUE "W".
007013             88  JT-Month-End           VALUE "M".
007014             88  JT-First-Bus-Day       VALUE "F".
007015             88  JT-On-Request          VALUE "R".
007016         03  JT-Week-Day      PIC X(3).
007017         03  JT-Stop-On-Fail  PIC X.
007018             88  JT-Stops-Night         VALUE "Y".
007019         03  JT-Depends-On    PIC X(12) OCCURS 4 TIMES.
007020         03  JT-Requested     PIC 9.
007021             88  JT-Is-Requested        VALUE 1.
007022         03  JT-Due           PIC 9.
007023             88  JT-Is-Due              VALUE 1.
007024         03  JT-Outcome       PIC X(8).
007025         03  JT-Held-By       PIC X(12).
007026
007027*    The jobs in the order their outcomes were settled tonight.
007028 01  Run-Order-Table.
007029     02  WS-Run-Seq           PIC 9(3)  VALUE ZEROS.
007030     02  RO-Job-Sub           PIC 9(3)  OCCURS 60 TIMES.
007031
007032 01  Request-Table.
007033     02  WS-Request-Count     PIC 9(3)  VALUE ZEROS.
007034     02  RQ-Step-Name         PIC X(12) OCCURS 60 TIMES.
007035
007036 01  WS-Job-Sub               PIC 9(3)  VALUE ZEROS.
007037 01  WS-Dep-Sub               PIC 9     VALUE ZEROS.
007038 01  WS-Find-Sub              PIC 9(3)  VALUE ZEROS.
007039 01  WS-Found-Sub             PIC 9(3)  VALUE ZEROS.
007040 01  WS-Request-Sub           PIC 9(3)  VALUE ZEROS.
007041 01  WS-Order-Sub             PIC 9(3)  VALUE ZEROS.
007042 01  WS-Find-Name             PIC X(12).
007043 01  WS-Prior-Step            PIC X(12).
007044 01  WS-Job-Outcome           PIC X(8).
007045 01  WS-Held-By               PIC X(12).
007046 01  WS-Job-Found             PIC 9     VALUE 0.
007047     88 Job-Found                       VALUE 1.
007048 01  WS-Line-OK               PIC 9     VALUE 0.
007049     88 Line-OK                         VALUE 1.
007050 01  WS-Progress              PIC 9     VALUE 0.
007051     88 Progress-Made                   VALUE 1.
007052 01  WS-Night-Stop            PIC 9     VALUE 0.
007053     88 Night-Stopped                   VALUE 1.
007054 01  WS-Dep-State             PIC X     VALUE "R".
007055     88 Deps-Ready                      VALUE "R".
007056     88 Deps-Waiting                    VALUE "W".
007057     88 Deps-Blocked                    VALUE "B".
007058
007059*    Calendar facts about WS-Test-Date, worked out by
007060*    Work-Out-Date-Facts for tonight and each forecast night.
007061*    INTEGER-OF-DATE counts from Monday 1601-01-01 as day 1, so
007062*    the day number less one, MOD 7, gives 0 for every Monday.
007063 01  WS-Test-Date             PIC 9(8).
007064 01  WS-Test-Date-Parts REDEFINES WS-Test-Date.
007065     02  WS-Test-Year         PIC 9(4).
007066     02  WS-Test-Month        PIC 99.
007067     02  WS-Test-Day          PIC 99.
007068 01  WS-Next-Date             PIC 9(8).
007069 01  WS-Next-Date-Parts REDEFINES WS-Next-Date.
007070     02  WS-Next-Year         PIC 9(4).
007071     02  WS-Next-Month        PIC 99.
007072     02  WS-Next-Day          PIC 99.
007073 01  WS-Day-Number            PIC 9(7)  VALUE ZEROS.
007074 01  WS-Week-Day-Sub          PIC 9     VALUE ZEROS.
007075 01  WS-Test-Day-Name         PIC X(3).
007076 01  WS-Test-Month-End        PIC 9     VALUE 0.
007077     88 Test-Month-End                  VALUE 1.
007078 01  WS-Test-First-Bus        PIC 9     VALUE 0.
007079     88 Test-First-Bus-Day              VALUE 1.
007080 01  WS-Due-Flag              PIC 9     VALUE 0.
007081     88 Job-Due                         VALUE 1.
007082 01  WS-Forecast-Night        PIC 9     VALUE ZEROS.
007083 01  WS-Forecast-Jobs         PIC 9(3)  VALUE ZEROS.
007084
007085 01  Day-Name-Values          PIC X(21)
007086         VALUE "MONTUEWEDTHUFRISATSUN".
007087 01  Day-Name-Table REDEFINES Day-Name-Values.
007088     02  WS-Day-Name          PIC X(3)  OCCURS 7 TIMES.
007089
007090 01  WS-Freq-Text             PIC X(12).
007091 01  WS-Depends-Text          PIC X(30).
007092 01  WS-Depends-Ptr           PIC 99    VALUE ZEROS.
007100
007200 01  WS-Step-Name             PIC X(12).
007300 01  WS-Step-Command          PIC X(40).
008358 01  WS-Balance-Command       PIC X(40) VALUE "./OilBalance".
008360 01  WS-Batch-Return-Code     PIC S9(4) VALUE 0.
008400
008401 01  Sched-Heading-1.
008402     02  FILLER               PIC X(33)
008403         VALUE "NIGHTLY BATCH SCHEDULE - RUN DATE".
008404     02  FILLER               PIC X     VALUE SPACE.
008405     02  Prn-Run-Date         PIC 9999/99/99.
008406     02  FILLER               PIC X     VALUE SPACE.
008407     02  Prn-Run-Day          PIC X(3).
008408     02  FILLER               PIC X(3)  VALUE SPACES.
008409     02  Prn-Run-Mode         PIC X(12).
008410
008411 01  Sched-Heading-2.
008412     02  FILLER               PIC X(47)
008413         VALUE "SEQ STEP         FREQUENCY     REQ STOP OUTCOME".
008414     02  FILLER               PIC X(14) VALUE "   DEPENDS ON".
008415
008416 01  Sched-Detail.
008417     02  Prn-Seq              PIC ZZZ.
008418     02  FILLER               PIC X     VALUE SPACE.
008419     02  Prn-Step-Name        PIC X(12).
008420     02  FILLER               PIC X     VALUE SPACE.
008421     02  Prn-Freq             PIC X(12).
008422     02  FILLER               PIC X(2)  VALUE SPACES.
008423     02  Prn-Requested        PIC X.
008424     02  FILLER               PIC X(4)  VALUE SPACES.
008425     02  Prn-Stop             PIC X.
008426     02  FILLER               PIC X(3)  VALUE SPACES.
008427     02  Prn-Outcome          PIC X(8).
008428     02  FILLER               PIC X(2)  VALUE SPACES.
008429     02  Prn-Depends          PIC X(30).
008430
008431 01  Sched-Held-Line.
008432     02  FILLER               PIC X(21) VALUE SPACES.
008433     02  FILLER               PIC X(11) VALUE "HELD BY".
008434     02  Prn-Held-By          PIC X(12).
008435
008436 01  Forecast-Heading.
008437     02  FILLER               PIC X(48)
008438         VALUE "FORECAST - NEXT SEVEN NIGHTS BESIDES THE NIGHTLY".
008439     02  FILLER               PIC X(5)  VALUE " JOBS".
008440
008441 01  Forecast-Detail.
008442     02  FILLER               PIC X(2)  VALUE SPACES.
008443     02  Prn-FC-Date          PIC 9999/99/99.
008444     02  FILLER               PIC X(2)  VALUE SPACES.
008445     02  Prn-FC-Day           PIC X(3).
008446     02  FILLER               PIC X(3)  VALUE SPACES.
008447     02  Prn-FC-Step          PIC X(12).
008448     02  FILLER               PIC X(2)  VALUE SPACES.
008449     02  Prn-FC-Freq          PIC X(12).
008450     02  FILLER               PIC X(2)  VALUE SPACES.
008451     02  Prn-FC-Command       PIC X(30).
008452
008453 01  WS-Sched-Text            PIC X(80)  VALUE SPACES.
008454
008500 PROCEDURE DIVISION.
008600 Run-Nightly-Batch.
008700     PERFORM Stamp-Run-Date.
008800     DISPLAY "BatchControl: nightly run date " WS-Run-Date.
008820     PERFORM Load-Schedule.
008840     PERFORM Load-Requests.
008860     PERFORM Mark-Due-Tonight.
008900     DISPLAY "Run mode -- N)ormal (skip steps already clean"
009000         " tonight), F)orce all, P)review schedule, Q)uit: ".
009100     ACCEPT WS-Run-Mode.
009200     IF Quit-Mode
009300         DISPLAY "BatchControl: nothing run."
009400         MOVE 0 TO RETURN-CODE
009500         STOP RUN
009600     END-IF.
009620     IF Preview-Mode
009640         PERFORM Write-Schedule-Report
009660         DISPLAY "BatchControl: schedule and forecast written to"
009680             " BATCHSCH.RPT -- nothing run."
009700         MOVE 0 TO RETURN-CODE
009720         STOP RUN
009780     END-IF.
009790
010240     PERFORM Run-Due-Jobs.
010690     PERFORM Write-Job-Plan.
011140     PERFORM Write-Schedule-Report.
011590     PERFORM Rewrite-Requests.
012082
012080*    The summary step always runs, clean night or not, and is
012090*    never skipped as already-clean -- it must reflect whatever
019200     MOVE WS-Run-Date TO RunDateRec.
019300     WRITE RunDateRec.
019400     CLOSE RunDateFile.
019410
019420 Load-Schedule.
019430     MOVE 0 TO WS-File-EOF.
019440     OPEN INPUT ScheduleFile.
019450     IF WS-Schedule-File-Status NOT = "00"
019460         DISPLAY "BatchControl: JOBSCHED.DAT not found -- running"
019470             " the standard nightly chain."
019480         PERFORM Load-Default-Schedule
019490     ELSE
019500         READ ScheduleFile
019510             AT END SET File-EOF TO TRUE
019520         END-READ
019530         PERFORM UNTIL File-EOF
019540             IF ScheduleRec(1:1) NOT = "*"
019550                AND JS-Step-Name NOT = SPACES
019560                 PERFORM Check-Schedule-Line
019570                 IF Line-OK
019580                     PERFORM Add-Scheduled-Job
019590                 END-IF
019600             END-IF
019610             READ ScheduleFile
019620                 AT END SET File-EOF TO TRUE
019630             END-READ
019640         END-PERFORM
019650         CLOSE ScheduleFile
019660     END-IF.
019670     PERFORM Check-Dependency-Names.
019680
019690 Check-Schedule-Line.
019700*    A line that cannot be scheduled is reported and left out;
019710*    the rest of the schedule still runs.
019720     SET Line-OK TO TRUE.
019730     MOVE JS-Step-Name TO WS-Find-Name.
019740     PERFORM Find-Job.
019750     MOVE 0 TO WS-Week-Day-Sub.
019760     PERFORM VARYING WS-Find-Sub FROM 1 BY 1 UNTIL WS-Find-Sub > 7
019770         IF WS-Day-Name(WS-Find-Sub) = JS-Week-Day
019780             MOVE WS-Find-Sub TO WS-Week-Day-Sub
019790         END-IF
019800     END-PERFORM.
019810     EVALUATE TRUE
019820         WHEN JS-Step-Name = "OPSSUMM"
019830             DISPLAY "BatchControl: OPSSUMM always runs last --"
019840                 " its JOBSCHED.DAT line is ignored."
019850             MOVE 0 TO WS-Line-OK
019860         WHEN Job-Found
019870             DISPLAY "BatchControl: " JS-Step-Name
019880                 " is on JOBSCHED.DAT twice -- the second line"
019890                 " is ignored."
019900             MOVE 0 TO WS-Line-OK
019910         WHEN JS-Command = SPACES
019920             DISPLAY "BatchControl: " JS-Step-Name
019930                 " has no command on JOBSCHED.DAT -- not"
019940                 " scheduled."
019950             MOVE 0 TO WS-Line-OK
019960         WHEN NOT (JS-Nightly OR JS-Weekly OR JS-Month-End
019970                   OR JS-First-Bus-Day OR JS-On-Request)
019980             DISPLAY "BatchControl: " JS-Step-Name
019990                 " has frequency " JS-Frequency
020000                 " -- not N, W, M, F or R; not scheduled."
020010             MOVE 0 TO WS-Line-OK
020020         WHEN JS-Weekly AND WS-Week-Day-Sub = 0
020030             DISPLAY "BatchControl: " JS-Step-Name
020040                 " is weekly on " JS-Week-Day
020050                 " -- not MON to SUN; not scheduled."
020060             MOVE 0 TO WS-Line-OK
020070         WHEN JS-Stop-On-Fail NOT = "Y"
020080              AND JS-Stop-On-Fail NOT = "N"
020090             DISPLAY "BatchControl: " JS-Step-Name
020100                 " stop-on-fail flag is " JS-Stop-On-Fail
020110                 " -- not Y or N; not scheduled."
020120             MOVE 0 TO WS-Line-OK
020130     END-EVALUATE.
020140
020150 Add-Scheduled-Job.
020160     IF WS-Job-Count >= 60
020170         DISPLAY "Over 60 jobs on JOBSCHED.DAT -- raise the"
020180             " JT-Entry table size."
020190         MOVE 1 TO RETURN-CODE
020200         STOP RUN
020210     END-IF.
020220     ADD 1 TO WS-Job-Count.
020230     MOVE JS-Step-Name TO JT-Step-Name(WS-Job-Count).
020240     MOVE JS-Command TO JT-Command(WS-Job-Count).
020250     MOVE JS-Frequency TO JT-Frequency(WS-Job-Count).
020260     MOVE JS-Week-Day TO JT-Week-Day(WS-Job-Count).
020270     MOVE JS-Stop-On-Fail TO JT-Stop-On-Fail(WS-Job-Count).
020280     PERFORM VARYING WS-Dep-Sub FROM 1 BY 1 UNTIL WS-Dep-Sub > 4
020290         MOVE JS-Depends-On(WS-Dep-Sub)
020300             TO JT-Depends-On(WS-Job-Count, WS-Dep-Sub)
020310     END-PERFORM.
020320     MOVE 0 TO JT-Requested(WS-Job-Count).
020330     MOVE 0 TO JT-Due(WS-Job-Count).
020340     MOVE SPACES TO JT-Outcome(WS-Job-Count).
020350     MOVE SPACES TO JT-Held-By(WS-Job-Count).
020360
020370 Load-Default-Schedule.
020380*    The nightly chain as it stood before the schedule file.
020390     MOVE SPACES TO WS-Prior-Step.
020400     MOVE "BATCHREADY  " TO WS-Step-Name.
020410     MOVE WS-Ready-Command TO WS-Step-Command.
020420     PERFORM Add-Default-Job.
020430     MOVE "TRANSEDIT   " TO WS-Step-Name.
020440     MOVE WS-Edit-Command TO WS-Step-Command.
020450     PERFORM Add-Default-Job.
020460     MOVE "MERGEFILES  " TO WS-Step-Name.
020470     MOVE WS-Merge-Command TO WS-Step-Command.
020480     PERFORM Add-Default-Job.
020490     MOVE "OILSALES    " TO WS-Step-Name.
020500     MOVE WS-Sales-Command TO WS-Step-Command.
020510     PERFORM Add-Default-Job.
020520     MOVE "OILSTOCK    " TO WS-Step-Name.
020530     MOVE WS-Stock-Command TO WS-Step-Command.
020540     PERFORM Add-Default-Job.
020550     MOVE "OILINVOICE  " TO WS-Step-Name.
020560     MOVE WS-Invoice-Command TO WS-Step-Command.
020570     PERFORM Add-Default-Job.
020580     MOVE "OILBALANCE  " TO WS-Step-Name.
020590     MOVE WS-Balance-Command TO WS-Step-Command.
020600     PERFORM Add-Default-Job.
020610
020620 Add-Default-Job.
020630     ADD 1 TO WS-Job-Count.
020640     MOVE WS-Step-Name TO JT-Step-Name(WS-Job-Count).
020650     MOVE WS-Step-Command TO JT-Command(WS-Job-Count).
020660     MOVE "N" TO JT-Frequency(WS-Job-Count).
020670     MOVE SPACES TO JT-Week-Day(WS-Job-Count).
020680     MOVE "Y" TO JT-Stop-On-Fail(WS-Job-Count).
020690     PERFORM VARYING WS-Dep-Sub FROM 1 BY 1 UNTIL WS-Dep-Sub > 4
020700         MOVE SPACES TO JT-Depends-On(WS-Job-Count, WS-Dep-Sub)
020710     END-PERFORM.
020720     MOVE WS-Prior-Step TO JT-Depends-On(WS-Job-Count, 1).
020730     MOVE 0 TO JT-Requested(WS-Job-Count).
020740     MOVE 0 TO JT-Due(WS-Job-Count).
020750     MOVE SPACES TO JT-Outcome(WS-Job-Count).
020760     MOVE SPACES TO JT-Held-By(WS-Job-Count).
020770     MOVE WS-Step-Name TO WS-Prior-Step.
020780
020790 Check-Dependency-Names.
020800*    A prerequisite that is not on the schedule is never due, so
020810*    it never holds anything back -- worth a warning all the same,
020820*    since it is most likely a misspelling.
020830     PERFORM VARYING WS-Job-Sub FROM 1 BY 1
020840             UNTIL WS-Job-Sub > WS-Job-Count
020850         PERFORM VARYING WS-Dep-Sub FROM 1 BY 1
020860                 UNTIL WS-Dep-Sub > 4
020870             IF JT-Depends-On(WS-Job-Sub, WS-Dep-Sub) NOT = SPACES
020880                 MOVE JT-Depends-On(WS-Job-Sub, WS-Dep-Sub)
020890                     TO WS-Find-Name
020900                 PERFORM Find-Job
020910                 IF NOT Job-Found
020920                     DISPLAY "BatchControl: "
020930                         JT-Step-Name(WS-Job-Sub) " depends on "
020940                         WS-Find-Name " -- not on JOBSCHED.DAT."
020950                 END-IF
020960             END-IF
020970         END-PERFORM
020980     END-PERFORM.
020990
021000 Find-Job.
021010     MOVE 0 TO WS-Job-Found.
021020     MOVE 0 TO WS-Found-Sub.
021030     PERFORM VARYING WS-Find-Sub FROM 1 BY 1
021040             UNTIL WS-Find-Sub > WS-Job-Count OR Job-Found
021050         IF JT-Step-Name(WS-Find-Sub) = WS-Find-Name
021060             SET Job-Found TO TRUE
021070             MOVE WS-Find-Sub TO WS-Found-Sub
021080         END-IF
021090     END-PERFORM.
021100
021110 Load-Requests.
021120     MOVE 0 TO WS-File-EOF.
021130     OPEN INPUT RequestFile.
021140     IF WS-Request-File-Status = "00"
021150         READ RequestFile
021160             AT END SET File-EOF TO TRUE
021170         END-READ
021180         PERFORM UNTIL File-EOF
021190             IF RequestRec NOT = SPACES
021200                 IF WS-Request-Count >= 60
021210                     DISPLAY "Over 60 requests on JOBREQ.DAT --"
021220                         " raise the RQ-Step-Name table size."
021230                     MOVE 1 TO RETURN-CODE
021240                     STOP RUN
021250                 END-IF
021260                 ADD 1 TO WS-Request-Count
021270                 MOVE RequestRec TO RQ-Step-Name(WS-Request-Count)
021280                 MOVE RequestRec TO WS-Find-Name
021290                 PERFORM Find-Job
021300                 IF Job-Found
021310                     MOVE 1 TO JT-Requested(WS-Found-Sub)
021320                 ELSE
021330                     DISPLAY "BatchControl: " RequestRec " is on"
021340                         " JOBREQ.DAT but not on JOBSCHED.DAT --"
021350                         " request kept."
021360                 END-IF
021370             END-IF
021380             READ RequestFile
021390                 AT END SET File-EOF TO TRUE
021400             END-READ
021410         END-PERFORM
021420         CLOSE RequestFile
021430     END-IF.
021440
021450 Mark-Due-Tonight.
021460     MOVE WS-Run-Date TO WS-Test-Date.
021470     PERFORM Work-Out-Date-Facts.
021480     MOVE WS-Test-Day-Name TO Prn-Run-Day.
021490     PERFORM VARYING WS-Job-Sub FROM 1 BY 1
021500             UNTIL WS-Job-Sub > WS-Job-Count
021510         PERFORM Test-Job-Due
021520         IF Job-Due OR JT-Is-Requested(WS-Job-Sub)
021530             MOVE 1 TO JT-Due(WS-Job-Sub)
021540         END-IF
021550     END-PERFORM.
021560
021570 Work-Out-Date-Facts.
021580     COMPUTE WS-Day-Number =
021590         FUNCTION INTEGER-OF-DATE(WS-Test-Date).
021600     COMPUTE WS-Week-Day-Sub =
021610         FUNCTION MOD(WS-Day-Number - 1, 7) + 1.
021620     MOVE WS-Day-Name(WS-Week-Day-Sub) TO WS-Test-Day-Name.
021630     COMPUTE WS-Next-Date =
021640         FUNCTION DATE-OF-INTEGER(WS-Day-Number + 1).
021650     MOVE 0 TO WS-Test-Month-End.
021660     MOVE 0 TO WS-Test-First-Bus.
021670     IF WS-Next-Day = 1
021680         SET Test-Month-End TO TRUE
021690     END-IF.
021700*    The first business day is the 1st on a weekday, or the
021710*    Monday after a 1st that fell at the weekend.
021720     IF (WS-Test-Day = 1 AND WS-Week-Day-Sub < 6)
021730        OR (WS-Test-Day < 4 AND WS-Week-Day-Sub = 1)
021740         SET Test-First-Bus-Day TO TRUE
021750     END-IF.
021760
021770 Test-Job-Due.
021780     MOVE 0 TO WS-Due-Flag.
021790     EVALUATE TRUE
021800         WHEN JT-Nightly(WS-Job-Sub)
021810             SET Job-Due TO TRUE
021820         WHEN JT-Weekly(WS-Job-Sub)
021830              AND JT-Week-Day(WS-Job-Sub) = WS-Test-Day-Name
021840             SET Job-Due TO TRUE
021850         WHEN JT-Month-End(WS-Job-Sub) AND Test-Month-End
021860             SET Job-Due TO TRUE
021870         WHEN JT-First-Bus-Day(WS-Job-Sub) AND Test-First-Bus-Day
021880             SET Job-Due TO TRUE
021890     END-EVALUATE.
021900
021910 Run-Due-Jobs.
021920*    Each pass scans the schedule from the first job and settles
021925*    only the first due job it can -- run it, or hold it -- so a
021930*    job freed by one that has just finished still goes ahead of
021935*    anything listed after it. Passes repeat until one settles
021940*    nothing more.
021950     SET Progress-Made TO TRUE.
021960     PERFORM UNTIL NOT Progress-Made
021970         MOVE 0 TO WS-Progress
021980         PERFORM VARYING WS-Job-Sub FROM 1 BY 1
021990                 UNTIL WS-Job-Sub > WS-Job-Count OR Progress-Made
022000             IF JT-Is-Due(WS-Job-Sub)
022010                AND JT-Outcome(WS-Job-Sub) = SPACES
022020                 PERFORM Try-One-Job
022030             END-IF
022040         END-PERFORM
022050     END-PERFORM.
022060*    Whatever is still waiting now can only be waiting on itself
022070*    through a loop in the dependencies.
022080     PERFORM VARYING WS-Job-Sub FROM 1 BY 1
022090             UNTIL WS-Job-Sub > WS-Job-Count
022100         IF JT-Is-Due(WS-Job-Sub)
022110            AND JT-Outcome(WS-Job-Sub) = SPACES
022120             DISPLAY "BatchControl: " JT-Step-Name(WS-Job-Sub)
022130                 " held -- its dependencies on JOBSCHED.DAT loop."
022140             MOVE "(LOOP)" TO JT-Held-By(WS-Job-Sub)
022150             MOVE "HELD" TO WS-Job-Outcome
022160             PERFORM Settle-Job-Outcome
022170             IF WS-Batch-Return-Code = 0
022180                 MOVE 1 TO WS-Batch-Return-Code
022190             END-IF
022200         END-IF
022210     END-PERFORM.
022220
022230 Try-One-Job.
022240     IF Night-Stopped
022250         MOVE "NOT RUN" TO WS-Job-Outcome
022260         PERFORM Settle-Job-Outcome
022270     ELSE
022280         PERFORM Check-Dependencies
022290         EVALUATE TRUE
022300             WHEN Deps-Blocked
022310                 MOVE WS-Held-By TO JT-Held-By(WS-Job-Sub)
022320                 DISPLAY "BatchControl: " JT-Step-Name(WS-Job-Sub)
022330                     " held -- " WS-Held-By
022340                     " did not finish cleanly."
022350                 MOVE "HELD" TO WS-Job-Outcome
022360                 PERFORM Settle-Job-Outcome
022370             WHEN Deps-Ready
022380                 PERFORM Run-Scheduled-Job
022390         END-EVALUATE
022400     END-IF.
022410
022420 Check-Dependencies.
022430*    Only a prerequisite that is due tonight counts; one that is
022440*    not due is taken as done.
022450     SET Deps-Ready TO TRUE.
022460     PERFORM VARYING WS-Dep-Sub FROM 1 BY 1
022470             UNTIL WS-Dep-Sub > 4 OR Deps-Blocked
022480         IF JT-Depends-On(WS-Job-Sub, WS-Dep-Sub) NOT = SPACES
022490             MOVE JT-Depends-On(WS-Job-Sub, WS-Dep-Sub)
022500                 TO WS-Find-Name
022510             PERFORM Find-Job
022520             IF Job-Found
022530                 IF JT-Is-Due(WS-Found-Sub)
022540                     EVALUATE JT-Outcome(WS-Found-Sub)
022550                         WHEN "OK"
022560                         WHEN "SKIPPED"
022570                             CONTINUE
022580                         WHEN SPACES
022590                             SET Deps-Waiting TO TRUE
022600                         WHEN OTHER
022610                             SET Deps-Blocked TO TRUE
022620                             MOVE WS-Find-Name TO WS-Held-By
022630                     END-EVALUATE
022640                 END-IF
022650             END-IF
022660         END-IF
022670     END-PERFORM.
022680
022690 Run-Scheduled-Job.
022700     MOVE JT-Step-Name(WS-Job-Sub) TO WS-Step-Name.
022710     MOVE JT-Command(WS-Job-Sub) TO WS-Step-Command.
022720     PERFORM Run-One-Step.
022730     IF Step-Skipped
022740         MOVE "SKIPPED" TO WS-Job-Outcome
022750     ELSE
022760         IF WS-Step-Return-Code = 0
022770             MOVE "OK" TO WS-Job-Outcome
022780         ELSE
022790             MOVE "FAILED" TO WS-Job-Outcome
022800             IF WS-Batch-Return-Code = 0
022810                 MOVE WS-Step-Return-Code TO WS-Batch-Return-Code
022820             END-IF
022830             IF WS-Step-Name = "BATCHREADY"
022840                 DISPLAY "BatchControl: BatchReady says NO-GO,"
022850                     " see BATCHRDY.RPT."
022860             END-IF
022870             IF JT-Stops-Night(WS-Job-Sub)
022880                 SET Night-Stopped TO TRUE
022890                 DISPLAY "BatchControl: halting -- " WS-Step-Name
022900                     " stops the night; the jobs not yet run are"
022910                     " NOT RUN."
022920             ELSE
022930                 DISPLAY "BatchControl: " WS-Step-Name
022940                     " does not stop the night -- only the jobs"
022950                     " depending on it are held."
022960             END-IF
022970         END-IF
022980     END-IF.
022990     PERFORM Settle-Job-Outcome.
023000
023010 Settle-Job-Outcome.
023020     MOVE WS-Job-Outcome TO JT-Outcome(WS-Job-Sub).
023030     ADD 1 TO WS-Run-Seq.
023040     MOVE WS-Job-Sub TO RO-Job-Sub(WS-Run-Seq).
023050     SET Progress-Made TO TRUE.
023060
023070 Write-Job-Plan.
023080     OPEN OUTPUT PlanFile.
023090     PERFORM VARYING WS-Order-Sub FROM 1 BY 1
023100             UNTIL WS-Order-Sub > WS-Run-Seq
023110         MOVE RO-Job-Sub(WS-Order-Sub) TO WS-Job-Sub
023120         MOVE WS-Run-Date TO JP-Run-Date
023130         MOVE JT-Step-Name(WS-Job-Sub) TO JP-Step-Name
023140         MOVE JT-Outcome(WS-Job-Sub) TO JP-Outcome
023150         WRITE PlanRec
023160     END-PERFORM.
023170     CLOSE PlanFile.
023180
023190 Rewrite-Requests.
023200*    A request stands until its job has finished cleanly.
023210     IF WS-Request-Count > 0
023220         OPEN OUTPUT RequestFile
023230         PERFORM VARYING WS-Request-Sub FROM 1 BY 1
023240                 UNTIL WS-Request-Sub > WS-Request-Count
023250             MOVE RQ-Step-Name(WS-Request-Sub) TO WS-Find-Name
023260             PERFORM Find-Job
023270             MOVE SPACES TO WS-Job-Outcome
023280             IF Job-Found
023290                 MOVE JT-Outcome(WS-Found-Sub) TO WS-Job-Outcome
023300             END-IF
023310             IF WS-Job-Outcome NOT = "OK"
023320                AND WS-Job-Outcome NOT = "SKIPPED"
023330                 WRITE RequestRec
023340                     FROM RQ-Step-Name(WS-Request-Sub)
023350             END-IF
023360         END-PERFORM
023370         CLOSE RequestFile
023380     END-IF.
023390
023400 Write-Schedule-Report.
023410     OPEN OUTPUT ScheduleReport.
023420     MOVE WS-Run-Date TO Prn-Run-Date.
023430     IF Preview-Mode
023440         MOVE "(PREVIEW)" TO Prn-Run-Mode
023450     ELSE
023460         MOVE SPACES TO Prn-Run-Mode
023470     END-IF.
023480     WRITE ScheduleLine FROM Sched-Heading-1.
023490     MOVE SPACES TO ScheduleLine.
023500     WRITE ScheduleLine.
023510     WRITE ScheduleLine FROM Sched-Heading-2.
023520     MOVE 0 TO WS-Forecast-Jobs.
023530     IF Preview-Mode
023540*        Nothing has run, so the jobs are listed in
023545*        schedule order.
023550         PERFORM VARYING WS-Job-Sub FROM 1 BY 1
023560                 UNTIL WS-Job-Sub > WS-Job-Count
023570             IF JT-Is-Due(WS-Job-Sub)
023580                 ADD 1 TO WS-Forecast-Jobs
023590                 MOVE 0 TO Prn-Seq
023600                 MOVE "DUE" TO Prn-Outcome
023610                 PERFORM Write-Sched-Detail
023620             END-IF
023630         END-PERFORM
023640     ELSE
023650         PERFORM VARYING WS-Order-Sub FROM 1 BY 1
023660                 UNTIL WS-Order-Sub > WS-Run-Seq
023670             MOVE RO-Job-Sub(WS-Order-Sub) TO WS-Job-Sub
023680             ADD 1 TO WS-Forecast-Jobs
023690             MOVE WS-Order-Sub TO Prn-Seq
023700             MOVE JT-Outcome(WS-Job-Sub) TO Prn-Outcome
023710             PERFORM Write-Sched-Detail
023720         END-PERFORM
023730     END-IF.
023740     IF WS-Forecast-Jobs = 0
023750         MOVE "  No jobs are due tonight." TO WS-Sched-Text
023760         WRITE ScheduleLine FROM WS-Sched-Text
023770     END-IF.
023780     MOVE SPACES TO ScheduleLine.
023790     WRITE ScheduleLine.
023800
023810     WRITE ScheduleLine FROM Forecast-Heading.
023820     PERFORM VARYING WS-Forecast-Night FROM 1 BY 1
023830             UNTIL WS-Forecast-Night > 7
023840         COMPUTE WS-Test-Date = FUNCTION DATE-OF-INTEGER(
023850             FUNCTION INTEGER-OF-DATE(WS-Run-Date)
023860             + WS-Forecast-Night)
023870         PERFORM Work-Out-Date-Facts
023880         MOVE WS-Test-Date TO Prn-FC-Date
023890         MOVE WS-Test-Day-Name TO Prn-FC-Day
023900         MOVE 0 TO WS-Forecast-Jobs
023910         PERFORM VARYING WS-Job-Sub FROM 1 BY 1
023920                 UNTIL WS-Job-Sub > WS-Job-Count
023930             IF NOT JT-Nightly(WS-Job-Sub)
023940                 PERFORM Test-Job-Due
023950                 IF Job-Due
023960                     ADD 1 TO WS-Forecast-Jobs
023970                     MOVE JT-Step-Name(WS-Job-Sub) TO Prn-FC-Step
023980                     PERFORM Describe-Frequency
023990                     MOVE WS-Freq-Text TO Prn-FC-Freq
024000                     MOVE JT-Command(WS-Job-Sub) TO Prn-FC-Command
024010                     WRITE ScheduleLine FROM Forecast-Detail
024020                 END-IF
024030             END-IF
024040         END-PERFORM
024050         IF WS-Forecast-Jobs = 0
024060             MOVE "NIGHTLY ONLY" TO Prn-FC-Step
024070             MOVE SPACES TO Prn-FC-Freq
024080             MOVE SPACES TO Prn-FC-Command
024090             WRITE ScheduleLine FROM Forecast-Detail
024100         END-IF
024110     END-PERFORM.
024120     MOVE SPACES TO ScheduleLine.
024130     WRITE ScheduleLine.
024140
024150     MOVE "ON REQUEST ONLY - NAME THE STEP ON JOBREQ.DAT TO RUN"
024160         TO WS-Sched-Text.
024170     WRITE ScheduleLine FROM WS-Sched-Text.
024180     MOVE 0 TO WS-Forecast-Jobs.
024190     PERFORM VARYING WS-Job-Sub FROM 1 BY 1
024200             UNTIL WS-Job-Sub > WS-Job-Count
024210         IF JT-On-Request(WS-Job-Sub)
024220             ADD 1 TO WS-Forecast-Jobs
024230             MOVE SPACES TO WS-Sched-Text
024240             STRING "  " JT-Step-Name(WS-Job-Sub) "  "
024250                 JT-Command(WS-Job-Sub)
024260                 DELIMITED BY SIZE INTO WS-Sched-Text
024270             END-STRING
024280             WRITE ScheduleLine FROM WS-Sched-Text
024290         END-IF
024300     END-PERFORM.
024310     IF WS-Forecast-Jobs = 0
024320         MOVE "  None." TO WS-Sched-Text
024330         WRITE ScheduleLine FROM WS-Sched-Text
024340     END-IF.
024350     CLOSE ScheduleReport.
024360
024370 Write-Sched-Detail.
024380     MOVE JT-Step-Name(WS-Job-Sub) TO Prn-Step-Name.
024390     PERFORM Describe-Frequency.
024400     MOVE WS-Freq-Text TO Prn-Freq.
024410     IF JT-Is-Requested(WS-Job-Sub)
024420         MOVE "Y" TO Prn-Requested
024430     ELSE
024440         MOVE SPACE TO Prn-Requested
024450     END-IF.
024460     MOVE JT-Stop-On-Fail(WS-Job-Sub) TO Prn-Stop.
024470     PERFORM Build-Depends-Text.
024480     MOVE WS-Depends-Text TO Prn-Depends.
024490     WRITE ScheduleLine FROM Sched-Detail.
024500     IF JT-Held-By(WS-Job-Sub) NOT = SPACES
024510         MOVE JT-Held-By(WS-Job-Sub) TO Prn-Held-By
024520         WRITE ScheduleLine FROM Sched-Held-Line
024530     END-IF.
024540
024550 Describe-Frequency.
024560     MOVE SPACES TO WS-Freq-Text.
024570     EVALUATE TRUE
024580         WHEN JT-Nightly(WS-Job-Sub)
024590             MOVE "NIGHTLY" TO WS-Freq-Text
024600         WHEN JT-Weekly(WS-Job-Sub)
024610             STRING "WEEKLY " JT-Week-Day(WS-Job-Sub)
024620                 DELIMITED BY SIZE INTO WS-Freq-Text
024630             END-STRING
024640         WHEN JT-Month-End(WS-Job-Sub)
024650             MOVE "MONTH-END" TO WS-Freq-Text
024660         WHEN JT-First-Bus-Day(WS-Job-Sub)
024670             MOVE "1ST BUS DAY" TO WS-Freq-Text
024680         WHEN OTHER
024690             MOVE "ON REQUEST" TO WS-Freq-Text
024700     END-EVALUATE.
024710
024720 Build-Depends-Text.
024730     MOVE SPACES TO WS-Depends-Text.
024740     MOVE 1 TO WS-Depends-Ptr.
024750     PERFORM VARYING WS-Dep-Sub FROM 1 BY 1 UNTIL WS-Dep-Sub > 4
024760         IF JT-Depends-On(WS-Job-Sub, WS-Dep-Sub) NOT = SPACES
024770             IF WS-Depends-Ptr > 1
024780                 STRING "," DELIMITED BY SIZE
024790                     INTO WS-Depends-Text
024800                     WITH POINTER WS-Depends-Ptr
024810                 END-STRING
024820             END-IF
024830             STRING JT-Depends-On(WS-Job-Sub, WS-Dep-Sub)
024840                 DELIMITED BY SPACE
024850                 INTO WS-Depends-Text
024860                 WITH POINTER WS-Depends-Ptr
024870             END-STRING
024880         END-IF
024890     END-PERFORM.
