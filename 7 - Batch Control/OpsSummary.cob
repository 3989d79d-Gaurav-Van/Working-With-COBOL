001600* first and the verdict derived before any line prints, so the
001700* verdict can lead the page. A missing input file is itself
001800* reason for ATTENTION.
001810* The steps listed are the night's jobs from JOBPLAN.DAT, the
001820* plan BatchControl writes from the job schedule, so a weekly or
001830* month-end job shows up on the nights it was due; a job the
001840* plan says was HELD or NOT RUN keeps that outcome unless the
001850* run log has an attempt for it tonight. With no plan for
001860* tonight's date the page lists the standard nightly chain.
001865* The result of tonight's integrity sweep is taken from
001870* INTEGCHK.DAT (INTEGCHK.CPY), the record IntegrityCheck
001875* rewrites each run: its SERIOUS and WARNING counts print on
001880* the page and any finding at all is reason for ATTENTION. A
001885* record for an earlier date means the sweep did not run
001890* tonight; that shows as NOT RUN, and the step's own outcome
001895* above says whether it was due.
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
004700     SELECT SummaryFile ASSIGN TO "OPSSUMM.RPT"
004800              ORGANIZATION IS LINE SEQUENTIAL.
004900
004910     SELECT PlanFile ASSIGN TO "JOBPLAN.DAT"
004920              ORGANIZATION IS LINE SEQUENTIAL
004930              FILE STATUS IS WS-Plan-File-Status.
004940
004950     SELECT IntegResultFile ASSIGN TO "INTEGCHK.DAT"
004960              ORGANIZATION IS LINE SEQUENTIAL
004970              FILE STATUS IS WS-Integ-File-Status.
004980
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  RunDateFile.
007500 FD  SummaryFile.
007600 01  SummaryLine            PIC X(100).
007700
007710 FD  PlanFile.
007720     COPY "JOBPLAN.CPY" REPLACING ==REC-NAME== BY ==PlanRec==.
007730
007740 FD  IntegResultFile.
007750     COPY "INTEGCHK.CPY" REPLACING
007760         ==REC-NAME== BY ==IntegResultRec==.
007770
007800 WORKING-STORAGE SECTION.
007900 01  WS-Run-Date-File-Status PIC XX.
008000 01  WS-Run-Log-File-Status PIC XX.
008200 01  WS-Ctl-File-Status     PIC XX.
008300 01  WS-Excp-File-Status    PIC XX.
008400 01  WS-Sales-File-Status   PIC XX.
008450 01  WS-Plan-File-Status    PIC XX.
008470 01  WS-Integ-File-Status   PIC XX.
008500
008600 01  WS-File-EOF            PIC 9       VALUE 0.
008700     88 File-EOF                        VALUE 1.
009000 01  WS-Run-Date-Edited     PIC 9999/99/99.
009100
009200 01  Step-Outcome-Table.
009260     02  WS-Step-Count      PIC 9(3)    VALUE ZEROS.
009320     02  SO-Entry OCCURS 60 TIMES INDEXED BY SO-Idx.
009400         03  SO-Step-Name   PIC X(12).
009500         03  SO-Outcome     PIC X(12).
009600         03  SO-Seen        PIC 9.
010000 01  WS-Line-Tally          PIC 9(5)    VALUE ZEROS.
010100 01  WS-Recon-Result        PIC X(12)   VALUE "NOT FOUND".
010200 01  WS-Excp-Count          PIC 9(5)    VALUE ZEROS.
010250 01  WS-Integ-Result        PIC X(40)   VALUE "NOT RUN".
010300 01  WS-Total-Sales-Line    PIC X(64)   VALUE SPACES.
010400 01  WS-Total-Qty-Line      PIC X(64)   VALUE SPACES.
010500 01  WS-Total-Value-Line    PIC X(64)   VALUE SPACES.
011900     PERFORM Gather-Reconciliation.
012000     PERFORM Gather-Sales-Exceptions.
012100     PERFORM Gather-Sales-Totals.
012150     PERFORM Gather-Integrity-Check.
012200     PERFORM Write-Summary-Page.
012300     MOVE 0 TO RETURN-CODE.
012400     STOP RUN.
013600     END-IF.
013700
013800 Set-Up-Step-Table.
013820     MOVE 0 TO WS-File-EOF.
013840     OPEN INPUT PlanFile.
013860     IF WS-Plan-File-Status = "00"
013880         READ PlanFile
013900             AT END SET File-EOF TO TRUE
013920         END-READ
013940         PERFORM UNTIL File-EOF
013960             IF JP-Run-Date = WS-Run-Date
013980                AND WS-Step-Count < 60
014000                 ADD 1 TO WS-Step-Count
014020                 MOVE JP-Step-Name TO SO-Step-Name(WS-Step-Count)
014040                 MOVE JP-Outcome TO SO-Outcome(WS-Step-Count)
014060                 MOVE 0 TO SO-Seen(WS-Step-Count)
014080             END-IF
014100             READ PlanFile
014120                 AT END SET File-EOF TO TRUE
014140             END-READ
014160         END-PERFORM
014180         CLOSE PlanFile
014200     END-IF.
014220     IF WS-Step-Count = 0
014240         DISPLAY "No job plan for tonight -- listing the standard"
014260             " nightly steps."
014280         MOVE "BATCHREADY  " TO SO-Step-Name(1)
014300         MOVE "TRANSEDIT   " TO SO-Step-Name(2)
014320         MOVE "MERGEFILES  " TO SO-Step-Name(3)
014340         MOVE "OILSALES    " TO SO-Step-Name(4)
014360         MOVE "OILSTOCK    " TO SO-Step-Name(5)
014380         MOVE "OILINVOICE  " TO SO-Step-Name(6)
014400         MOVE "OILBALANCE  " TO SO-Step-Name(7)
014420         MOVE 7 TO WS-Step-Count
014440         PERFORM VARYING SO-Idx FROM 1 BY 1 UNTIL SO-Idx > 7
014460             MOVE "NOT RUN" TO SO-Outcome(SO-Idx)
014480             MOVE 0 TO SO-Seen(SO-Idx)
014500         END-PERFORM
014520     END-IF.
014700
014800 Gather-Step-Outcomes.
014900*    The log holds one record per attempt; the LAST record for
015700         PERFORM UNTIL File-EOF
015800             IF RL-Run-Date = WS-Run-Date
015900                 PERFORM VARYING SO-Idx FROM 1 BY 1
016000                         UNTIL SO-Idx > WS-Step-Count
016100                     IF RL-Step-Name = SO-Step-Name(SO-Idx)
016200                         MOVE 1 TO SO-Seen(SO-Idx)
016300                         IF RL-Return-Code = ZEROS
017700         DISPLAY "RUNLOG.DAT not found -- step outcomes unknown."
017800     END-IF.
017900*    The summary step itself is still running while this
017980*    program reads the log, so it has no row of its own -- only
018060*    the batch steps before it count against the verdict.
018140     PERFORM VARYING SO-Idx FROM 1 BY 1
018220             UNTIL SO-Idx > WS-Step-Count
018300         IF SO-Outcome(SO-Idx) NOT = "OK"
018400             SET Needs-Attention TO TRUE
018500         END-IF
030800         DISPLAY "AROMASALES.RPT not found."
030900     END-IF.
031000
031005 Gather-Integrity-Check.
031010     OPEN INPUT IntegResultFile.
031015     IF WS-Integ-File-Status = "00"
031020         READ IntegResultFile
031025             AT END MOVE ZEROS TO IC-Run-Date
031030         END-READ
031035         IF IC-Run-Date = WS-Run-Date
031040             MOVE SPACES TO WS-Integ-Result
031045             STRING "SERIOUS " IC-Serious-Count
031050                 "  WARNING " IC-Warning-Count
031055                 DELIMITED BY SIZE INTO WS-Integ-Result
031060             END-STRING
031065             IF IC-Serious-Count > 0 OR IC-Warning-Count > 0
031070                 SET Needs-Attention TO TRUE
031075             END-IF
031080         END-IF
031085         CLOSE IntegResultFile
031090     END-IF.
031095
031100 Write-Summary-Page.
031200     OPEN OUTPUT SummaryFile.
031300     WRITE SummaryLine FROM WS-Summary-Heading.
032700     MOVE SPACES TO SummaryLine.
032800     WRITE SummaryLine.
032900
032960     PERFORM VARYING SO-Idx FROM 1 BY 1
033020             UNTIL SO-Idx > WS-Step-Count
033100         MOVE SPACES TO WS-Summary-Detail
033200         STRING "  STEP " SO-Step-Name(SO-Idx) " : "
033300             SO-Outcome(SO-Idx)
035300         DELIMITED BY SIZE INTO WS-Summary-Detail
035400     END-STRING.
035500     WRITE SummaryLine FROM WS-Summary-Detail.
035510     MOVE SPACES TO WS-Summary-Detail
035520     STRING "  INTEGRITY CHECK       : " WS-Integ-Result
035530         DELIMITED BY SIZE INTO WS-Summary-Detail
035540     END-STRING.
035550     WRITE SummaryLine FROM WS-Summary-Detail.
035600     MOVE SPACES TO SummaryLine.
035700     WRITE SummaryLine.
035800
