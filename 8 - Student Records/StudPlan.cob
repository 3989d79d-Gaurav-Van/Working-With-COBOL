000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. StudPlan.
000300* Puts a student on a payment plan: the bursar picks one of
000400* the student's open term charges on STUDITEM.DAT and splits
000500* what is still owed on it into dated installments, so the
000600* student is aged -- and dunned -- by the dates agreed rather
000700* than from billing day.
000800* The bursar keys the Student-Id (checked against STUDENTS.NEW
000900* for the name and Balance-Due); the student's open "C" items
001000* are listed, numbered, and the bursar picks one, then keys
001100* the number of installments (02-12), the first due date
001200* (yyyymmdd, day 01-28 so that every month has it) and the
001300* months between installments (1-6). The schedule is shown
001400* and written only on a Y: the charge's IT-Open-Amount goes
001500* to zero and one "I" item per installment (STUDITEM.CPY) is
001600* written straight after it, carrying the due date, the
001700* charge's Ref-Num and the installment amount, open in full.
001800* The open amount divides evenly into the installments, any
001900* odd cents going on the first one. Balance-Due on the master
002000* is not touched -- the debt is the same, only when it falls
002100* due has changed -- so the open items still add back to it.
002200* STUDITEM.DAT is rebuilt through PLAN.TMP and copied back the
002300* way PayPost rebuilds it, once per plan set up, so a session
002400* cut short loses nothing already confirmed. STUDPLAN.RPT is
002500* the plan register: each plan's charge and schedule, added
002600* to the end of the file run after run.
002700* Installment payments then come in through PayPost, which
002800* draws receipts down in due-date order; StudPlanDue lists the
002900* installments coming due or missed and prints the reminders.
003000* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
003100* programs do, falling back to today's date run standalone.
003110* The bursar signs on against OPERATOR.DAT before any student
003120* is shown and must hold the balances authority. Each plan set
003130* up goes to AUDIT.JRN, the common change journal, keyed on the
003140* student and the charge's Ref-Num: field PAY-PLAN, the open
003150* amount before, and the installments and due dates after.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT NewStudentFile ASSIGN TO "STUDENTS.NEW"
003700              ORGANIZATION IS LINE SEQUENTIAL
003800              FILE STATUS IS WS-New-File-Status.
003900
004000     SELECT ItemFile ASSIGN TO "STUDITEM.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Item-File-Status.
004300
004400     SELECT ItemTmpFile ASSIGN TO "PLAN.TMP"
004500              ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT PlanReportFile ASSIGN TO "STUDPLAN.RPT"
004800              ORGANIZATION IS LINE SEQUENTIAL
004900              FILE STATUS IS WS-Plan-Report-Status.
005000
005100     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005200              ORGANIZATION IS LINE SEQUENTIAL
005300              FILE STATUS IS WS-Run-Date-File-Status.
005310
005320     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
005330              ORGANIZATION IS LINE SEQUENTIAL
005340              FILE STATUS IS WS-Operator-File-Status.
005350
005360     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
005370              ORGANIZATION IS LINE SEQUENTIAL
005380              FILE STATUS IS WS-Audit-File-Status.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  NewStudentFile.
005800     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==NewStudRec==.
005900
006000 FD  ItemFile.
006100     COPY "STUDITEM.CPY" REPLACING ==REC-NAME== BY ==ItemRec==.
006200
006300 FD  ItemTmpFile.
006400     COPY "STUDITEM.CPY" REPLACING ==REC-NAME== BY ==ItemTmpRec==.
006500
006600 FD  PlanReportFile.
006700 01  PlanReportLine         PIC X(80).
006800
006900 FD  RunDateFile.
007000 01  RunDateRec             PIC 9(8).
007010
007020 FD  OperatorFile.
007030 01  OperatorFileRec        PIC X(48).
007040
007050 FD  AuditFile.
007060     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
007100
007200 WORKING-STORAGE SECTION.
007300 01  WS-New-File-Status     PIC XX.
007400 01  WS-Item-File-Status    PIC XX.
007500 01  WS-Plan-Report-Status  PIC XX.
007600 01  WS-Run-Date-File-Status PIC XX.
007610 01  WS-Operator-File-Status PIC XX.
007620 01  WS-Audit-File-Status   PIC XX.
007700
007800 01  WS-Student-EOF         PIC 9       VALUE 0.
007900     88 Student-EOF                     VALUE 1.
008000 01  WS-Item-EOF            PIC 9       VALUE 0.
008100     88 Item-EOF                        VALUE 1.
008200 01  WS-Item-Tmp-EOF        PIC 9       VALUE 0.
008300     88 Item-Tmp-EOF                    VALUE 1.
008400 01  WS-Student-Found       PIC 9       VALUE 0.
008500     88 Student-Found                   VALUE 1.
008600 01  WS-Plan-Ok             PIC 9       VALUE 0.
008700     88 Plan-Ok                         VALUE 1.
008800
008900 01  WS-Lookup-Id           PIC 9(7).
009000 01  WS-Plan-Count          PIC 9(5)    VALUE ZEROS.
009100
009200* The student's items, in file order, while a plan is built.
009300 01  Student-Items.
009400     02  WS-Item-Count      PIC 9(3)    VALUE ZEROS.
009500     02  SI-Entry OCCURS 200 TIMES.
009600         03  SI-Item-Date   PIC 9(8).
009700         03  SI-Item-Type   PIC X.
009800         03  SI-Ref-Num     PIC 9(6).
009900         03  SI-Amount      PIC 9(4)V99.
010000         03  SI-Open-Amount PIC 9(4)V99.
010100 01  WS-Item-Sub            PIC 9(3)    VALUE ZEROS.
010200 01  WS-Open-Charges        PIC 9(3)    VALUE ZEROS.
010300 01  WS-Student-Item-Seq    PIC 9(3)    VALUE ZEROS.
010400
010500* The plan being keyed.
010600 01  WS-Charge-Choice       PIC 9(3)    VALUE ZEROS.
010700 01  WS-Charge-Sub          PIC 9(3)    VALUE ZEROS.
010800 01  WS-Inst-Count          PIC 99      VALUE ZEROS.
010900 01  WS-First-Due           PIC 9(8)    VALUE ZEROS.
011000 01  WS-First-Due-Parts REDEFINES WS-First-Due.
011100     02  WS-First-Year      PIC 9(4).
011200     02  WS-First-Month     PIC 99.
011300     02  WS-First-Day       PIC 99.
011400 01  WS-Month-Gap           PIC 9       VALUE ZEROS.
011500 01  WS-Confirm             PIC X       VALUE "N".
011600     88 Confirmed                       VALUE "Y" "y".
011700
011800* The schedule, worked out before it is shown.
011900 01  Plan-Schedule.
012000     02  PS-Entry OCCURS 12 TIMES.
012100         03  PS-Due-Date    PIC 9(8).
012200         03  PS-Amount      PIC 9(4)V99.
012300 01  WS-Inst-Sub            PIC 99      VALUE ZEROS.
012400 01  WS-Inst-Amount         PIC 9(4)V99 VALUE ZEROS.
012500 01  WS-Odd-Cents           PIC 9(4)V99 VALUE ZEROS.
012600 01  WS-Months-On           PIC 9(4)    VALUE ZEROS.
012700 01  WS-Years-On            PIC 9(4)    VALUE ZEROS.
012800 01  WS-Month-Of-Year       PIC 99      VALUE ZEROS.
012900 01  WS-Due-Date            PIC 9(8)    VALUE ZEROS.
013000 01  WS-Due-Date-Parts REDEFINES WS-Due-Date.
013100     02  WS-Due-Year        PIC 9(4).
013200     02  WS-Due-Month       PIC 99.
013300     02  WS-Due-Day         PIC 99.
013400
013500 01  WS-Run-Date            PIC 9(8).
013600 01  WS-Date-Edited         PIC 9999/99/99.
013700 01  WS-Amount-Display      PIC $Z,ZZ9.99.
013800 01  WS-Open-Display        PIC $Z,ZZ9.99.
013805
013810     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
013815 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
013820 01  WS-Sign-On-Password    PIC X(8).
013825 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
013830 01  WS-Signed-On           PIC 9       VALUE 0.
013835     88 Signed-On                       VALUE 1.
013840 01  WS-Operator-Found      PIC 9       VALUE 0.
013845     88 Operator-Found                  VALUE 1.
013850 01  WS-Operator-EOF        PIC 9       VALUE 0.
013855     88 Operator-EOF                    VALUE 1.
013860 01  WS-Audit-Key           PIC X(20).
013865 01  WS-Audit-Field         PIC X(12).
013870 01  WS-Audit-Old-Value     PIC X(30).
013875 01  WS-Audit-New-Value     PIC X(30).
013900
014000 01  Plan-Heading-Line.
014100     02  FILLER             PIC X(32)
014200         VALUE "          PAYMENT PLAN SET UP".
014300     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
014400     02  Prn-Run-Date       PIC 9999/99/99.
014500 01  Plan-Student-Line.
014600     02  FILLER             PIC X(11) VALUE "  STUDENT: ".
014700     02  Prn-Student-Id     PIC 9(7).
014800     02  FILLER             PIC XX    VALUE SPACES.
014900     02  Prn-Last-Name      PIC X(8).
015000     02  FILLER             PIC XX    VALUE ", ".
015100     02  Prn-First-Name     PIC X(6).
015200     02  FILLER             PIC X(15) VALUE "  BALANCE DUE: ".
015300     02  Prn-Balance-Due    PIC $Z,ZZ9.99.
015400 01  Plan-Charge-Line.
015500     02  FILLER             PIC X(18) VALUE "  CHARGE BILLED ".
015600     02  Prn-Charge-Date    PIC 9999/99/99.
015700     02  FILLER             PIC X(6)  VALUE "  REF ".
015800     02  Prn-Charge-Ref     PIC 9(6).
015900     02  FILLER             PIC X(8)  VALUE "  SPLIT ".
016000     02  Prn-Charge-Open    PIC $Z,ZZ9.99.
016100 01  Plan-Inst-Line.
016200     02  FILLER             PIC X(16) VALUE "    INSTALLMENT ".
016300     02  Prn-Inst-Num       PIC Z9.
016400     02  FILLER             PIC X(6)  VALUE "  DUE ".
016500     02  Prn-Inst-Due       PIC 9999/99/99.
016600     02  FILLER             PIC XX    VALUE SPACES.
016700     02  Prn-Inst-Amount    PIC $Z,ZZ9.99.
016800
016900 PROCEDURE DIVISION.
017000 Begin.
017050     PERFORM Sign-On-Operator.
017100     PERFORM Load-Run-Date.
017200     OPEN INPUT ItemFile.
017300     IF WS-Item-File-Status NOT = "00"
017400         DISPLAY "STUDITEM.DAT not found -- no charges to put on"
017500             " a plan. Run StudItemSeed."
017600         MOVE 1 TO RETURN-CODE
017700         STOP RUN
017800     END-IF.
017900     CLOSE ItemFile.
018000     MOVE 1 TO WS-Lookup-Id.
018100     PERFORM Set-Up-One-Plan UNTIL WS-Lookup-Id = ZERO.
018200     DISPLAY "StudPlan: " WS-Plan-Count " payment plans set up.".
018300     MOVE 0 TO RETURN-CODE.
018400     STOP RUN.
018500
018600 Load-Run-Date.
018700     OPEN INPUT RunDateFile.
018800     IF WS-Run-Date-File-Status = "00"
018900         READ RunDateFile
019000             AT END CONTINUE
019100         END-READ
019200         MOVE RunDateRec TO WS-Run-Date
019300         CLOSE RunDateFile
019400     ELSE
019500         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
019600     END-IF.
019700
019800 Set-Up-One-Plan.
019900     DISPLAY "Student id for a plan (0000000 to finish): ".
020000     ACCEPT WS-Lookup-Id.
020100     IF WS-Lookup-Id NOT = ZERO
020200         PERFORM Find-Student
020300         IF NOT Student-Found
020400             DISPLAY "Student " WS-Lookup-Id
020500                 " is not on STUDENTS.NEW."
020600         ELSE
020700             PERFORM Load-Student-Items
020800             PERFORM List-Open-Charges
020900             IF WS-Open-Charges = ZERO
021000                 DISPLAY "Student " WS-Lookup-Id
021100                     " has no open charge to put on a plan."
021200             ELSE
021300                 PERFORM Key-Plan
021400                 IF Plan-Ok
021500                     PERFORM Confirm-And-Write-Plan
021600                 END-IF
021700             END-IF
021800         END-IF
021900     END-IF.
022000
022100 Find-Student.
022200     MOVE 0 TO WS-Student-Found.
022300     MOVE 0 TO WS-Student-EOF.
022400     OPEN INPUT NewStudentFile.
022500     IF WS-New-File-Status NOT = "00"
022600         DISPLAY "STUDENTS.NEW not found -- no student to plan."
022700         MOVE 1 TO RETURN-CODE
022800         STOP RUN
022900     END-IF.
023000     READ NewStudentFile
023100         AT END SET Student-EOF TO TRUE
023200     END-READ.
023300     PERFORM UNTIL Student-EOF OR Student-Found
023400          OR Student-Id OF NewStudRec > WS-Lookup-Id
023500         IF Student-Id OF NewStudRec = WS-Lookup-Id
023600             SET Student-Found TO TRUE
023700         ELSE
023800             READ NewStudentFile
023900                 AT END SET Student-EOF TO TRUE
024000             END-READ
024100         END-IF
024200     END-PERFORM.
024300     CLOSE NewStudentFile.
024400
024500 Load-Student-Items.
024600     MOVE ZEROS TO WS-Item-Count.
024700     MOVE 0 TO WS-Item-EOF.
024800     OPEN INPUT ItemFile.
024900     READ ItemFile
025000         AT END SET Item-EOF TO TRUE
025100     END-READ.
025200     PERFORM UNTIL Item-EOF
025300          OR IT-Student-Id OF ItemRec > WS-Lookup-Id
025400         IF IT-Student-Id OF ItemRec = WS-Lookup-Id
025500            AND WS-Item-Count < 200
025600             ADD 1 TO WS-Item-Count
025700             MOVE IT-Item-Date OF ItemRec TO
025800                 SI-Item-Date(WS-Item-Count)
025900             MOVE IT-Item-Type OF ItemRec TO
026000                 SI-Item-Type(WS-Item-Count)
026100             MOVE IT-Ref-Num OF ItemRec TO
026200                 SI-Ref-Num(WS-Item-Count)
026300             MOVE IT-Amount OF ItemRec TO
026400                 SI-Amount(WS-Item-Count)
026500             MOVE IT-Open-Amount OF ItemRec TO
026600                 SI-Open-Amount(WS-Item-Count)
026700         END-IF
026800         READ ItemFile
026900             AT END SET Item-EOF TO TRUE
027000         END-READ
027100     END-PERFORM.
027200     CLOSE ItemFile.
027300
027400 List-Open-Charges.
027500     MOVE ZEROS TO WS-Open-Charges.
027600     MOVE Balance-Due OF NewStudRec TO WS-Amount-Display.
027700     DISPLAY Student-Id OF NewStudRec " " Last-Name OF NewStudRec
027800         ", " First-Name OF NewStudRec "  balance due "
027900         WS-Amount-Display.
028000     MOVE 0 TO WS-Item-Sub.
028100     PERFORM UNTIL WS-Item-Sub >= WS-Item-Count
028200         ADD 1 TO WS-Item-Sub
028300         IF SI-Item-Type(WS-Item-Sub) = "C"
028400            AND SI-Open-Amount(WS-Item-Sub) > ZERO
028500             ADD 1 TO WS-Open-Charges
028600             MOVE SI-Item-Date(WS-Item-Sub) TO WS-Date-Edited
028700             MOVE SI-Amount(WS-Item-Sub) TO WS-Amount-Display
028800             MOVE SI-Open-Amount(WS-Item-Sub) TO WS-Open-Display
028900             DISPLAY "  " WS-Item-Sub "  billed " WS-Date-Edited
029000                 "  ref " SI-Ref-Num(WS-Item-Sub) "  "
029100                 WS-Amount-Display "  open " WS-Open-Display
029200         END-IF
029300     END-PERFORM.
029400
029500 Key-Plan.
029600     MOVE 0 TO WS-Plan-Ok.
029700     DISPLAY "Charge number to split (as listed): ".
029800     ACCEPT WS-Charge-Choice.
029900     DISPLAY "Number of installments (02-12): ".
030000     ACCEPT WS-Inst-Count.
030100     DISPLAY "First due date (yyyymmdd, day 01-28): ".
030200     ACCEPT WS-First-Due.
030300     DISPLAY "Months between installments (1-6): ".
030400     ACCEPT WS-Month-Gap.
030500     EVALUATE TRUE
030600         WHEN WS-Charge-Choice < 1
030700           OR WS-Charge-Choice > WS-Item-Count
030800             DISPLAY "No such charge -- no plan set up."
030900         WHEN SI-Item-Type(WS-Charge-Choice) NOT = "C"
031000           OR SI-Open-Amount(WS-Charge-Choice) = ZERO
031100             DISPLAY "Item " WS-Charge-Choice " is not an open"
031200                 " charge -- no plan set up."
031300         WHEN WS-Inst-Count < 2 OR WS-Inst-Count > 12
031400             DISPLAY "Installments must be 02-12 -- no plan"
031500                 " set up."
031600         WHEN WS-First-Year < 1900
031700           OR WS-First-Month < 1 OR WS-First-Month > 12
031800           OR WS-First-Day < 1 OR WS-First-Day > 28
031900             DISPLAY "First due date must be a yyyymmdd date with"
032000                 " day 01-28 -- no plan set up."
032100         WHEN WS-Month-Gap < 1 OR WS-Month-Gap > 6
032200             DISPLAY "Months between must be 1-6 -- no plan"
032300                 " set up."
032400         WHEN OTHER
032500             MOVE WS-Charge-Choice TO WS-Charge-Sub
032600             PERFORM Work-Out-Schedule
032700             SET Plan-Ok TO TRUE
032800     END-EVALUATE.
032900
033000 Work-Out-Schedule.
033100*    Even shares to the cent; the odd cents go on the first.
033200     DIVIDE SI-Open-Amount(WS-Charge-Sub) BY WS-Inst-Count
033300         GIVING WS-Inst-Amount.
033400     COMPUTE WS-Odd-Cents = SI-Open-Amount(WS-Charge-Sub)
033500         - WS-Inst-Amount * WS-Inst-Count.
033600     MOVE 0 TO WS-Inst-Sub.
033700     PERFORM UNTIL WS-Inst-Sub >= WS-Inst-Count
033800         ADD 1 TO WS-Inst-Sub
033900         COMPUTE WS-Months-On = WS-First-Month - 1
034000             + (WS-Inst-Sub - 1) * WS-Month-Gap
034100         DIVIDE WS-Months-On BY 12 GIVING WS-Years-On
034200             REMAINDER WS-Month-Of-Year
034300         COMPUTE WS-Due-Year = WS-First-Year + WS-Years-On
034400         COMPUTE WS-Due-Month = WS-Month-Of-Year + 1
034500         MOVE WS-First-Day TO WS-Due-Day
034600         MOVE WS-Due-Date TO PS-Due-Date(WS-Inst-Sub)
034700         MOVE WS-Inst-Amount TO PS-Amount(WS-Inst-Sub)
034800     END-PERFORM.
034900     ADD WS-Odd-Cents TO PS-Amount(1).
035000
035100 Confirm-And-Write-Plan.
035200     MOVE SI-Open-Amount(WS-Charge-Sub) TO WS-Open-Display.
035300     DISPLAY "Open " WS-Open-Display " split as:".
035400     MOVE 0 TO WS-Inst-Sub.
035500     PERFORM UNTIL WS-Inst-Sub >= WS-Inst-Count
035600         ADD 1 TO WS-Inst-Sub
035700         MOVE PS-Due-Date(WS-Inst-Sub) TO WS-Date-Edited
035800         MOVE PS-Amount(WS-Inst-Sub) TO WS-Amount-Display
035900         DISPLAY "  " WS-Inst-Sub "  due " WS-Date-Edited "  "
036000             WS-Amount-Display
036100     END-PERFORM.
036200     DISPLAY "Set up this plan? (Y/N): ".
036300     ACCEPT WS-Confirm.
036400     IF Confirmed
036500         PERFORM Rewrite-Items-With-Plan
036600         PERFORM Replace-Items
036650         PERFORM Journal-Plan
036700         PERFORM Print-Plan
036800         ADD 1 TO WS-Plan-Count
036900         DISPLAY "Plan set up for " WS-Lookup-Id "."
037000     ELSE
037100         DISPLAY "Plan not set up."
037200     END-IF.
037300
037400 Rewrite-Items-With-Plan.
037500*    Everything is copied across as it stands except the chosen
037600*    charge, which goes across with nothing open and is
037700*    followed by its installments.
037800     MOVE ZEROS TO WS-Student-Item-Seq.
037900     MOVE 0 TO WS-Item-EOF.
038000     OPEN INPUT ItemFile.
038100     OPEN OUTPUT ItemTmpFile.
038200     READ ItemFile
038300         AT END SET Item-EOF TO TRUE
038400     END-READ.
038500     PERFORM UNTIL Item-EOF
038600         MOVE ItemRec TO ItemTmpRec
038700         IF IT-Student-Id OF ItemRec = WS-Lookup-Id
038800             ADD 1 TO WS-Student-Item-Seq
038900         END-IF
039000         IF IT-Student-Id OF ItemRec = WS-Lookup-Id
039100            AND WS-Student-Item-Seq = WS-Charge-Sub
039200             MOVE ZEROS TO IT-Open-Amount OF ItemTmpRec
039300             WRITE ItemTmpRec
039400             PERFORM Write-Installment-Items
039500         ELSE
039600             WRITE ItemTmpRec
039700         END-IF
039800         READ ItemFile
039900             AT END SET Item-EOF TO TRUE
040000         END-READ
040100     END-PERFORM.
040200     CLOSE ItemFile, ItemTmpFile.
040300
040400 Write-Installment-Items.
040500     MOVE 0 TO WS-Inst-Sub.
040600     PERFORM UNTIL WS-Inst-Sub >= WS-Inst-Count
040700         ADD 1 TO WS-Inst-Sub
040800         MOVE WS-Lookup-Id TO IT-Student-Id OF ItemTmpRec
040900         MOVE PS-Due-Date(WS-Inst-Sub) TO
041000             IT-Item-Date OF ItemTmpRec
041100         SET IT-Installment OF ItemTmpRec TO TRUE
041200         MOVE SI-Ref-Num(WS-Charge-Sub) TO
041300             IT-Ref-Num OF ItemTmpRec
041400         MOVE PS-Amount(WS-Inst-Sub) TO IT-Amount OF ItemTmpRec,
041500             IT-Open-Amount OF ItemTmpRec
041600         WRITE ItemTmpRec
041700     END-PERFORM.
041800
041900 Replace-Items.
042000     MOVE 0 TO WS-Item-Tmp-EOF.
042100     OPEN INPUT ItemTmpFile
042200     OPEN OUTPUT ItemFile.
042300     READ ItemTmpFile
042400         AT END SET Item-Tmp-EOF TO TRUE
042500     END-READ.
042600     PERFORM UNTIL Item-Tmp-EOF
042700         WRITE ItemRec FROM ItemTmpRec
042800         READ ItemTmpFile
042900             AT END SET Item-Tmp-EOF TO TRUE
043000         END-READ
043100     END-PERFORM.
043200     CLOSE ItemTmpFile, ItemFile.
043300
043400 Print-Plan.
043500     OPEN EXTEND PlanReportFile.
043600     IF WS-Plan-Report-Status NOT = "00"
043700         OPEN OUTPUT PlanReportFile
043800     END-IF.
043900     MOVE SPACES TO PlanReportLine.
044000     WRITE PlanReportLine.
044100     MOVE WS-Run-Date TO Prn-Run-Date.
044200     WRITE PlanReportLine FROM Plan-Heading-Line.
044300     MOVE Student-Id OF NewStudRec TO Prn-Student-Id.
044400     MOVE Last-Name OF NewStudRec TO Prn-Last-Name.
044500     MOVE First-Name OF NewStudRec TO Prn-First-Name.
044600     MOVE Balance-Due OF NewStudRec TO Prn-Balance-Due.
044700     WRITE PlanReportLine FROM Plan-Student-Line.
044800     MOVE SI-Item-Date(WS-Charge-Sub) TO Prn-Charge-Date.
044900     MOVE SI-Ref-Num(WS-Charge-Sub) TO Prn-Charge-Ref.
045000     MOVE SI-Open-Amount(WS-Charge-Sub) TO Prn-Charge-Open.
045100     WRITE PlanReportLine FROM Plan-Charge-Line.
045200     MOVE 0 TO WS-Inst-Sub.
045300     PERFORM UNTIL WS-Inst-Sub >= WS-Inst-Count
045400         ADD 1 TO WS-Inst-Sub
045500         MOVE WS-Inst-Sub TO Prn-Inst-Num
045600         MOVE PS-Due-Date(WS-Inst-Sub) TO Prn-Inst-Due
045700         MOVE PS-Amount(WS-Inst-Sub) TO Prn-Inst-Amount
045800         WRITE PlanReportLine FROM Plan-Inst-Line
045900     END-PERFORM.
046000     CLOSE PlanReportFile.
046100
046200 Journal-Plan.
046300     MOVE SPACES TO WS-Audit-Key.
046400     STRING WS-Lookup-Id " " SI-Ref-Num(WS-Charge-Sub)
046500         DELIMITED BY SIZE INTO WS-Audit-Key.
046600     MOVE "PAY-PLAN" TO WS-Audit-Field.
046700     MOVE SI-Open-Amount(WS-Charge-Sub) TO WS-Open-Display.
046800     MOVE WS-Open-Display TO WS-Audit-Old-Value.
046900     MOVE SPACES TO WS-Audit-New-Value.
047000     STRING WS-Inst-Count " INST " PS-Due-Date(1) "-"
047100         PS-Due-Date(WS-Inst-Count)
047200         DELIMITED BY SIZE INTO WS-Audit-New-Value.
047300     PERFORM Write-Audit-Entry.
047350
047400 Sign-On-Operator.
047500*    The operator signs on against OPERATOR.DAT before any work is
047600*    taken; three refusals end the session. Every try is written
047700*    to AUDIT.JRN.
047800     MOVE 0 TO WS-Sign-On-Tries.
047900     PERFORM Try-One-Sign-On
048000         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
048100     IF NOT Signed-On
048200         DISPLAY "Sign-on refused -- see the security officer."
048300         MOVE 1 TO RETURN-CODE
048400         STOP RUN
048500     END-IF.
048600     IF NOT OR-May-Change-Balances
048700         DISPLAY "Operator " WS-Sign-On-Id
048800             " does not hold the balances authority."
048900         MOVE SPACES TO WS-Audit-Key
049000         MOVE SPACES TO WS-Audit-Old-Value
049100         MOVE "SIGN-ON" TO WS-Audit-Field
049200         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
049300         PERFORM Write-Audit-Entry
049400         MOVE 1 TO RETURN-CODE
049500         STOP RUN
049600     END-IF.
049700
049800 Try-One-Sign-On.
049900     ADD 1 TO WS-Sign-On-Tries.
050000     DISPLAY "Operator id: ".
050100     ACCEPT WS-Sign-On-Id.
050200     DISPLAY "Password: ".
050300     ACCEPT WS-Sign-On-Password.
050400     PERFORM Find-Operator.
050500     MOVE SPACES TO WS-Audit-Key.
050600     MOVE SPACES TO WS-Audit-Old-Value.
050700     MOVE "SIGN-ON" TO WS-Audit-Field.
050800     IF Operator-Found AND OR-Active
050900             AND OR-Password = WS-Sign-On-Password
051000         SET Signed-On TO TRUE
051100         MOVE "ACCEPTED" TO WS-Audit-New-Value
051200         DISPLAY "Signed on as " OR-Operator-Name
051300     ELSE
051400         MOVE "REFUSED" TO WS-Audit-New-Value
051500         DISPLAY "Operator id or password not accepted."
051600     END-IF.
051700     PERFORM Write-Audit-Entry.
051800
051900 Find-Operator.
052000     MOVE 0 TO WS-Operator-Found.
052100     MOVE 0 TO WS-Operator-EOF.
052200     OPEN INPUT OperatorFile.
052300     IF WS-Operator-File-Status NOT = "00"
052400         DISPLAY "OPERATOR.DAT not found -- the security officer"
052500             " sets up operators with OperMaint."
052600         MOVE 1 TO RETURN-CODE
052700         STOP RUN
052800     END-IF.
052900     PERFORM UNTIL Operator-EOF OR Operator-Found
053000         MOVE SPACES TO SignOnRec
053100         READ OperatorFile INTO SignOnRec
053200             AT END
053300                 SET Operator-EOF TO TRUE
053400             NOT AT END
053500                 IF OR-Operator-Id = WS-Sign-On-Id
053600                         AND WS-Sign-On-Id NOT = SPACES
053700                     SET Operator-Found TO TRUE
053800                 END-IF
053900         END-READ
054000     END-PERFORM.
054100     CLOSE OperatorFile.
054200
054300 Write-Audit-Entry.
054400*    One line on the common change journal AUDIT.JRN.
054500     OPEN EXTEND AuditFile.
054600     IF WS-Audit-File-Status NOT = "00"
054700         OPEN OUTPUT AuditFile
054800     END-IF.
054900     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
055000     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
055100     MOVE WS-Sign-On-Id TO AJ-Operator.
055200     MOVE "STUDPLAN" TO AJ-Program.
055300     MOVE WS-Audit-Key TO AJ-Record-Key.
055400     MOVE WS-Audit-Field TO AJ-Field.
055500     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
055600     MOVE WS-Audit-New-Value TO AJ-New-Value.
055700     WRITE AuditRec.
055800     CLOSE AuditFile.
