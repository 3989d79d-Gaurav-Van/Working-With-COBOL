000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilSalesRelease.
000300* Credit controller's program for the sales OilSalesEdit has
000400* held on SALESHLD.DAT (SALESHLD.CPY layout) because they would
000500* take the customer over CM-Credit-Limit. Loads the held sales
000600* into a 500-entry table and shows them one at a time, oldest
000700* hold first, with the sale's value, the customer's exposure
000800* before it and the limit it broke. For each the controller
000900* answers:
001000*   A - approve: the sale goes to SALESREL.DAT (SALESREL.CPY
001100*       layout), which the next OilSalesEdit run takes into
001200*       SALES.DAT without a second credit check, so it joins
001300*       that night's reporting and invoicing;
001400*   C - cancel: the sale is dropped -- if it is still wanted
001500*       it has to be keyed again;
001600*   L - leave it held for another day;
001700*   Q - stop reviewing; this and the rest stay held.
001800* SALESHLD.DAT is then rewritten with only the sales still
001900* held, and every decision is listed on SALESREL.RPT with the
002000* approved and cancelled totals.
002400* Load-Run-Date reads the RUNDATE.DAT stamp the batch control
002500* step writes, falling back to today's date run standalone.
002510* The credit controller signs on against OPERATOR.DAT before
002520* any held sale is shown and must hold the credit authority.
002530* Each approval or cancellation goes to AUDIT.JRN, the common
002540* change journal -- keyed on customer, oil and sale date, field
002550* CREDIT-HOLD, HELD to RELEASED or CANCELLED -- and the operator
002560* id is printed on SALESREL.RPT as the one who decided.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT HeldSalesFile ASSIGN TO "SALESHLD.DAT"
003100              ORGANIZATION IS LINE SEQUENTIAL
003200              FILE STATUS IS WS-Held-File-Status.
003300
003400     SELECT ReleasedSalesFile ASSIGN TO "SALESREL.DAT"
003500              ORGANIZATION IS LINE SEQUENTIAL
003600              FILE STATUS IS WS-Released-File-Status.
003700
003800     SELECT ReleaseReportFile ASSIGN TO "SALESREL.RPT"
003900              ORGANIZATION IS LINE SEQUENTIAL.
004000
004100     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004200              ORGANIZATION IS LINE SEQUENTIAL
004300              FILE STATUS IS WS-Run-Date-File-Status.
004310
004320     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
004330              ORGANIZATION IS LINE SEQUENTIAL
004340              FILE STATUS IS WS-Operator-File-Status.
004350
004360     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
004370              ORGANIZATION IS LINE SEQUENTIAL
004380              FILE STATUS IS WS-Audit-File-Status.
004400
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  HeldSalesFile.
004800 01  HeldSalesRec           PIC X(79).
004900
005000 FD  ReleasedSalesFile.
005100     COPY "SALESREL.CPY" REPLACING
005200         ==REC-NAME== BY ==RelSaleRec==.
005300
005400 FD  ReleaseReportFile.
005500 01  ReleaseReportLine      PIC X(100).
005600
005700 FD  RunDateFile.
005800 01  RunDateRec             PIC 9(8).
005810
005820 FD  OperatorFile.
005830 01  OperatorFileRec        PIC X(48).
005840
005850 FD  AuditFile.
005860     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
005900
006000 WORKING-STORAGE SECTION.
006100 01  WS-Held-File-Status    PIC XX.
006200 01  WS-Released-File-Status PIC XX.
006300 01  WS-Run-Date-File-Status PIC XX.
006310 01  WS-Operator-File-Status PIC XX.
006320 01  WS-Audit-File-Status   PIC XX.
006400
006500 01  WS-Held-EOF            PIC 9       VALUE 0.
006600     88 Held-EOF                        VALUE 1.
006700 01  WS-Review-Ended        PIC 9       VALUE 0.
006800     88 Review-Ended                    VALUE 1.
006900
007000* The held sale being shown or printed, broken out.
007100     COPY "SALESHLD.CPY" REPLACING
007200         ==REC-NAME== BY ==WS-Held-Sale==.
007300
007400 01  Held-Table.
007500     02  WS-Held-Count      PIC 999     VALUE ZEROS.
007600     02  HLT-Entry OCCURS 500 TIMES INDEXED BY HLT-Idx.
007700         03  HLT-Image      PIC X(79)   VALUE SPACES.
007800         03  HLT-Decision   PIC X       VALUE SPACE.
007900             88 HLT-Approved            VALUE "A".
008000             88 HLT-Cancelled           VALUE "C".
008100
008200 01  WS-Decision            PIC X       VALUE SPACE.
008300 01  WS-Value-Display       PIC $Z,ZZZ,ZZ9.99.
008400 01  WS-Exposure-Display    PIC $Z,ZZZ,ZZ9.99-.
008500 01  WS-Limit-Display       PIC $Z,ZZZ,ZZ9.99.
008600 01  WS-Date-Display        PIC 9999/99/99.
008700 01  WS-Held-Date-Display   PIC 9999/99/99.
008800
008900 01  WS-Approved-Count      PIC 999     VALUE ZEROS.
009000 01  WS-Approved-Value      PIC 9(8)V99 VALUE ZEROS.
009100 01  WS-Cancelled-Count     PIC 999     VALUE ZEROS.
009200 01  WS-Cancelled-Value     PIC 9(8)V99 VALUE ZEROS.
009300 01  WS-Still-Held-Count    PIC 999     VALUE ZEROS.
009400
009500 01  WS-Run-Date            PIC 9(8).
009505
009510     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
009515 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
009520 01  WS-Sign-On-Password    PIC X(8).
009525 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
009530 01  WS-Signed-On           PIC 9       VALUE 0.
009535     88 Signed-On                       VALUE 1.
009540 01  WS-Operator-Found      PIC 9       VALUE 0.
009545     88 Operator-Found                  VALUE 1.
009550 01  WS-Operator-EOF        PIC 9       VALUE 0.
009555     88 Operator-EOF                    VALUE 1.
009560 01  WS-Audit-Key           PIC X(20).
009565 01  WS-Audit-Field         PIC X(12).
009570 01  WS-Audit-Old-Value     PIC X(30).
009575 01  WS-Audit-New-Value     PIC X(30).
009600
009700 01  Release-Heading-Line   PIC X(50)
009800     VALUE "       CREDIT HOLD DECISIONS".
009900 01  Run-Date-Line.
010000     02  FILLER             PIC X(10) VALUE SPACES.
010100     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
010200     02  Prn-Run-Date       PIC 9999/99/99.
010210     02  FILLER             PIC X(16) VALUE "   DECIDED BY: ".
010220     02  Prn-Decided-By     PIC X(6).
010300 01  Release-Topic-Line.
010400     02  FILLER             PIC X(9)  VALUE "  CUST-ID".
010500     02  FILLER             PIC X(23) VALUE "   CUSTOMER NAME".
010600     02  FILLER             PIC X(5)  VALUE "  OIL".
010700     02  FILLER             PIC X(12) VALUE "  SALE DATE".
010800     02  FILLER             PIC X(12) VALUE "  HELD ON".
010900     02  FILLER             PIC X(14) VALUE "         VALUE".
011000     02  FILLER             PIC X(11) VALUE "  DECISION".
011100 01  Release-Detail-Line.
011200     02  FILLER             PIC X(4)  VALUE SPACES.
011300     02  Prn-Cust-Id        PIC X(5).
011400     02  FILLER             PIC XXX   VALUE SPACES.
011500     02  Prn-Cust-Name      PIC X(20).
011600     02  FILLER             PIC XX    VALUE SPACES.
011700     02  Prn-Oil-Num        PIC 999.
011800     02  FILLER             PIC XX    VALUE SPACES.
011900     02  Prn-Sale-Date      PIC 9999/99/99.
012000     02  FILLER             PIC XX    VALUE SPACES.
012100     02  Prn-Held-Date      PIC 9999/99/99.
012200     02  Prn-Sale-Value     PIC B$$,$$$,$$9.99.
012300     02  FILLER             PIC XX    VALUE SPACES.
012400     02  Prn-Decision       PIC X(9).
012500 01  Release-Approved-Line.
012600     02  FILLER             PIC X(26)
012700         VALUE "  APPROVED / VALUE      :".
012800     02  Prn-Approved-Count PIC BZZ9.
012900     02  FILLER             PIC X(3)  VALUE " / ".
013000     02  Prn-Approved-Value PIC $$$,$$$,$$9.99.
013100 01  Release-Cancelled-Line.
013200     02  FILLER             PIC X(26)
013300         VALUE "  CANCELLED / VALUE     :".
013400     02  Prn-Cancelled-Count PIC BZZ9.
013500     02  FILLER             PIC X(3)  VALUE " / ".
013600     02  Prn-Cancelled-Value PIC $$$,$$$,$$9.99.
013700 01  Release-Held-Line.
013800     02  FILLER             PIC X(26)
013900         VALUE "  STILL HELD            :".
014000     02  Prn-Still-Held     PIC BZZ9.
014100 01  Release-None-Line      PIC X(50)
014200     VALUE "  No held sales decided this run.".
014300
014400 PROCEDURE DIVISION.
014500 Release-Held-Sales.
014550     PERFORM Sign-On-Operator.
014600     PERFORM Load-Run-Date.
014700     PERFORM Load-Held-Sales.
014800     IF WS-Held-Count = ZERO
014900         DISPLAY "No sales are held for credit review."
015000         MOVE 0 TO RETURN-CODE
015100         STOP RUN
015200     END-IF.
015300     DISPLAY WS-Held-Count " sale(s) held for credit review.".
015400     PERFORM VARYING HLT-Idx FROM 1 BY 1
015500             UNTIL HLT-Idx > WS-Held-Count OR Review-Ended
015600         PERFORM Review-One-Held-Sale
015700     END-PERFORM.
015800     PERFORM Write-Released-Sales.
015900     PERFORM Rewrite-Held-File.
016000     PERFORM Print-Release-Report.
016100     DISPLAY "OilSalesRelease: " WS-Approved-Count " approved, "
016200         WS-Cancelled-Count " cancelled, " WS-Still-Held-Count
016300         " still held.".
016400     MOVE 0 TO RETURN-CODE.
016500     STOP RUN.
016600
016700 Load-Run-Date.
016800     OPEN INPUT RunDateFile.
016900     IF WS-Run-Date-File-Status = "00"
017000         READ RunDateFile
017100             AT END CONTINUE
017200         END-READ
017300         MOVE RunDateRec TO WS-Run-Date
017400         CLOSE RunDateFile
017500     ELSE
017600         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
017700     END-IF.
017800
017900 Load-Held-Sales.
018000     MOVE 0 TO WS-Held-EOF.
018100     OPEN INPUT HeldSalesFile.
018200     IF WS-Held-File-Status = "00"
018300         READ HeldSalesFile
018400             AT END SET Held-EOF TO TRUE
018500         END-READ
018600         PERFORM UNTIL Held-EOF OR WS-Held-Count >= 500
018700             ADD 1 TO WS-Held-Count
018800             MOVE HeldSalesRec TO HLT-Image(WS-Held-Count)
018900             READ HeldSalesFile
019000                 AT END SET Held-EOF TO TRUE
019100             END-READ
019200         END-PERFORM
019300         IF NOT Held-EOF
019400             DISPLAY "SALESHLD.DAT holds more than 500 sales"
019500                 " -- raise the HLT-Entry table size."
019600             CLOSE HeldSalesFile
019700             MOVE 1 TO RETURN-CODE
019800             STOP RUN
019900         END-IF
020000         CLOSE HeldSalesFile
020100     END-IF.
020200
020300 Review-One-Held-Sale.
020400     MOVE HLT-Image(HLT-Idx) TO WS-Held-Sale.
020500     MOVE HS-Held-Date TO WS-Held-Date-Display.
020600     MOVE HS-Sale-Date TO WS-Date-Display.
020700     MOVE HS-Sale-Value TO WS-Value-Display.
020800     MOVE HS-Exposure TO WS-Exposure-Display.
020900     MOVE HS-Credit-Limit TO WS-Limit-Display.
021000     DISPLAY " ".
021100     DISPLAY "Held " WS-Held-Date-Display ": cust " HS-Cust-Id
021200         " " HS-Cust-Name.
021300     DISPLAY "  Oil " HS-Oil-Num " size " HS-Unit-Size
021400         " x " HS-Units-Sold " sold " WS-Date-Display
021500         " value " WS-Value-Display.
021600     DISPLAY "  Owed before this sale " WS-Exposure-Display
021700         "  credit limit " WS-Limit-Display.
021800     DISPLAY "A)pprove, C)ancel, L)eave held, Q)uit review: ".
021900     ACCEPT WS-Decision.
022000     EVALUATE WS-Decision
022100         WHEN "A" WHEN "a"
022200             SET HLT-Approved(HLT-Idx) TO TRUE
022300             ADD 1 TO WS-Approved-Count
022400             ADD HS-Sale-Value TO WS-Approved-Value
022500             DISPLAY "Approved -- goes out with the next edit."
022510             MOVE "RELEASED" TO WS-Audit-New-Value
022520             PERFORM Journal-Credit-Decision
022600         WHEN "C" WHEN "c"
022700             SET HLT-Cancelled(HLT-Idx) TO TRUE
022800             ADD 1 TO WS-Cancelled-Count
022900             ADD HS-Sale-Value TO WS-Cancelled-Value
023000             DISPLAY "Cancelled."
023010             MOVE "CANCELLED" TO WS-Audit-New-Value
023020             PERFORM Journal-Credit-Decision
023100         WHEN "Q" WHEN "q"
023200             SET Review-Ended TO TRUE
023300             DISPLAY "Review ended -- the rest stay held."
023400         WHEN OTHER
023500             DISPLAY "Left held."
023600     END-EVALUATE.
023700
023800 Write-Released-Sales.
023900     IF WS-Approved-Count > ZERO
024000         OPEN EXTEND ReleasedSalesFile
024100         IF WS-Released-File-Status NOT = "00"
024200             OPEN OUTPUT ReleasedSalesFile
024300         END-IF
024400         PERFORM VARYING HLT-Idx FROM 1 BY 1
024500                 UNTIL HLT-Idx > WS-Held-Count
024600             IF HLT-Approved(HLT-Idx)
024700                 MOVE HLT-Image(HLT-Idx) TO WS-Held-Sale
024800                 MOVE HS-Sale-Image TO RL-Sale-Image
024900                 MOVE HS-Held-Date TO RL-Held-Date
025000                 MOVE WS-Run-Date TO RL-Released-Date
025100                 MOVE ZEROS TO RL-Taken-Date
025200                 WRITE RelSaleRec
025300             END-IF
025400         END-PERFORM
025500         CLOSE ReleasedSalesFile
025600     END-IF.
025700
025800 Rewrite-Held-File.
025900     OPEN OUTPUT HeldSalesFile.
026000     PERFORM VARYING HLT-Idx FROM 1 BY 1
026100             UNTIL HLT-Idx > WS-Held-Count
026200         IF NOT HLT-Approved(HLT-Idx)
026300            AND NOT HLT-Cancelled(HLT-Idx)
026400             ADD 1 TO WS-Still-Held-Count
026500             MOVE HLT-Image(HLT-Idx) TO HeldSalesRec
026600             WRITE HeldSalesRec
026700         END-IF
026800     END-PERFORM.
026900     CLOSE HeldSalesFile.
027000
027100 Print-Release-Report.
027200     OPEN OUTPUT ReleaseReportFile.
027300     WRITE ReleaseReportLine FROM Release-Heading-Line.
027400     MOVE WS-Run-Date TO Prn-Run-Date.
027450     MOVE WS-Sign-On-Id TO Prn-Decided-By.
027500     WRITE ReleaseReportLine FROM Run-Date-Line.
027600     WRITE ReleaseReportLine FROM Release-Topic-Line.
027700     PERFORM VARYING HLT-Idx FROM 1 BY 1
027800             UNTIL HLT-Idx > WS-Held-Count
027900         IF HLT-Approved(HLT-Idx) OR HLT-Cancelled(HLT-Idx)
028000             PERFORM Print-Decision-Line
028100         END-IF
028200     END-PERFORM.
028300     IF WS-Approved-Count = ZERO AND WS-Cancelled-Count = ZERO
028400         WRITE ReleaseReportLine FROM Release-None-Line
028500     END-IF.
028600     MOVE WS-Approved-Count TO Prn-Approved-Count.
028700     MOVE WS-Approved-Value TO Prn-Approved-Value.
028800     WRITE ReleaseReportLine FROM Release-Approved-Line.
028900     MOVE WS-Cancelled-Count TO Prn-Cancelled-Count.
029000     MOVE WS-Cancelled-Value TO Prn-Cancelled-Value.
029100     WRITE ReleaseReportLine FROM Release-Cancelled-Line.
029200     MOVE WS-Still-Held-Count TO Prn-Still-Held.
029300     WRITE ReleaseReportLine FROM Release-Held-Line.
029400     CLOSE ReleaseReportFile.
029500
029600 Print-Decision-Line.
029700     MOVE HLT-Image(HLT-Idx) TO WS-Held-Sale.
029800     MOVE HS-Cust-Id TO Prn-Cust-Id.
029900     MOVE HS-Cust-Name TO Prn-Cust-Name.
030000     MOVE HS-Oil-Num TO Prn-Oil-Num.
030100     MOVE HS-Sale-Date TO Prn-Sale-Date.
030200     MOVE HS-Held-Date TO Prn-Held-Date.
030300     MOVE HS-Sale-Value TO Prn-Sale-Value.
030400     IF HLT-Approved(HLT-Idx)
030500         MOVE "APPROVED" TO Prn-Decision
030600     ELSE
030700         MOVE "CANCELLED" TO Prn-Decision
030800     END-IF.
030900     WRITE ReleaseReportLine FROM Release-Detail-Line.
031000
031100 Journal-Credit-Decision.
031200*    WS-Audit-New-Value is set by the caller.
031300     MOVE SPACES TO WS-Audit-Key.
031400     STRING HS-Cust-Id " " HS-Oil-Num " " HS-Sale-Date
031500         DELIMITED BY SIZE INTO WS-Audit-Key.
031600     MOVE "CREDIT-HOLD" TO WS-Audit-Field.
031700     MOVE "HELD" TO WS-Audit-Old-Value.
031800     PERFORM Write-Audit-Entry.
031850
031900 Sign-On-Operator.
032000*    The operator signs on against OPERATOR.DAT before any work is
032100*    taken; three refusals end the session. Every try is written
032200*    to AUDIT.JRN.
032300     MOVE 0 TO WS-Sign-On-Tries.
032400     PERFORM Try-One-Sign-On
032500         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
032600     IF NOT Signed-On
032700         DISPLAY "Sign-on refused -- see the security officer."
032800         MOVE 1 TO RETURN-CODE
032900         STOP RUN
033000     END-IF.
033100     IF NOT OR-May-Change-Credit
033200         DISPLAY "Operator " WS-Sign-On-Id
033300             " does not hold the credit authority."
033400         MOVE SPACES TO WS-Audit-Key
033500         MOVE SPACES TO WS-Audit-Old-Value
033600         MOVE "SIGN-ON" TO WS-Audit-Field
033700         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
033800         PERFORM Write-Audit-Entry
033900         MOVE 1 TO RETURN-CODE
034000         STOP RUN
034100     END-IF.
034200
034300 Try-One-Sign-On.
034400     ADD 1 TO WS-Sign-On-Tries.
034500     DISPLAY "Operator id: ".
034600     ACCEPT WS-Sign-On-Id.
034700     DISPLAY "Password: ".
034800     ACCEPT WS-Sign-On-Password.
034900     PERFORM Find-Operator.
035000     MOVE SPACES TO WS-Audit-Key.
035100     MOVE SPACES TO WS-Audit-Old-Value.
035200     MOVE "SIGN-ON" TO WS-Audit-Field.
035300     IF Operator-Found AND OR-Active
035400             AND OR-Password = WS-Sign-On-Password
035500         SET Signed-On TO TRUE
035600         MOVE "ACCEPTED" TO WS-Audit-New-Value
035700         DISPLAY "Signed on as " OR-Operator-Name
035800     ELSE
035900         MOVE "REFUSED" TO WS-Audit-New-Value
036000         DISPLAY "Operator id or password not accepted."
036100     END-IF.
036200     PERFORM Write-Audit-Entry.
036300
036400 Find-Operator.
036500     MOVE 0 TO WS-Operator-Found.
036600     MOVE 0 TO WS-Operator-EOF.
036700     OPEN INPUT OperatorFile.
036800     IF WS-Operator-File-Status NOT = "00"
036900         DISPLAY "OPERATOR.DAT not found -- the security officer"
037000             " sets up operators with OperMaint."
037100         MOVE 1 TO RETURN-CODE
037200         STOP RUN
037300     END-IF.
037400     PERFORM UNTIL Operator-EOF OR Operator-Found
037500         MOVE SPACES TO SignOnRec
037600         READ OperatorFile INTO SignOnRec
037700             AT END
037800                 SET Operator-EOF TO TRUE
037900             NOT AT END
038000                 IF OR-Operator-Id = WS-Sign-On-Id
038100                         AND WS-Sign-On-Id NOT = SPACES
038200                     SET Operator-Found TO TRUE
038300                 END-IF
038400         END-READ
038500     END-PERFORM.
038600     CLOSE OperatorFile.
038700
038800 Write-Audit-Entry.
038900*    One line on the common change journal AUDIT.JRN.
039000     OPEN EXTEND AuditFile.
039100     IF WS-Audit-File-Status NOT = "00"
039200         OPEN OUTPUT AuditFile
039300     END-IF.
039400     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
039500     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
039600     MOVE WS-Sign-On-Id TO AJ-Operator.
039700     MOVE "OILSALESRELEASE" TO AJ-Program.
039800     MOVE WS-Audit-Key TO AJ-Record-Key.
039900     MOVE WS-Audit-Field TO AJ-Field.
040000     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
040100     MOVE WS-Audit-New-Value TO AJ-New-Value.
040200     WRITE AuditRec.
040300     CLOSE AuditFile.
