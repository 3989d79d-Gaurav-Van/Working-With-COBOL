000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilPOStatus.
000300* Outstanding / overdue purchase order report over
000400* PURCHORD.DAT, so purchasing can stop chasing orders from
000500* memory. Prints OILPOSTA.RPT in two parts:
000600*   OPEN ORDER LINES -- every PO line OilGoodsIn has not yet
000700*     closed, with the quantity ordered, received so far and
000800*     still outstanding, the due date OilPORaise stamped from
000900*     the supplier's lead time, and ** OVERDUE ** once the run
001000*     date is past the due date (a part-received line that is
001100*     late is flagged the same way -- the balance is late);
001200*   SHORT AND OVER DELIVERIES -- every closed line whose
001300*     received quantity differs from the ordered quantity:
001400*     closed short at goods-in, or over-delivered.
001500* Supplier names come from SUPPLIER.DAT and oil descriptions
001600* from OILPROD.DAT; either file missing just leaves the names
001700* blank. Totals of open, overdue, short and over lines close
001800* the report.
001900* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002000* programs do, falling back to today's date run standalone.
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
002600              ORGANIZATION IS LINE SEQUENTIAL
002700              FILE STATUS IS WS-Purch-Order-File-Status.
002800
002900     SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
003000              ORGANIZATION IS LINE SEQUENTIAL
003100              FILE STATUS IS WS-Supplier-File-Status.
003200
003300     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
003400              ORGANIZATION IS LINE SEQUENTIAL
003500              FILE STATUS IS WS-Oil-Product-File-Status.
003600
003700     SELECT StatusReportFile ASSIGN TO "OILPOSTA.RPT"
003800              ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Run-Date-File-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  PurchOrderFile.
004700     COPY "PURCHORD.CPY" REPLACING
004800         ==REC-NAME== BY ==PurchOrdRec==.
004900
005000 FD  SupplierFile.
005100     COPY "SUPPLIER.CPY" REPLACING
005200         ==REC-NAME== BY ==SupplierRec==.
005300
005400 FD  OilProductFile.
005500     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
005600
005700 FD  StatusReportFile.
005800 01  StatusReportLine            PIC X(120).
005900
006000 FD  RunDateFile.
006100 01  RunDateRec                  PIC 9(8).
006200
006300 WORKING-STORAGE SECTION.
006400 01  WS-Purch-Order-File-Status  PIC XX.
006500 01  WS-Supplier-File-Status     PIC XX.
006600 01  WS-Oil-Product-File-Status  PIC XX.
006700 01  WS-Run-Date-File-Status     PIC XX.
006800
006900 01  WS-Purch-Order-EOF          PIC 9       VALUE 0.
007000     88 Purch-Order-EOF                      VALUE 1.
007100 01  WS-Supplier-EOF             PIC 9       VALUE 0.
007200     88 Supplier-EOF                         VALUE 1.
007300 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
007400     88 Oil-Product-EOF                      VALUE 1.
007500
007600 01  Supplier-Table.
007700     02  WS-Supplier-Count       PIC 999     VALUE ZEROS.
007800     02  SUT-Entry OCCURS 100 TIMES INDEXED BY SUT-Idx.
007900         03  SUT-Supp-Id         PIC X(5).
008000         03  SUT-Supp-Name       PIC X(20).
008100
008200 01  Oil-Name-Table.
008300     02  OIL-DESC  PIC X(20) OCCURS 200 TIMES VALUE SPACES.
008400
008500 01  WS-Run-Date                 PIC 9(8).
008600 01  WS-Report-Pass              PIC 9       VALUE 1.
008700     88 Open-Lines-Pass                      VALUE 1.
008800     88 Short-Over-Pass                      VALUE 2.
008900 01  WS-Difference               PIC S9(7)   VALUE ZEROS.
009000 01  WS-Open-Count               PIC 9(5)    VALUE ZEROS.
009100 01  WS-Overdue-Count            PIC 9(5)    VALUE ZEROS.
009200 01  WS-Short-Count              PIC 9(5)    VALUE ZEROS.
009300 01  WS-Over-Count               PIC 9(5)    VALUE ZEROS.
009400 01  WS-Section-Lines            PIC 9(5)    VALUE ZEROS.
009500
009600 01  Status-Heading-Line         PIC X(60)
009700     VALUE "    OUTSTANDING / OVERDUE PURCHASE ORDER REPORT".
009800 01  Run-Date-Line.
009900     02  FILLER                  PIC X(10) VALUE SPACES.
010000     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
010100     02  Prn-Run-Date            PIC 9999/99/99.
010200 01  Open-Section-Line           PIC X(60)
010300     VALUE "OPEN ORDER LINES".
010400 01  Short-Over-Section-Line     PIC X(60)
010500     VALUE "SHORT AND OVER DELIVERIES (CLOSED LINES)".
010600 01  Status-Topic-Line.
010700     02  FILLER                  PIC X(12) VALUE " PO    /LN  ".
010800     02  FILLER                  PIC X(28) VALUE "SUPPLIER".
010900     02  FILLER                  PIC X(24) VALUE
011000         " OIL DESCRIPTION".
011100     02  FILLER                  PIC X(16) VALUE
011200         " ORDERED RECEIVD".
011300     02  Prn-Topic-Diff          PIC X(9)  VALUE "   OUTSTD".
011400     02  FILLER                  PIC X(12) VALUE "  DUE DATE".
011500 01  Status-Detail-Line.
011600     02  FILLER                  PIC X     VALUE SPACE.
011700     02  Prn-PO-Num              PIC 9(6).
011800     02  FILLER                  PIC X     VALUE "/".
011900     02  Prn-Line-Num            PIC 99.
012000     02  FILLER                  PIC XX    VALUE SPACES.
012100     02  Prn-Supp-Id             PIC X(5).
012200     02  FILLER                  PIC X     VALUE SPACE.
012300     02  Prn-Supp-Name           PIC X(20).
012400     02  FILLER                  PIC XX    VALUE SPACES.
012500     02  Prn-Oil-Num             PIC ZZ9.
012600     02  FILLER                  PIC X     VALUE SPACE.
012700     02  Prn-Oil-Desc            PIC X(20).
012800     02  Prn-Ordered             PIC BZ(6)9.
012900     02  Prn-Received            PIC BZ(6)9.
013000     02  Prn-Difference          PIC B-(7)9.
013100     02  FILLER                  PIC XX    VALUE SPACES.
013200     02  Prn-Due-Date            PIC 9999/99/99.
013300     02  Prn-Status-Flag         PIC X(16).
013400 01  Status-None-Line            PIC X(60)
013500     VALUE "  None.".
013600 01  Status-Total-Line.
013700     02  FILLER                  PIC X(14) VALUE "  OPEN LINES: ".
013800     02  Prn-Open-Count          PIC ZZZZ9.
013900     02  FILLER                  PIC X(12) VALUE "   OVERDUE: ".
014000     02  Prn-Overdue-Count       PIC ZZZZ9.
014100     02  FILLER                  PIC X(10) VALUE "   SHORT: ".
014200     02  Prn-Short-Count         PIC ZZZZ9.
014300     02  FILLER                  PIC X(9)  VALUE "   OVER: ".
014400     02  Prn-Over-Count          PIC ZZZZ9.
014500
014600 PROCEDURE DIVISION.
014700 Begin.
014800     PERFORM Load-Run-Date.
014900     PERFORM Load-Supplier-Names.
015000     PERFORM Load-Oil-Names.
015100     OPEN INPUT PurchOrderFile.
015200     IF WS-Purch-Order-File-Status NOT = "00"
015300         DISPLAY "PURCHORD.DAT not found -- no purchase orders"
015400             " have been raised."
015500         MOVE 1 TO RETURN-CODE
015600         STOP RUN
015700     END-IF.
015800     CLOSE PurchOrderFile.
015900     OPEN OUTPUT StatusReportFile.
016000     WRITE StatusReportLine FROM Status-Heading-Line.
016100     MOVE WS-Run-Date TO Prn-Run-Date.
016200     WRITE StatusReportLine FROM Run-Date-Line.
016300     SET Open-Lines-Pass TO TRUE.
016400     MOVE "   OUTSTD" TO Prn-Topic-Diff.
016500     PERFORM Print-One-Section.
016600     SET Short-Over-Pass TO TRUE.
016700     MOVE "  DIFFERS" TO Prn-Topic-Diff.
016800     PERFORM Print-One-Section.
016900     MOVE WS-Open-Count TO Prn-Open-Count.
017000     MOVE WS-Overdue-Count TO Prn-Overdue-Count.
017100     MOVE WS-Short-Count TO Prn-Short-Count.
017200     MOVE WS-Over-Count TO Prn-Over-Count.
017300     MOVE SPACES TO StatusReportLine.
017400     WRITE StatusReportLine.
017500     WRITE StatusReportLine FROM Status-Total-Line.
017600     CLOSE StatusReportFile.
017700     DISPLAY "OilPOStatus: " WS-Open-Count " open lines, "
017800         WS-Overdue-Count " overdue, " WS-Short-Count " short, "
017900         WS-Over-Count " over.".
018000     MOVE 0 TO RETURN-CODE.
018100     STOP RUN.
018200
018300 Load-Run-Date.
018400     OPEN INPUT RunDateFile.
018500     IF WS-Run-Date-File-Status = "00"
018600         READ RunDateFile
018700             AT END CONTINUE
018800         END-READ
018900         MOVE RunDateRec TO WS-Run-Date
019000         CLOSE RunDateFile
019100     ELSE
019200         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
019300     END-IF.
019400
019500 Load-Supplier-Names.
019600     MOVE 0 TO WS-Supplier-EOF.
019700     OPEN INPUT SupplierFile.
019800     IF WS-Supplier-File-Status = "00"
019900         READ SupplierFile
020000             AT END SET Supplier-EOF TO TRUE
020100         END-READ
020200         PERFORM UNTIL Supplier-EOF OR WS-Supplier-Count >= 100
020300             ADD 1 TO WS-Supplier-Count
020400             MOVE SU-Supp-Id TO SUT-Supp-Id(WS-Supplier-Count)
020500             MOVE SU-Supp-Name TO
020600                 SUT-Supp-Name(WS-Supplier-Count)
020700             READ SupplierFile
020800                 AT END SET Supplier-EOF TO TRUE
020900             END-READ
021000         END-PERFORM
021100         CLOSE SupplierFile
021200     ELSE
021300         DISPLAY "SUPPLIER.DAT not found -- supplier names blank."
021400     END-IF.
021500
021600 Load-Oil-Names.
021700     MOVE 0 TO WS-Oil-Product-EOF.
021800     OPEN INPUT OilProductFile.
021900     IF WS-Oil-Product-File-Status = "00"
022000         READ OilProductFile
022100             AT END SET Oil-Product-EOF TO TRUE
022200         END-READ
022300         PERFORM UNTIL Oil-Product-EOF
022400             IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
022500                 MOVE OM-Oil-Desc TO OIL-DESC(OM-Oil-Num)
022600             END-IF
022700             READ OilProductFile
022800                 AT END SET Oil-Product-EOF TO TRUE
022900             END-READ
023000         END-PERFORM
023100         CLOSE OilProductFile
023200     ELSE
023300         DISPLAY "OILPROD.DAT not found -- descriptions blank."
023400     END-IF.
023500
023600 Print-One-Section.
023700*    One full pass of PURCHORD.DAT per section; the file is in
023800*    PO number order already, so no sort is needed.
023900     MOVE SPACES TO StatusReportLine.
024000     WRITE StatusReportLine.
024100     IF Open-Lines-Pass
024200         WRITE StatusReportLine FROM Open-Section-Line
024300     ELSE
024400         WRITE StatusReportLine FROM Short-Over-Section-Line
024500     END-IF.
024600     WRITE StatusReportLine FROM Status-Topic-Line.
024700     MOVE ZEROS TO WS-Section-Lines.
024800     MOVE 0 TO WS-Purch-Order-EOF.
024900     OPEN INPUT PurchOrderFile.
025000     READ PurchOrderFile
025100         AT END SET Purch-Order-EOF TO TRUE
025200     END-READ.
025300     PERFORM UNTIL Purch-Order-EOF
025400         IF Open-Lines-Pass
025500             IF PO-Line-Open
025600                 PERFORM Print-Open-Line
025700             END-IF
025800         ELSE
025900             IF PO-Line-Closed
026000                AND PO-Qty-Received NOT = PO-Qty-Ordered
026100                 PERFORM Print-Short-Over-Line
026200             END-IF
026300         END-IF
026400         READ PurchOrderFile
026500             AT END SET Purch-Order-EOF TO TRUE
026600         END-READ
026700     END-PERFORM.
026800     CLOSE PurchOrderFile.
026900     IF WS-Section-Lines = ZERO
027000         WRITE StatusReportLine FROM Status-None-Line
027100     END-IF.
027200
027300 Print-Open-Line.
027400     ADD 1 TO WS-Open-Count, WS-Section-Lines.
027500     COMPUTE WS-Difference = PO-Qty-Ordered - PO-Qty-Received.
027600     PERFORM Fill-Detail-Line.
027700     IF PO-Due-Date < WS-Run-Date
027800         MOVE "  ** OVERDUE **" TO Prn-Status-Flag
027900         ADD 1 TO WS-Overdue-Count
028000     ELSE
028100         IF PO-Qty-Received > ZERO
028200             MOVE "  PART RECEIVED" TO Prn-Status-Flag
028300         END-IF
028400     END-IF.
028500     WRITE StatusReportLine FROM Status-Detail-Line.
028600
028700 Print-Short-Over-Line.
028800     ADD 1 TO WS-Section-Lines.
028900     COMPUTE WS-Difference = PO-Qty-Received - PO-Qty-Ordered.
029000     PERFORM Fill-Detail-Line.
029100     IF WS-Difference < ZERO
029200         MOVE "  ** SHORT **" TO Prn-Status-Flag
029300         ADD 1 TO WS-Short-Count
029400     ELSE
029500         MOVE "  ** OVER **" TO Prn-Status-Flag
029600         ADD 1 TO WS-Over-Count
029700     END-IF.
029800     WRITE StatusReportLine FROM Status-Detail-Line.
029900
030000 Fill-Detail-Line.
030100     MOVE PO-Num TO Prn-PO-Num.
030200     MOVE PO-Line-Num TO Prn-Line-Num.
030300     MOVE PO-Supp-Id TO Prn-Supp-Id.
030400     MOVE SPACES TO Prn-Supp-Name, Prn-Oil-Desc, Prn-Status-Flag.
030500     PERFORM VARYING SUT-Idx FROM 1 BY 1
030600             UNTIL SUT-Idx > WS-Supplier-Count
030700         IF SUT-Supp-Id(SUT-Idx) = PO-Supp-Id
030800             MOVE SUT-Supp-Name(SUT-Idx) TO Prn-Supp-Name
030900         END-IF
031000     END-PERFORM.
031100     MOVE PO-Oil-Num TO Prn-Oil-Num.
031200     IF PO-Oil-Num >= 1 AND PO-Oil-Num <= 200
031300         MOVE OIL-DESC(PO-Oil-Num) TO Prn-Oil-Desc
031400     END-IF.
031500     MOVE PO-Qty-Ordered TO Prn-Ordered.
031600     MOVE PO-Qty-Received TO Prn-Received.
031700     MOVE WS-Difference TO Prn-Difference.
031800     MOVE PO-Due-Date TO Prn-Due-Date.
