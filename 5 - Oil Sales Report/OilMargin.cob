000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilMargin.
000300* Gross margin report by oil and by customer, from the
000400* CUSTSALE.DAT customer sales ledger OilSalesData appends on
000500* every full run. Each ledger record carries the net sales
000600* value of one customer's purchases of one oil in one run and
000700* the cost of those goods at the oil's weighted-average
000800* purchase cost (kept on OILSTOCK.DAT by OilGoodsIn), so the
000900* margin is simply value less cost.
001000* Run with no parameters the report covers the night's sales:
001100* the ledger records stamped with the run date. The optional
001200* MARGPARM.DAT parameter file, one keyword card per line in
001300* the OILPARM.DAT manner, widens it to a range of run dates:
001400*   FROM=yyyymmdd     first run date included;
001500*   TO=yyyymmdd       last run date included (defaults to the
001600*                     run date when only FROM= is given).
001700* Unknown cards are reported and ignored.
001800* OILMARGN.RPT prints two sections with the same columns --
001900* quantity, sales value, cost of goods, gross margin and the
002000* margin as a percentage of sales:
002100*   GROSS MARGIN BY OIL, in oil-number order with the
002200*     OILPROD.DAT description;
002300*   GROSS MARGIN BY CUSTOMER, in customer-id order with the
002400*     CUSTMAST.IDX name;
002500* and the period totals. An oil or customer whose sales came
002600* in under their cost is flagged ** BELOW COST ** so pricing
002700* is set on margin rather than guesswork; sales with no cost
002800* against them (no delivery costed yet) are flagged NO COST,
002900* since their margin is overstated rather than earned.
003000* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
003100* programs do, falling back to today's date run standalone.
003200
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT CustSalesFile ASSIGN TO "CUSTSALE.DAT"
003700              ORGANIZATION IS LINE SEQUENTIAL
003800              FILE STATUS IS WS-Cust-Sales-File-Status.
003900
004000     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Oil-Product-File-Status.
004300
004400     SELECT CustomerMaster ASSIGN TO "CUSTMAST.IDX"
004500              ORGANIZATION IS INDEXED
004600              ACCESS MODE IS RANDOM
004700              RECORD KEY IS CM-Cust-Id
004800              FILE STATUS IS WS-Customer-File-Status.
004900
005000     SELECT ParmFile ASSIGN TO "MARGPARM.DAT"
005100              ORGANIZATION IS LINE SEQUENTIAL
005200              FILE STATUS IS WS-Parm-File-Status.
005300
005400     SELECT MarginReportFile ASSIGN TO "OILMARGN.RPT"
005500              ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005800              ORGANIZATION IS LINE SEQUENTIAL
005900              FILE STATUS IS WS-Run-Date-File-Status.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  CustSalesFile.
006400     COPY "CUSTSALE.CPY" REPLACING ==REC-NAME== BY ==CSRec==.
006500
006600 FD  OilProductFile.
006700     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
006800
006900 FD  CustomerMaster.
007000     COPY "CUSTOMER.CPY" REPLACING
007100         ==REC-NAME== BY ==CustMastRec==.
007200
007300 FD  ParmFile.
007400 01  ParmRec                     PIC X(80).
007500
007600 FD  MarginReportFile.
007700 01  MarginReportLine            PIC X(110).
007800
007900 FD  RunDateFile.
008000 01  RunDateRec                  PIC 9(8).
008100
008200 WORKING-STORAGE SECTION.
008300 01  WS-Cust-Sales-File-Status   PIC XX.
008400 01  WS-Oil-Product-File-Status  PIC XX.
008500 01  WS-Customer-File-Status     PIC XX.
008600 01  WS-Parm-File-Status         PIC XX.
008700 01  WS-Run-Date-File-Status     PIC XX.
008800
008900 01  WS-Cust-Sales-EOF           PIC 9       VALUE 0.
009000     88 Cust-Sales-EOF                       VALUE 1.
009100 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
009200     88 Oil-Product-EOF                      VALUE 1.
009300 01  WS-Parm-EOF                 PIC 9       VALUE 0.
009400     88 Parm-EOF                             VALUE 1.
009500 01  WS-Cust-Master-Open         PIC 9       VALUE 0.
009600     88 Cust-Master-On                       VALUE 1.
009700
009800 01  Oil-Name-Table.
009900     02  OIL-DESC  PIC X(20) OCCURS 200 TIMES VALUE SPACES.
010000
010100 01  Oil-Margin-Table.
010200     02  OMG-Entry OCCURS 200 TIMES INDEXED BY OMG-Idx.
010300         03  OMG-Lines           PIC 9(6)    VALUE ZEROS.
010400         03  OMG-Qty             PIC S9(7)   VALUE ZEROS.
010500         03  OMG-Value           PIC S9(7)V99 VALUE ZEROS.
010600         03  OMG-Cost            PIC S9(7)V99 VALUE ZEROS.
010700
010800 01  Cust-Margin-Table.
010900*    Kept in customer-id order as entries are added, so the
011000*    customer section prints without a sort.
011100     02  WS-Cust-Count           PIC 9(4)    VALUE ZEROS.
011200     02  CMG-Entry OCCURS 1000 TIMES INDEXED BY CMG-Idx.
011300         03  CMG-Cust-Id         PIC X(5).
011400         03  CMG-Qty             PIC S9(7).
011500         03  CMG-Value           PIC S9(7)V99.
011600         03  CMG-Cost            PIC S9(7)V99.
011700
011800 01  WS-Run-Date                 PIC 9(8).
011900 01  WS-From-Date                PIC 9(8)    VALUE ZEROS.
012000 01  WS-To-Date                  PIC 9(8)    VALUE ZEROS.
012100 01  WS-Oil-Num                  PIC 999     VALUE ZEROS.
012200 01  WS-Cust-Sub                 PIC 9(4)    VALUE ZEROS.
012300 01  WS-Shift-Sub                PIC 9(4)    VALUE ZEROS.
012400 01  WS-Record-Count             PIC 9(6)    VALUE ZEROS.
012500 01  WS-Below-Cost-Count         PIC 9(4)    VALUE ZEROS.
012600 01  WS-Line-Qty                 PIC S9(7)   VALUE ZEROS.
012700 01  WS-Line-Value               PIC S9(7)V99 VALUE ZEROS.
012800 01  WS-Line-Cost                PIC S9(7)V99 VALUE ZEROS.
012900 01  WS-Line-Margin              PIC S9(7)V99 VALUE ZEROS.
013000 01  WS-Margin-Pct               PIC S9(5)V9 VALUE ZEROS.
013100 01  WS-Section-Lines            PIC 9(5)    VALUE ZEROS.
013200 01  WS-Total-Qty                PIC S9(7)   VALUE ZEROS.
013300 01  WS-Total-Value              PIC S9(7)V99 VALUE ZEROS.
013400 01  WS-Total-Cost               PIC S9(7)V99 VALUE ZEROS.
013500
013600 01  Margin-Heading-Line         PIC X(60)
013700     VALUE "        GROSS MARGIN REPORT BY OIL AND CUSTOMER".
013800 01  Run-Date-Line.
013900     02  FILLER                  PIC X(10) VALUE SPACES.
014000     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
014100     02  Prn-Run-Date            PIC 9999/99/99.
014200     02  FILLER                  PIC X(14) VALUE "   SALES FROM ".
014300     02  Prn-From-Date           PIC 9999/99/99.
014400     02  FILLER                  PIC X(4)  VALUE " TO ".
014500     02  Prn-To-Date             PIC 9999/99/99.
014600 01  Oil-Section-Line            PIC X(60)
014700     VALUE "GROSS MARGIN BY OIL".
014800 01  Cust-Section-Line           PIC X(60)
014900     VALUE "GROSS MARGIN BY CUSTOMER".
015000 01  Margin-Topic-Line.
015100     02  Prn-Topic-Key           PIC X(28).
015200     02  FILLER                  PIC X(32)
015300         VALUE "     QTY  SALES VALUE  COST OF G".
015400     02  FILLER                  PIC X(28)
015500         VALUE "OODS GROSS MARGIN  MARGIN%".
015600 01  Margin-Detail-Line.
015700     02  FILLER                  PIC X     VALUE SPACE.
015800     02  Prn-Key                 PIC X(5).
015900     02  FILLER                  PIC XX    VALUE SPACES.
016000     02  Prn-Name                PIC X(20).
016100     02  Prn-Qty                 PIC B-(6)9.
016200     02  Prn-Value               PIC BB-(7)9.99.
016300     02  Prn-Cost                PIC BB-(7)9.99.
016400     02  Prn-Margin              PIC BBB-(7)9.99.
016500     02  Prn-Margin-Pct          PIC BBB-(4)9.9.
016600     02  Prn-Margin-Flag         PIC X(18).
016700 01  Margin-None-Line            PIC X(60)
016800     VALUE "  No sales in the period.".
016900 01  Margin-Total-Line.
017000     02  FILLER                  PIC X(28)
017100         VALUE "  PERIOD TOTALS".
017200     02  Prn-Total-Qty           PIC B-(6)9.
017300     02  Prn-Total-Value         PIC BB-(7)9.99.
017400     02  Prn-Total-Cost          PIC BB-(7)9.99.
017500     02  Prn-Total-Margin        PIC BBB-(7)9.99.
017600     02  Prn-Total-Pct           PIC BBB-(4)9.9.
017700 01  Below-Cost-Line.
017800     02  FILLER                  PIC X(30)
017900         VALUE "  LINES SOLD BELOW COST:".
018000     02  Prn-Below-Cost-Count    PIC ZZZ9.
018100
018200 PROCEDURE DIVISION.
018300 Begin.
018400     PERFORM Load-Run-Date.
018500     MOVE WS-Run-Date TO WS-From-Date, WS-To-Date.
018600     PERFORM Load-Parameters.
018700     PERFORM Load-Oil-Names.
018800     PERFORM Accumulate-Cust-Sales.
018900     OPEN INPUT CustomerMaster.
019000     IF WS-Customer-File-Status = "00"
019100         SET Cust-Master-On TO TRUE
019200     ELSE
019300         DISPLAY "CUSTMAST.IDX not found -- customer names blank."
019400     END-IF.
019500     OPEN OUTPUT MarginReportFile.
019600     WRITE MarginReportLine FROM Margin-Heading-Line.
019700     MOVE WS-Run-Date TO Prn-Run-Date.
019800     MOVE WS-From-Date TO Prn-From-Date.
019900     MOVE WS-To-Date TO Prn-To-Date.
020000     WRITE MarginReportLine FROM Run-Date-Line.
020100     PERFORM Print-Oil-Section.
020200     PERFORM Print-Customer-Section.
020300     PERFORM Print-Margin-Totals.
020400     CLOSE MarginReportFile.
020500     IF Cust-Master-On
020600         CLOSE CustomerMaster
020700     END-IF.
020800     DISPLAY "OilMargin: " WS-Record-Count
020900         " ledger records from " WS-From-Date " to " WS-To-Date
021000         ", " WS-Below-Cost-Count " lines below cost.".
021100     MOVE 0 TO RETURN-CODE.
021200     STOP RUN.
021300
021400 Load-Run-Date.
021500     OPEN INPUT RunDateFile.
021600     IF WS-Run-Date-File-Status = "00"
021700         READ RunDateFile
021800             AT END CONTINUE
021900         END-READ
022000         MOVE RunDateRec TO WS-Run-Date
022100         CLOSE RunDateFile
022200     ELSE
022300         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
022400     END-IF.
022500
022600 Load-Parameters.
022700     MOVE 0 TO WS-Parm-EOF.
022800     OPEN INPUT ParmFile.
022900     IF WS-Parm-File-Status = "00"
023000         READ ParmFile
023100             AT END SET Parm-EOF TO TRUE
023200         END-READ
023300         PERFORM Apply-One-Parm-Card UNTIL Parm-EOF
023400         CLOSE ParmFile
023500     END-IF.
023600
023700 Apply-One-Parm-Card.
023800     EVALUATE TRUE
023900         WHEN ParmRec = SPACES
024000             CONTINUE
024100         WHEN ParmRec(1:5) = "FROM=" AND ParmRec(6:8) IS NUMERIC
024200             MOVE ParmRec(6:8) TO WS-From-Date
024300             DISPLAY "MARGPARM: sales from " WS-From-Date "."
024400         WHEN ParmRec(1:3) = "TO=" AND ParmRec(4:8) IS NUMERIC
024500             MOVE ParmRec(4:8) TO WS-To-Date
024600             DISPLAY "MARGPARM: sales to " WS-To-Date "."
024700         WHEN OTHER
024800             DISPLAY "MARGPARM: bad card ignored: " ParmRec
024900     END-EVALUATE.
025000     READ ParmFile
025100         AT END SET Parm-EOF TO TRUE
025200     END-READ.
025300
025400 Load-Oil-Names.
025500     MOVE 0 TO WS-Oil-Product-EOF.
025600     OPEN INPUT OilProductFile.
025700     IF WS-Oil-Product-File-Status = "00"
025800         READ OilProductFile
025900             AT END SET Oil-Product-EOF TO TRUE
026000         END-READ
026100         PERFORM UNTIL Oil-Product-EOF
026200             IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
026300                 MOVE OM-Oil-Desc TO OIL-DESC(OM-Oil-Num)
026400             END-IF
026500             READ OilProductFile
026600                 AT END SET Oil-Product-EOF TO TRUE
026700             END-READ
026800         END-PERFORM
026900         CLOSE OilProductFile
027000     ELSE
027100         DISPLAY "OILPROD.DAT not found -- descriptions blank."
027200     END-IF.
027300
027400 Accumulate-Cust-Sales.
027500     MOVE 0 TO WS-Cust-Sales-EOF.
027600     OPEN INPUT CustSalesFile.
027700     IF WS-Cust-Sales-File-Status NOT = "00"
027800         DISPLAY "CUSTSALE.DAT not found -- run OilSalesData"
027900             " first."
028000         MOVE 1 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     READ CustSalesFile
028400         AT END SET Cust-Sales-EOF TO TRUE
028500     END-READ.
028600     PERFORM UNTIL Cust-Sales-EOF
028700         IF CS-Run-Date NOT < WS-From-Date
028800            AND CS-Run-Date NOT > WS-To-Date
028900            AND CS-Oil-Num >= 1 AND CS-Oil-Num <= 200
029000             ADD 1 TO WS-Record-Count
029100             ADD CS-Sale-Lines TO OMG-Lines(CS-Oil-Num)
029200             ADD CS-Qty TO OMG-Qty(CS-Oil-Num)
029300             ADD CS-Value TO OMG-Value(CS-Oil-Num)
029400             ADD CS-Cost TO OMG-Cost(CS-Oil-Num)
029500             PERFORM Find-Cust-Entry
029600             IF WS-Cust-Sub > ZERO
029700                 ADD CS-Qty TO CMG-Qty(WS-Cust-Sub)
029800                 ADD CS-Value TO CMG-Value(WS-Cust-Sub)
029900                 ADD CS-Cost TO CMG-Cost(WS-Cust-Sub)
030000             END-IF
030100         END-IF
030200         READ CustSalesFile
030300             AT END SET Cust-Sales-EOF TO TRUE
030400         END-READ
030500     END-PERFORM.
030600     CLOSE CustSalesFile.
030700
030800 Find-Cust-Entry.
030900*    Finds CS-Cust-Id in the table, or opens a new entry for it
031000*    in id order, shifting the higher ids up one place.
031100     MOVE ZEROS TO WS-Cust-Sub.
031200     PERFORM VARYING CMG-Idx FROM 1 BY 1
031300             UNTIL CMG-Idx > WS-Cust-Count OR WS-Cust-Sub > ZERO
031400         IF CMG-Cust-Id(CMG-Idx) NOT < CS-Cust-Id
031500             SET WS-Cust-Sub TO CMG-Idx
031600         END-IF
031700     END-PERFORM.
031800     IF WS-Cust-Sub = ZERO
031900         COMPUTE WS-Cust-Sub = WS-Cust-Count + 1
032000     END-IF.
032100     IF WS-Cust-Sub > WS-Cust-Count
032200        OR CMG-Cust-Id(WS-Cust-Sub) NOT = CS-Cust-Id
032300         PERFORM Open-Cust-Entry
032400     END-IF.
032500
032600 Open-Cust-Entry.
032700     IF WS-Cust-Count >= 1000
032800         DISPLAY "More than 1000 customers in the period --"
032900             " customer " CS-Cust-Id " left out of the"
033000             " customer section."
033100         MOVE ZEROS TO WS-Cust-Sub
033200     ELSE
033300         ADD 1 TO WS-Cust-Count
033400         PERFORM VARYING WS-Shift-Sub FROM WS-Cust-Count BY -1
033500                 UNTIL WS-Shift-Sub <= WS-Cust-Sub
033600             MOVE CMG-Entry(WS-Shift-Sub - 1)
033700                 TO CMG-Entry(WS-Shift-Sub)
033800         END-PERFORM
033900         MOVE CS-Cust-Id TO CMG-Cust-Id(WS-Cust-Sub)
034000         MOVE ZEROS TO CMG-Qty(WS-Cust-Sub)
034100         MOVE ZEROS TO CMG-Value(WS-Cust-Sub)
034200         MOVE ZEROS TO CMG-Cost(WS-Cust-Sub)
034300     END-IF.
034400
034500 Print-Oil-Section.
034600     MOVE SPACES TO MarginReportLine.
034700     WRITE MarginReportLine.
034800     WRITE MarginReportLine FROM Oil-Section-Line.
034900     MOVE " OIL    DESCRIPTION" TO Prn-Topic-Key.
035000     WRITE MarginReportLine FROM Margin-Topic-Line.
035100     MOVE ZEROS TO WS-Section-Lines.
035200     PERFORM VARYING OMG-Idx FROM 1 BY 1 UNTIL OMG-Idx > 200
035300         IF OMG-Lines(OMG-Idx) > ZERO
035400             ADD 1 TO WS-Section-Lines
035500             MOVE OMG-Idx TO WS-Oil-Num
035600             MOVE WS-Oil-Num TO Prn-Key
035700             MOVE OIL-DESC(OMG-Idx) TO Prn-Name
035800             MOVE OMG-Qty(OMG-Idx) TO WS-Line-Qty
035900             MOVE OMG-Value(OMG-Idx) TO WS-Line-Value
036000             MOVE OMG-Cost(OMG-Idx) TO WS-Line-Cost
036100             ADD WS-Line-Qty TO WS-Total-Qty
036200             ADD WS-Line-Value TO WS-Total-Value
036300             ADD WS-Line-Cost TO WS-Total-Cost
036400             PERFORM Print-Margin-Line
036500         END-IF
036600     END-PERFORM.
036700     IF WS-Section-Lines = ZERO
036800         WRITE MarginReportLine FROM Margin-None-Line
036900     END-IF.
037000
037100 Print-Customer-Section.
037200     MOVE SPACES TO MarginReportLine.
037300     WRITE MarginReportLine.
037400     WRITE MarginReportLine FROM Cust-Section-Line.
037500     MOVE " CUST   CUSTOMER NAME" TO Prn-Topic-Key.
037600     WRITE MarginReportLine FROM Margin-Topic-Line.
037700     PERFORM VARYING CMG-Idx FROM 1 BY 1
037800             UNTIL CMG-Idx > WS-Cust-Count
037900         MOVE CMG-Cust-Id(CMG-Idx) TO Prn-Key
038000         MOVE SPACES TO Prn-Name
038100         IF Cust-Master-On
038200             MOVE CMG-Cust-Id(CMG-Idx) TO CM-Cust-Id
038300             READ CustomerMaster
038400                 INVALID KEY
038500                     MOVE "** NOT ON MASTER **" TO Prn-Name
038600                 NOT INVALID KEY
038700                     MOVE CM-Cust-Name TO Prn-Name
038800             END-READ
038900         END-IF
039000         MOVE CMG-Qty(CMG-Idx) TO WS-Line-Qty
039100         MOVE CMG-Value(CMG-Idx) TO WS-Line-Value
039200         MOVE CMG-Cost(CMG-Idx) TO WS-Line-Cost
039300         PERFORM Print-Margin-Line
039400     END-PERFORM.
039500     IF WS-Cust-Count = ZERO
039600         WRITE MarginReportLine FROM Margin-None-Line
039700     END-IF.
039800
039900 Print-Margin-Line.
040000     COMPUTE WS-Line-Margin = WS-Line-Value - WS-Line-Cost.
040100     MOVE WS-Line-Qty TO Prn-Qty.
040200     MOVE WS-Line-Value TO Prn-Value.
040300     MOVE WS-Line-Cost TO Prn-Cost.
040400     MOVE WS-Line-Margin TO Prn-Margin.
040500     PERFORM Work-Margin-Pct.
040600     MOVE WS-Margin-Pct TO Prn-Margin-Pct.
040700     MOVE SPACES TO Prn-Margin-Flag.
040800     EVALUATE TRUE
040900         WHEN WS-Line-Margin < ZERO
041000             MOVE "  ** BELOW COST **" TO Prn-Margin-Flag
041100             ADD 1 TO WS-Below-Cost-Count
041200         WHEN WS-Line-Cost = ZERO AND WS-Line-Value NOT = ZERO
041300             MOVE "  NO COST" TO Prn-Margin-Flag
041400     END-EVALUATE.
041500     WRITE MarginReportLine FROM Margin-Detail-Line.
041600
041700 Work-Margin-Pct.
041800     IF WS-Line-Value = ZERO
041900         MOVE ZEROS TO WS-Margin-Pct
042000     ELSE
042100         COMPUTE WS-Margin-Pct ROUNDED =
042200             WS-Line-Margin * 100 / WS-Line-Value
042300             ON SIZE ERROR
042400                 MOVE ZEROS TO WS-Margin-Pct
042500         END-COMPUTE
042600     END-IF.
042700
042800 Print-Margin-Totals.
042900     MOVE SPACES TO MarginReportLine.
043000     WRITE MarginReportLine.
043100     MOVE WS-Total-Value TO WS-Line-Value.
043200     COMPUTE WS-Line-Margin = WS-Total-Value - WS-Total-Cost.
043300     PERFORM Work-Margin-Pct.
043400     MOVE WS-Total-Qty TO Prn-Total-Qty.
043500     MOVE WS-Total-Value TO Prn-Total-Value.
043600     MOVE WS-Total-Cost TO Prn-Total-Cost.
043700     MOVE WS-Line-Margin TO Prn-Total-Margin.
043800     MOVE WS-Margin-Pct TO Prn-Total-Pct.
043900     WRITE MarginReportLine FROM Margin-Total-Line.
044000     MOVE WS-Below-Cost-Count TO Prn-Below-Cost-Count.
044100     WRITE MarginReportLine FROM Below-Cost-Line.
