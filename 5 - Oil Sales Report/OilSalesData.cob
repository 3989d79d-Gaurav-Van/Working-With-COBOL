008100*it. A run restricted by a CUST= or OIL= parameter card skips
008200*the append (with a console note), so ad-hoc partial runs do
008300*not pollute the trend history.
008307*Append-Cust-Sales-Ledger adds the customer dimension the
008314*SALESHIS.DAT ledger does not keep: at each customer break
008321*one CUSTSALE.CPY record per oil the customer bought or
008328*returned goes onto CUSTSALE.DAT -- run date, customer, oil,
008335*line count, latest sale date, net quantity and value, and the
008342*cost of goods at the oil's OILSTOCK.DAT weighted-average cost
008349*(ST-Avg-Cost, kept by OilGoodsIn from each delivery's cost;
008356*Load-Average-Costs reads it, a missing OILSTOCK.DAT just
008363*costs everything at zero). OilMargin reports the gross margin
008370*from it, and OilBuying the customer buying patterns -- top
008377*customers against last year, dormant customers, and one
008384*customer's oils. A filtered run skips the append, as for
008391*SALESHIS.DAT.
008400*Produce-Summary-Report sets RETURN-CODE on the way out so a
008500*batch control step can confirm this step also completed.
008600 ENVIRONMENT DIVISION.
012700       SELECT HistoryFile ASSIGN TO "SALESHIS.DAT"
012800                 ORGANIZATION IS LINE SEQUENTIAL
012900                 FILE STATUS IS WS-History-File-Status.
012910
012920       SELECT StockFile ASSIGN TO "OILSTOCK.DAT"
012930                 ORGANIZATION IS LINE SEQUENTIAL
012940                 FILE STATUS IS WS-Stock-File-Status.
012950
012960       SELECT CustSalesFile ASSIGN TO "CUSTSALE.DAT"
012970                 ORGANIZATION IS LINE SEQUENTIAL
012980                 FILE STATUS IS WS-Cust-Sales-File-Status.
013000
013100       SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
013200                 ORGANIZATION IS LINE SEQUENTIAL
020395     02  GEN-Run-Date      PIC 9(8).
020396     02  GEN-Roll-Time     PIC 9(6).
020400
020410 FD  StockFile.
020420     COPY "OILSTOCK.CPY" REPLACING ==REC-NAME== BY ==StockRec==.
020430
020440 FD  CustSalesFile.
020450     COPY "CUSTSALE.CPY" REPLACING ==REC-NAME== BY ==CSRec==.
020460
020500 WORKING-STORAGE SECTION.
020600
020700 01  Oils-Table.
022700 01  WS-Oil-Product-EOF        PIC 9       VALUE 0.
022800     88 Oil-Product-EOF                    VALUE 1.
022900 01  WS-Oil-Product-File-Status PIC XX.
022904
022908 01  Avg-Cost-Table.
022912*    Weighted-average cost per oil from OILSTOCK.DAT, for the
022916*    cost of goods on the CUSTSALE.DAT ledger.
022920     02  AC-Avg-Cost  PIC 99V9(4) OCCURS 200 TIMES VALUE ZEROS.
022924
022928 01  WS-Stock-EOF              PIC 9       VALUE 0.
022932     88 Stock-EOF                          VALUE 1.
022936 01  WS-Stock-File-Status      PIC XX.
022940 01  WS-Cust-Sales-File-Status PIC XX.
022944 01  WS-Cust-Ledger-On         PIC 9       VALUE 0.
022948     88 Cust-Ledger-On                     VALUE 1.
022952
022956 01  Cust-Oil-Totals.
022960*    One customer's sales by oil, cleared at each customer
022964*    break and written to CUSTSALE.DAT.
022968     02  COT-Entry OCCURS 200 TIMES INDEXED BY COT-Idx.
022972         03  COT-Lines           PIC 9(4).
022976         03  COT-Last-Date       PIC 9(8).
022980         03  COT-Qty             PIC S9(6).
022984         03  COT-Value           PIC S9(6)V99.
022988         03  COT-Cost            PIC S9(6)V99.
023000
023900 01  WS-Customer-File-Status   PIC XX.
024000 01  WS-Cust-Edits-On          PIC 9       VALUE 0.
035000 01  Temp-Variables.
035100     02  Sale-Qty-Sold           PIC 99999.
035200     02  Value-Of-Sale           PIC 999999V99.
035250     02  Cost-Of-Sale            PIC 999999V99.
035300     02  Prev-Cust-Id            PIC X(5).
035400
035500 01  WS-Exception-Heading      PIC X(80)
041100     END-IF.
041200     PERFORM Load-Oil-Price-Table.
041300     PERFORM Load-Oil-Product-Table.
041350     PERFORM Load-Average-Costs.
041400     PERFORM Open-Customer-Master.
041500     PERFORM Load-Balances.
041600     SORT Work-File ON ASCENDING WF-Cust-Name
054300         CLOSE OilProductFile
054400     ELSE
054500         DISPLAY "OILPROD.DAT not found -- oil names blank."
054504     END-IF.
054508
054512 Load-Average-Costs.
054516     MOVE 0 TO WS-Stock-EOF.
054520     OPEN INPUT StockFile.
054524     IF WS-Stock-File-Status = "00"
054528         READ StockFile
054532             AT END SET Stock-EOF TO TRUE
054536         END-READ
054540         PERFORM UNTIL Stock-EOF
054544             IF ST-Oil-Num >= 1 AND ST-Oil-Num <= 200
054548                AND ST-Avg-Cost IS NUMERIC
054552                 MOVE ST-Avg-Cost TO AC-Avg-Cost(ST-Oil-Num)
054556             END-IF
054560             READ StockFile
054564                 AT END SET Stock-EOF TO TRUE
054568             END-READ
054572         END-PERFORM
054576         CLOSE StockFile
054580     ELSE
054584         DISPLAY "OILSTOCK.DAT not found -- cost of goods zero."
054600     END-IF.
054700
054800 Open-Customer-Master.
072700         END-STRING
072800         WRITE ExtractLine FROM WS-Ext-Detail
072900     END-IF.
072910     IF NOT Cust-Filter-On AND NOT Oil-Filter-On
072920         MOVE 1 TO WS-Cust-Ledger-On
072930         OPEN EXTEND CustSalesFile
072940         IF WS-Cust-Sales-File-Status NOT = "00"
072950             OPEN OUTPUT CustSalesFile
072960         END-IF
072970     END-IF.
073000     WRITE Print-Line FROM Report-Heading-Line AFTER 
073100     ADVANCING 1 LINE.
073200     WRITE Print-Line FROM Report-Heading-Underline AFTER
076100     PERFORM Print-Product-Summary.
076200     IF Cust-Filter-On OR Oil-Filter-On
076300         DISPLAY "Filtered run -- SALESHIS.DAT not appended."
076350         DISPLAY "Filtered run -- CUSTSALE.DAT not appended."
076400         DISPLAY "Filtered run -- BALANCES.DAT not updated."
076500     ELSE
076600         PERFORM Append-Sales-History
077200     END-IF.
077300     IF Extract-Wanted
077400         CLOSE ExtractFile
077420     END-IF.
077440     IF Cust-Ledger-On
077460         CLOSE CustSalesFile
077500     END-IF.
077600     CLOSE Summary-Report.
077700
087400
087500 Print-Customer-Lines.
087600     MOVE ZEROS TO Cust-Totals.
087650     MOVE ZEROS TO Cust-Oil-Totals.
087700     MOVE WF-Cust-Id TO Prn-Cust-Id, Prev-Cust-Id.
087800     MOVE WF-Cust-Name TO Prn-Cust-Name.
087900 
088700
088900         PERFORM Find-Price-For-Sale
089000         COMPUTE Value-Of-Sale = Sale-Qty-Sold * WS-Selected-Cost
089001         COMPUTE Cost-Of-Sale ROUNDED =
089002             Sale-Qty-Sold * AC-Avg-Cost(WF-Oil-Num)
089003         ADD 1 TO COT-Lines(WF-Oil-Num)
089004         IF WF-Sale-Date > COT-Last-Date(WF-Oil-Num)
089005             MOVE WF-Sale-Date TO COT-Last-Date(WF-Oil-Num)
089006         END-IF
089010*        A return is valued exactly as a sale of its date but
089020*        netted OFF the totals instead of onto them.
089030         IF WF-Return
089050                 Total-Qty-Sold, PT-Qty-Sold(WF-Oil-Num)
089060             SUBTRACT Value-Of-Sale FROM Cust-Sales-Value,
089070                 Total-Sales-Value, PT-Sales-Value(WF-Oil-Num)
089072             SUBTRACT Sale-Qty-Sold FROM COT-Qty(WF-Oil-Num)
089074             SUBTRACT Value-Of-Sale FROM COT-Value(WF-Oil-Num)
089076             SUBTRACT Cost-Of-Sale FROM COT-Cost(WF-Oil-Num)
089080         ELSE
089090             ADD Sale-Qty-Sold TO Cust-Qty-Sold,
089100                 Total-Qty-Sold, PT-Qty-Sold(WF-Oil-Num)
089110             ADD Value-Of-Sale TO Cust-Sales-Value,
089120                 Total-Sales-Value, PT-Sales-Value(WF-Oil-Num)
089122             ADD Sale-Qty-Sold TO COT-Qty(WF-Oil-Num)
089124             ADD Value-Of-Sale TO COT-Value(WF-Oil-Num)
089126             ADD Cost-Of-Sale TO COT-Cost(WF-Oil-Num)
089130         END-IF

089400         RETURN Work-File
090900         END-STRING
091000         WRITE ExtractLine FROM WS-Ext-Detail
091100     END-IF.
091120
091140     IF Cust-Ledger-On
091160         PERFORM Append-Cust-Sales-Ledger
091180     END-IF.
091200 
091300     IF Print-Cust-Section
091400         WRITE Print-Line FROM Cust-Sales-Line AFTER ADVANCING
091900 
092000 
092100     
092106 Append-Cust-Sales-Ledger.
092112     PERFORM VARYING COT-Idx FROM 1 BY 1 UNTIL COT-Idx > 200
092118         IF COT-Lines(COT-Idx) > ZERO
092124             MOVE WS-Todays-Date-Num TO CS-Run-Date
092130             MOVE Prev-Cust-Id TO CS-Cust-Id
092136             MOVE COT-Idx TO CS-Oil-Num
092142             MOVE COT-Lines(COT-Idx) TO CS-Sale-Lines
092148             MOVE COT-Last-Date(COT-Idx) TO CS-Last-Sale-Date
092154             MOVE COT-Qty(COT-Idx) TO CS-Qty
092160             MOVE COT-Value(COT-Idx) TO CS-Value
092166             MOVE COT-Cost(COT-Idx) TO CS-Cost
092172             WRITE CSRec
092178         END-IF
092184     END-PERFORM.
092190
092200 Roll-Generations.
092300*    Keep the last three copies of BALANCES.DAT before this
092400*    run overwrites it -- the same G01/G02/G03 scheme the
