000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilCountVariance.
000300* Stock-take variance report over STKCOUNT.DAT, for the
000400* supervisor to review before OilCountPost is allowed to touch
000500* OILSTOCK.DAT. Prints OILVARNC.RPT: one line per oil on the
000600* stock-take with the book quantity frozen when OilCountSheet
000700* printed the sheets, the quantity counted, the variance
000800* (counted less book, so a loss is negative), the OILPRICE.DAT
000900* price in effect on the run date -- the same selection
001000* OilInvoice makes, the row with the latest effective date not
001100* after the date -- and the variance valued at that price.
001200* An oil not yet counted is flagged ** UNCOUNTED ** and left
001300* out of the totals; an oil with no price in effect is valued
001400* at zero and flagged NO PRICE so the gap is seen rather than
001500* hidden. Totals of the oils counted, the oils with a
001600* variance and the value gained, lost and net close the
001700* report. The report can be run as often as wanted while the
001800* counts are being keyed; it changes nothing.
001900* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002000* programs do, falling back to today's date run standalone.
002100
002200 ENVIRONMENT DIVISION.
002300 INPUT-OUTPUT SECTION.
002400 FILE-CONTROL.
002500     SELECT CountFile ASSIGN TO "STKCOUNT.DAT"
002600              ORGANIZATION IS LINE SEQUENTIAL
002700              FILE STATUS IS WS-Count-File-Status.
002800
002900     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
003000              ORGANIZATION IS LINE SEQUENTIAL
003100              FILE STATUS IS WS-Oil-Product-File-Status.
003200
003300     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
003400              ORGANIZATION IS LINE SEQUENTIAL
003500              FILE STATUS IS WS-Oil-Price-File-Status.
003600
003700     SELECT VarianceReportFile ASSIGN TO "OILVARNC.RPT"
003800              ORGANIZATION IS LINE SEQUENTIAL.
003900
004000     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Run-Date-File-Status.
004300
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  CountFile.
004700     COPY "STKCOUNT.CPY" REPLACING ==REC-NAME== BY ==CountRec==.
004800
004900 FD  OilProductFile.
005000     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
005100
005200 FD  OilPriceFile.
005300     COPY "OILPRICE.CPY" REPLACING
005400         ==REC-NAME== BY ==OilPriceRec==.
005500
005600 FD  VarianceReportFile.
005700 01  VarianceReportLine          PIC X(100).
005800
005900 FD  RunDateFile.
006000 01  RunDateRec                  PIC 9(8).
006100
006200 WORKING-STORAGE SECTION.
006300 01  WS-Count-File-Status        PIC XX.
006400 01  WS-Oil-Product-File-Status  PIC XX.
006500 01  WS-Oil-Price-File-Status    PIC XX.
006600 01  WS-Run-Date-File-Status     PIC XX.
006700
006800 01  WS-Count-EOF                PIC 9       VALUE 0.
006900     88 Count-EOF                            VALUE 1.
007000 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
007100     88 Oil-Product-EOF                      VALUE 1.
007200 01  WS-Oil-Price-EOF            PIC 9       VALUE 0.
007300     88 Oil-Price-EOF                        VALUE 1.
007400
007500 01  Oils-Table.
007600     02  OT-Oil OCCURS 200 TIMES INDEXED BY OT-Idx.
007700         03  OT-Row-Count  PIC 99 VALUE ZEROS.
007800         03  OT-Row OCCURS 20 TIMES.
007900             04  OT-Eff-Date  PIC 9(8)  VALUE ZEROS.
008000             04  OT-Cost      PIC 99V99 VALUE ZEROS.
008100
008200 01  Oil-Master-Table.
008300     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
008400         03  OMT-Oil-Desc        PIC X(20)   VALUE SPACES.
008500         03  OMT-Unit-Measure    PIC X(4)    VALUE SPACES.
008600
008700 01  WS-Run-Date                 PIC 9(8).
008800 01  WS-Count-Date               PIC 9(8)    VALUE ZEROS.
008900 01  WS-Price-Row-Sub            PIC 99      VALUE ZEROS.
009000 01  WS-Best-Eff-Date            PIC 9(8)    VALUE ZEROS.
009100 01  WS-Selected-Cost            PIC 99V99   VALUE ZEROS.
009200 01  WS-Variance-Qty             PIC S9(7)   VALUE ZEROS.
009300 01  WS-Variance-Value           PIC S9(7)V99 VALUE ZEROS.
009400 01  WS-Oil-Count                PIC 9(4)    VALUE ZEROS.
009500 01  WS-Counted-Count            PIC 9(4)    VALUE ZEROS.
009600 01  WS-Uncounted-Count          PIC 9(4)    VALUE ZEROS.
009700 01  WS-Variance-Count           PIC 9(4)    VALUE ZEROS.
009800 01  WS-Gain-Value               PIC S9(7)V99 VALUE ZEROS.
009900 01  WS-Loss-Value               PIC S9(7)V99 VALUE ZEROS.
010000 01  WS-Net-Value                PIC S9(7)V99 VALUE ZEROS.
010100
010200 01  Variance-Heading-Line       PIC X(60)
010300     VALUE "          STOCK-TAKE VARIANCE REPORT".
010400 01  Run-Date-Line.
010500     02  FILLER                  PIC X(10) VALUE SPACES.
010600     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
010700     02  Prn-Run-Date            PIC 9999/99/99.
010800     02  FILLER                  PIC X(16)
010900         VALUE "   COUNT STARTED".
011000     02  FILLER                  PIC X     VALUE SPACE.
011100     02  Prn-Count-Date          PIC 9999/99/99.
011200 01  Variance-Topic-Line.
011300     02  FILLER                  PIC X(6)  VALUE " OIL".
011400     02  FILLER                  PIC X(22) VALUE "DESCRIPTION".
011500     02  FILLER                  PIC X(5)  VALUE "UNIT".
011600     02  FILLER                  PIC X(24)
011700         VALUE "    BOOK COUNTED VARIANC".
011800     02  FILLER                  PIC X(20)
011900         VALUE "E  PRICE       VALUE".
012000 01  Variance-Detail-Line.
012100     02  FILLER                  PIC X     VALUE SPACE.
012200     02  Prn-Oil-Num             PIC 999.
012300     02  FILLER                  PIC XX    VALUE SPACES.
012400     02  Prn-Oil-Desc            PIC X(20).
012500     02  FILLER                  PIC XX    VALUE SPACES.
012600     02  Prn-Unit-Measure        PIC X(4).
012700     02  Prn-Book-Qty            PIC B-(6)9.
012800     02  Prn-Counted-Qty         PIC BZ(6)9.
012900     02  Prn-Variance-Qty        PIC B-(6)9.
013000     02  Prn-Unit-Price          PIC BZZ9.99.
013100     02  Prn-Variance-Value      PIC B-(6)9.99.
013200     02  Prn-Variance-Flag       PIC X(18).
013300 01  Variance-None-Line          PIC X(60)
013400     VALUE "  No oils on the stock-take.".
013500 01  Variance-Count-Line.
013600     02  FILLER                  PIC X(16)
013700         VALUE "  OILS COUNTED: ".
013800     02  Prn-Counted-Count       PIC ZZZ9.
013900     02  FILLER                  PIC X(14) VALUE "   UNCOUNTED: ".
014000     02  Prn-Uncounted-Count     PIC ZZZ9.
014100     02  FILLER                  PIC X(17)
014200         VALUE "   WITH VARIANCE:".
014300     02  Prn-Variance-Count      PIC BZZZ9.
014400 01  Variance-Value-Line.
014500     02  Prn-Value-Label         PIC X(30).
014600     02  Prn-Total-Value         PIC -(7)9.99.
014700
014800 PROCEDURE DIVISION.
014900 Begin.
015000     PERFORM Load-Run-Date.
015100     PERFORM Load-Oil-Price-Table.
015200     PERFORM Load-Oil-Names.
015300     MOVE 0 TO WS-Count-EOF.
015400     OPEN INPUT CountFile.
015500     IF WS-Count-File-Status NOT = "00"
015600         DISPLAY "STKCOUNT.DAT not found -- start the stock-take"
015700             " with OilCountSheet."
015800         MOVE 1 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     READ CountFile
016200         AT END SET Count-EOF TO TRUE
016300     END-READ.
016400     IF NOT Count-EOF
016500         MOVE SC-Count-Date TO WS-Count-Date
016600     END-IF.
016700     OPEN OUTPUT VarianceReportFile.
016800     WRITE VarianceReportLine FROM Variance-Heading-Line.
016900     MOVE WS-Run-Date TO Prn-Run-Date.
017000     MOVE WS-Count-Date TO Prn-Count-Date.
017100     WRITE VarianceReportLine FROM Run-Date-Line.
017200     MOVE SPACES TO VarianceReportLine.
017300     WRITE VarianceReportLine.
017400     WRITE VarianceReportLine FROM Variance-Topic-Line.
017500     PERFORM UNTIL Count-EOF
017600         PERFORM Print-Variance-Line
017700         READ CountFile
017800             AT END SET Count-EOF TO TRUE
017900         END-READ
018000     END-PERFORM.
018100     CLOSE CountFile.
018200     IF WS-Oil-Count = ZERO
018300         WRITE VarianceReportLine FROM Variance-None-Line
018400     END-IF.
018500     PERFORM Print-Variance-Totals.
018600     CLOSE VarianceReportFile.
018700     DISPLAY "OilCountVariance: " WS-Counted-Count
018800         " oils counted, " WS-Variance-Count " with a variance, "
018900         WS-Uncounted-Count " uncounted.".
019000     MOVE 0 TO RETURN-CODE.
019100     STOP RUN.
019200
019300 Load-Run-Date.
019400     OPEN INPUT RunDateFile.
019500     IF WS-Run-Date-File-Status = "00"
019600         READ RunDateFile
019700             AT END CONTINUE
019800         END-READ
019900         MOVE RunDateRec TO WS-Run-Date
020000         CLOSE RunDateFile
020100     ELSE
020200         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
020300     END-IF.
020400
020500 Load-Oil-Price-Table.
020600     MOVE 0 TO WS-Oil-Price-EOF.
020700     OPEN INPUT OilPriceFile.
020800     IF WS-Oil-Price-File-Status = "00"
020900         READ OilPriceFile
021000             AT END SET Oil-Price-EOF TO TRUE
021100         END-READ
021200         PERFORM UNTIL Oil-Price-EOF
021300             IF OP-Oil-Num >= 1 AND OP-Oil-Num <= 200
021400                 IF OT-Row-Count(OP-Oil-Num) >= 20
021500                     DISPLAY "OILPRICE.DAT oil " OP-Oil-Num
021600                         " has over 20 price rows -- skipped."
021700                 ELSE
021800                     ADD 1 TO OT-Row-Count(OP-Oil-Num)
021900                     MOVE OP-Eff-Date TO
022000                         OT-Eff-Date(OP-Oil-Num,
022100                         OT-Row-Count(OP-Oil-Num))
022200                     MOVE OP-Oil-Cost TO
022300                         OT-Cost(OP-Oil-Num,
022400                         OT-Row-Count(OP-Oil-Num))
022500                 END-IF
022600             ELSE
022700                 DISPLAY "OILPRICE.DAT bad oil number "
022800                     OP-Oil-Num " -- entry skipped."
022900             END-IF
023000             READ OilPriceFile
023100                 AT END SET Oil-Price-EOF TO TRUE
023200             END-READ
023300         END-PERFORM
023400         CLOSE OilPriceFile
023500     ELSE
023600         DISPLAY "OILPRICE.DAT not found -- all prices zero."
023700     END-IF.
023800
023900 Load-Oil-Names.
024000     MOVE 0 TO WS-Oil-Product-EOF.
024100     OPEN INPUT OilProductFile.
024200     IF WS-Oil-Product-File-Status = "00"
024300         READ OilProductFile
024400             AT END SET Oil-Product-EOF TO TRUE
024500         END-READ
024600         PERFORM UNTIL Oil-Product-EOF
024700             IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
024800                 MOVE OM-Oil-Desc TO OMT-Oil-Desc(OM-Oil-Num)
024900                 MOVE OM-Unit-Measure TO
025000                     OMT-Unit-Measure(OM-Oil-Num)
025100             END-IF
025200             READ OilProductFile
025300                 AT END SET Oil-Product-EOF TO TRUE
025400             END-READ
025500         END-PERFORM
025600         CLOSE OilProductFile
025700     ELSE
025800         DISPLAY "OILPROD.DAT not found -- descriptions blank."
025900     END-IF.
026000
026100 Print-Variance-Line.
026200     ADD 1 TO WS-Oil-Count.
026300     MOVE SC-Oil-Num TO Prn-Oil-Num.
026400     MOVE SPACES TO Prn-Oil-Desc, Prn-Unit-Measure,
026500         Prn-Variance-Flag.
026600     MOVE ZEROS TO WS-Selected-Cost.
026700     IF SC-Oil-Num >= 1 AND SC-Oil-Num <= 200
026800         MOVE OMT-Oil-Desc(SC-Oil-Num) TO Prn-Oil-Desc
026900         MOVE OMT-Unit-Measure(SC-Oil-Num) TO Prn-Unit-Measure
027000         PERFORM Find-Current-Price
027100     END-IF.
027200     MOVE SC-Book-Qty TO Prn-Book-Qty.
027300     MOVE WS-Selected-Cost TO Prn-Unit-Price.
027400     IF SC-Uncounted
027500         ADD 1 TO WS-Uncounted-Count
027600         MOVE ZEROS TO Prn-Counted-Qty, Prn-Variance-Qty,
027700             Prn-Variance-Value
027800         MOVE "  ** UNCOUNTED **" TO Prn-Variance-Flag
027900     ELSE
028000         ADD 1 TO WS-Counted-Count
028100         COMPUTE WS-Variance-Qty = SC-Counted-Qty - SC-Book-Qty
028200         COMPUTE WS-Variance-Value ROUNDED =
028300             WS-Variance-Qty * WS-Selected-Cost
028400         MOVE SC-Counted-Qty TO Prn-Counted-Qty
028500         MOVE WS-Variance-Qty TO Prn-Variance-Qty
028600         MOVE WS-Variance-Value TO Prn-Variance-Value
028700         IF WS-Variance-Qty NOT = ZERO
028800             ADD 1 TO WS-Variance-Count
028900             IF WS-Variance-Value > ZERO
029000                 ADD WS-Variance-Value TO WS-Gain-Value
029100             ELSE
029200                 ADD WS-Variance-Value TO WS-Loss-Value
029300             END-IF
029400         END-IF
029500         EVALUATE TRUE
029600             WHEN SC-Posted
029700                 MOVE "  POSTED" TO Prn-Variance-Flag
029800             WHEN WS-Variance-Qty NOT = ZERO
029900                  AND WS-Selected-Cost = ZERO
030000                 MOVE "  NO PRICE" TO Prn-Variance-Flag
030100         END-EVALUATE
030200     END-IF.
030300     WRITE VarianceReportLine FROM Variance-Detail-Line.
030400
030500 Find-Current-Price.
030600*    Same selection OilInvoice makes for a sale: the price row
030700*    with the latest effective date not after the run date.
030800     MOVE ZEROS TO WS-Best-Eff-Date, WS-Selected-Cost.
030900     MOVE 0 TO WS-Price-Row-Sub.
031000     PERFORM UNTIL WS-Price-Row-Sub >=
031100             OT-Row-Count(SC-Oil-Num)
031200         ADD 1 TO WS-Price-Row-Sub
031300         IF OT-Eff-Date(SC-Oil-Num, WS-Price-Row-Sub)
031400                 NOT > WS-Run-Date
031500            AND OT-Eff-Date(SC-Oil-Num, WS-Price-Row-Sub)
031600                 NOT < WS-Best-Eff-Date
031700             MOVE OT-Eff-Date(SC-Oil-Num, WS-Price-Row-Sub)
031800                 TO WS-Best-Eff-Date
031900             MOVE OT-Cost(SC-Oil-Num, WS-Price-Row-Sub)
032000                 TO WS-Selected-Cost
032100         END-IF
032200     END-PERFORM.
032300
032400 Print-Variance-Totals.
032500     MOVE SPACES TO VarianceReportLine.
032600     WRITE VarianceReportLine.
032700     MOVE WS-Counted-Count TO Prn-Counted-Count.
032800     MOVE WS-Uncounted-Count TO Prn-Uncounted-Count.
032900     MOVE WS-Variance-Count TO Prn-Variance-Count.
033000     WRITE VarianceReportLine FROM Variance-Count-Line.
033100     MOVE "  VALUE OF STOCK FOUND:" TO Prn-Value-Label.
033200     MOVE WS-Gain-Value TO Prn-Total-Value.
033300     WRITE VarianceReportLine FROM Variance-Value-Line.
033400     MOVE "  VALUE OF STOCK MISSING:" TO Prn-Value-Label.
033500     MOVE WS-Loss-Value TO Prn-Total-Value.
033600     WRITE VarianceReportLine FROM Variance-Value-Line.
033700     COMPUTE WS-Net-Value = WS-Gain-Value + WS-Loss-Value.
033800     MOVE "  NET STOCK-TAKE VARIANCE:" TO Prn-Value-Label.
033900     MOVE WS-Net-Value TO Prn-Total-Value.
034000     WRITE VarianceReportLine FROM Variance-Value-Line.
034100     IF WS-Uncounted-Count > ZERO
034200         MOVE SPACES TO VarianceReportLine
034300         WRITE VarianceReportLine
034400         MOVE "  ** COUNTS STILL MISSING -- NOT READY TO POST **"
034500             TO VarianceReportLine
034600         WRITE VarianceReportLine
034700     END-IF.
