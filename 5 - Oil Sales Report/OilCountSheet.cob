000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilCountSheet.
000300* Starts a physical stock-take. For every oil on the product
000400* master (OILPROD.DAT) it prints a line on the count sheets,
000500* OILCOUNT.RPT, with the oil number, description and the
000600* OM-Unit-Measure the count is to be taken in, and blank
000700* columns for the quantity counted and the counter's
000800* initials. The book figure is deliberately NOT printed --
000900* the warehouse counts what is on the shelf, not what the
001000* system expects to be there.
001100* At the same time it writes STKCOUNT.DAT: one record per oil
001200* holding the OILSTOCK.DAT on-hand figure as it stands now,
001300* frozen as the book quantity the count will be measured
001400* against (an oil with no stock record is booked at zero),
001500* and marked uncounted. Print the sheets after the night's
001600* OilStockDeplete has run and count before the next delivery
001700* is booked in, so the frozen book and the shelf agree on
001800* what has moved.
001900* OilCountEntry keys the counts, OilCountVariance reports the
002000* differences and OilCountPost posts them once a supervisor
002100* approves. A stock-take whose STKCOUNT.DAT records are not
002200* yet posted must be finished (or the file removed by hand)
002300* before another can be started; the step stops with a
002400* nonzero RETURN-CODE rather than throw away keyed counts.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
003000              ORGANIZATION IS LINE SEQUENTIAL
003100              FILE STATUS IS WS-Oil-Product-File-Status.
003200
003300     SELECT StockFile ASSIGN TO "OILSTOCK.DAT"
003400              ORGANIZATION IS LINE SEQUENTIAL
003500              FILE STATUS IS WS-Stock-File-Status.
003600
003700     SELECT CountFile ASSIGN TO "STKCOUNT.DAT"
003800              ORGANIZATION IS LINE SEQUENTIAL
003900              FILE STATUS IS WS-Count-File-Status.
004000
004100     SELECT CountSheetFile ASSIGN TO "OILCOUNT.RPT"
004200              ORGANIZATION IS LINE SEQUENTIAL.
004300
004400     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004500              ORGANIZATION IS LINE SEQUENTIAL
004600              FILE STATUS IS WS-Run-Date-File-Status.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  OilProductFile.
005100     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
005200
005300 FD  StockFile.
005400     COPY "OILSTOCK.CPY" REPLACING ==REC-NAME== BY ==StockRec==.
005500
005600 FD  CountFile.
005700     COPY "STKCOUNT.CPY" REPLACING ==REC-NAME== BY ==CountRec==.
005800
005900 FD  CountSheetFile.
006000 01  CountSheetLine              PIC X(80).
006100
006200 FD  RunDateFile.
006300 01  RunDateRec                  PIC 9(8).
006400
006500 WORKING-STORAGE SECTION.
006600 01  WS-Oil-Product-File-Status  PIC XX.
006700 01  WS-Stock-File-Status        PIC XX.
006800 01  WS-Count-File-Status        PIC XX.
006900 01  WS-Run-Date-File-Status     PIC XX.
007000
007100 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
007200     88 Oil-Product-EOF                      VALUE 1.
007300 01  WS-Stock-EOF                PIC 9       VALUE 0.
007400     88 Stock-EOF                            VALUE 1.
007500 01  WS-Count-EOF                PIC 9       VALUE 0.
007600     88 Count-EOF                            VALUE 1.
007700
007800 01  Stock-Table.
007900     02  SKT-Entry OCCURS 200 TIMES INDEXED BY SKT-Idx.
008000         03  SKT-On-Hand         PIC S9(7)   VALUE ZEROS.
008100
008200 01  Oil-Master-Table.
008300     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
008400         03  OMT-On-File         PIC 9       VALUE 0.
008500         03  OMT-Oil-Desc        PIC X(20)   VALUE SPACES.
008600         03  OMT-Oil-Type        PIC X       VALUE SPACE.
008700         03  OMT-Unit-Measure    PIC X(4)    VALUE SPACES.
008800
008900 01  WS-Run-Date                 PIC 9(8).
009000 01  WS-Sheet-Count              PIC 9(4)    VALUE ZEROS.
009100 01  WS-Unposted-Count           PIC 9(4)    VALUE ZEROS.
009150 01  WS-Open-Count-Date          PIC 9(8)    VALUE ZEROS.
009200
009300 01  Sheet-Heading-Line          PIC X(60)
009400     VALUE "             STOCK-TAKE COUNT SHEET".
009500 01  Run-Date-Line.
009600     02  FILLER                  PIC X(10) VALUE SPACES.
009700     02  FILLER                  PIC X(12) VALUE "COUNT DATE: ".
009800     02  Prn-Run-Date            PIC 9999/99/99.
009900 01  Sheet-Instruction-Line.
010000     02  FILLER                  PIC X(40) VALUE
010100         "  Count every container on the shelf and".
010200     02  FILLER                  PIC X(40) VALUE
010300         " enter the quantity in the unit shown.".
010400 01  Sheet-Topic-Line.
010500     02  FILLER                  PIC X(6)  VALUE " OIL".
010600     02  FILLER                  PIC X(22) VALUE "DESCRIPTION".
010700     02  FILLER                  PIC X(6)  VALUE "TYPE".
010800     02  FILLER                  PIC X(6)  VALUE "UNIT".
010900     02  FILLER                  PIC X(20)
011000         VALUE "QUANTITY COUNTED".
011100     02  FILLER                  PIC X(10) VALUE "COUNTED BY".
011200 01  Sheet-Detail-Line.
011300     02  FILLER                  PIC X     VALUE SPACE.
011400     02  Prn-Oil-Num             PIC 999.
011500     02  FILLER                  PIC XX    VALUE SPACES.
011600     02  Prn-Oil-Desc            PIC X(20).
011700     02  FILLER                  PIC XX    VALUE SPACES.
011800     02  Prn-Oil-Type            PIC X(4).
011900     02  FILLER                  PIC XX    VALUE SPACES.
012000     02  Prn-Unit-Measure        PIC X(4).
012100     02  FILLER                  PIC XX    VALUE SPACES.
012200     02  FILLER                  PIC X(18) VALUE ALL "_".
012300     02  FILLER                  PIC XX    VALUE SPACES.
012400     02  FILLER                  PIC X(10) VALUE ALL "_".
012500 01  Sheet-Sign-Off-Line.
012600     02  FILLER                  PIC X(14) VALUE "  COUNTED BY: ".
012700     02  FILLER                  PIC X(12) VALUE ALL "_".
012800     02  FILLER                  PIC X(14) VALUE "  CHECKED BY: ".
012900     02  FILLER                  PIC X(12) VALUE ALL "_".
013000 01  Sheet-Total-Line.
013100     02  FILLER                  PIC X(16)
013200         VALUE "  OILS TO COUNT:".
013300     02  Prn-Sheet-Count         PIC BZZZ9.
013400
013500 PROCEDURE DIVISION.
013600 Begin.
013700     PERFORM Load-Run-Date.
013800     PERFORM Check-No-Open-Stock-Take.
013900     PERFORM Load-Oil-Master.
014000     PERFORM Load-Existing-Stock.
014100     OPEN OUTPUT CountFile.
014200     OPEN OUTPUT CountSheetFile.
014300     WRITE CountSheetLine FROM Sheet-Heading-Line.
014400     MOVE WS-Run-Date TO Prn-Run-Date.
014500     WRITE CountSheetLine FROM Run-Date-Line.
014600     MOVE SPACES TO CountSheetLine.
014700     WRITE CountSheetLine.
014800     WRITE CountSheetLine FROM Sheet-Instruction-Line.
014900     MOVE SPACES TO CountSheetLine.
015000     WRITE CountSheetLine.
015100     WRITE CountSheetLine FROM Sheet-Topic-Line.
015200     PERFORM VARYING OMT-Idx FROM 1 BY 1 UNTIL OMT-Idx > 200
015300         IF OMT-On-File(OMT-Idx) = 1
015400             PERFORM Write-Count-Line
015500         END-IF
015600     END-PERFORM.
015700     MOVE SPACES TO CountSheetLine.
015800     WRITE CountSheetLine.
015900     MOVE WS-Sheet-Count TO Prn-Sheet-Count.
016000     WRITE CountSheetLine FROM Sheet-Total-Line.
016100     MOVE SPACES TO CountSheetLine.
016200     WRITE CountSheetLine.
016300     WRITE CountSheetLine FROM Sheet-Sign-Off-Line.
016400     CLOSE CountSheetFile.
016500     CLOSE CountFile.
016600     DISPLAY "OilCountSheet: stock-take started, "
016700         WS-Sheet-Count " oils on the count sheets.".
016800     MOVE 0 TO RETURN-CODE.
016900     STOP RUN.
017000
017100 Load-Run-Date.
017200     OPEN INPUT RunDateFile.
017300     IF WS-Run-Date-File-Status = "00"
017400         READ RunDateFile
017500             AT END CONTINUE
017600         END-READ
017700         MOVE RunDateRec TO WS-Run-Date
017800         CLOSE RunDateFile
017900     ELSE
018000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
018100     END-IF.
018200
018300 Check-No-Open-Stock-Take.
018400*    Counts keyed against the last stock-take but never posted
018500*    would be lost by rewriting the file, so refuse.
018600     MOVE 0 TO WS-Count-EOF.
018700     OPEN INPUT CountFile.
018800     IF WS-Count-File-Status = "00"
018900         READ CountFile
019000             AT END SET Count-EOF TO TRUE
019100         END-READ
019200         PERFORM UNTIL Count-EOF
019300             IF NOT SC-Posted
019400                 ADD 1 TO WS-Unposted-Count
019450                 MOVE SC-Count-Date TO WS-Open-Count-Date
019500             END-IF
019600             READ CountFile
019700                 AT END SET Count-EOF TO TRUE
019800             END-READ
019900         END-PERFORM
020000         CLOSE CountFile
020100     END-IF.
020200     IF WS-Unposted-Count > ZERO
020300         DISPLAY "STKCOUNT.DAT holds " WS-Unposted-Count
020400             " unposted counts from the stock-take of "
020500             WS-Open-Count-Date " -- post it with OilCountPost"
020600             " before starting another."
020700         MOVE 1 TO RETURN-CODE
020800         STOP RUN
020900     END-IF.
021000
021100 Load-Oil-Master.
021200     MOVE 0 TO WS-Oil-Product-EOF.
021300     OPEN INPUT OilProductFile.
021400     IF WS-Oil-Product-File-Status NOT = "00"
021500         DISPLAY "OILPROD.DAT not found -- no oils to count."
021600         MOVE 1 TO RETURN-CODE
021700         STOP RUN
021800     END-IF.
021900     READ OilProductFile
022000         AT END SET Oil-Product-EOF TO TRUE
022100     END-READ.
022200     PERFORM UNTIL Oil-Product-EOF
022300         IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
022400             MOVE 1 TO OMT-On-File(OM-Oil-Num)
022500             MOVE OM-Oil-Desc TO OMT-Oil-Desc(OM-Oil-Num)
022600             MOVE OM-Oil-Type TO OMT-Oil-Type(OM-Oil-Num)
022700             MOVE OM-Unit-Measure TO
022800                 OMT-Unit-Measure(OM-Oil-Num)
022900         ELSE
023000             DISPLAY "OILPROD.DAT bad oil number "
023100                 OM-Oil-Num " -- entry skipped."
023200         END-IF
023300         READ OilProductFile
023400             AT END SET Oil-Product-EOF TO TRUE
023500         END-READ
023600     END-PERFORM.
023700     CLOSE OilProductFile.
023800
023900 Load-Existing-Stock.
024000     MOVE 0 TO WS-Stock-EOF.
024100     OPEN INPUT StockFile.
024200     IF WS-Stock-File-Status = "00"
024300         READ StockFile
024400             AT END SET Stock-EOF TO TRUE
024500         END-READ
024600         PERFORM UNTIL Stock-EOF
024700             IF ST-Oil-Num >= 1 AND ST-Oil-Num <= 200
024800                 MOVE ST-On-Hand TO SKT-On-Hand(ST-Oil-Num)
024900             ELSE
025000                 DISPLAY "OILSTOCK.DAT bad oil number "
025100                     ST-Oil-Num " -- entry skipped."
025200             END-IF
025300             READ StockFile
025400                 AT END SET Stock-EOF TO TRUE
025500             END-READ
025600         END-PERFORM
025700         CLOSE StockFile
025800     ELSE
025900         DISPLAY "OILSTOCK.DAT not found -- book figures zero."
026000     END-IF.
026100
026200 Write-Count-Line.
026300     ADD 1 TO WS-Sheet-Count.
026400     MOVE OMT-Idx TO SC-Oil-Num.
026500     MOVE WS-Run-Date TO SC-Count-Date.
026600     MOVE SKT-On-Hand(OMT-Idx) TO SC-Book-Qty.
026700     MOVE ZEROS TO SC-Counted-Qty.
026800     MOVE SPACES TO SC-Counted-By.
026900     SET SC-Uncounted TO TRUE.
027000     WRITE CountRec.
027100     MOVE OMT-Idx TO Prn-Oil-Num.
027200     MOVE OMT-Oil-Desc(OMT-Idx) TO Prn-Oil-Desc.
027300     EVALUATE OMT-Oil-Type(OMT-Idx)
027400         WHEN "E"
027500             MOVE "ESS." TO Prn-Oil-Type
027600         WHEN "B"
027700             MOVE "BASE" TO Prn-Oil-Type
027800         WHEN OTHER
027900             MOVE SPACES TO Prn-Oil-Type
028000     END-EVALUATE.
028100     MOVE OMT-Unit-Measure(OMT-Idx) TO Prn-Unit-Measure.
028200     MOVE SPACES TO CountSheetLine.
028300     WRITE CountSheetLine.
028400     WRITE CountSheetLine FROM Sheet-Detail-Line.
