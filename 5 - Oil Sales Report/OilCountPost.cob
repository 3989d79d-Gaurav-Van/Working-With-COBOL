000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilCountPost.
000300* Posts an approved stock-take to OILSTOCK.DAT. Run by the
000400* supervisor once OilCountVariance has been reviewed: loads
000500* the stock-take from STKCOUNT.DAT and refuses to go on while
000600* any oil is still uncounted (key a zero count for an empty
000700* shelf -- an oil nobody counted is not an oil with none).
000800* Lists every oil whose count differs from the frozen book
000900* quantity with the variance valued at the OILPRICE.DAT price
001000* in effect on the run date, as OilCountVariance printed it,
001100* then asks for a Y to post; anything else posts nothing and
001200* leaves the stock-take open.
001300* On approval each variance (counted less book) is added to
001400* the oil's on-hand figure -- a loss takes stock off, a find
001500* puts it on -- and the run date stamped as its last
001600* movement. Adding the variance rather than overwriting
001700* on-hand keeps any movement booked since the sheets were
001800* printed. Every adjustment is appended to STKADJ.DAT, the
001900* permanent adjustment journal, with the book, counted and
002000* adjusted quantities, the price and value, who counted and
002100* who approved, and printed on STKADJ.RPT for the accountant.
002200* The stock-take records are then marked posted so the same
002300* counts can never be posted twice.
002310* The supervisor signs on against OPERATOR.DAT before anything
002320* is shown and must hold the stock adjustment authority, kept
002330* apart from goods in so the clerks who key the counts cannot
002340* approve them; a supervisor whose own id is on any of the
002342* counts is refused all the same. The operator id signed on is
002344* the approver recorded on STKADJ.DAT and STKADJ.RPT, and each
002350* oil's on-hand figure before and after its adjustment goes to
002360* AUDIT.JRN, the common change journal.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
002700 FILE-CONTROL.
002800     SELECT CountFile ASSIGN TO "STKCOUNT.DAT"
002900              ORGANIZATION IS LINE SEQUENTIAL
003000              FILE STATUS IS WS-Count-File-Status.
003100
003200     SELECT StockFile ASSIGN TO "OILSTOCK.DAT"
003300              ORGANIZATION IS LINE SEQUENTIAL
003400              FILE STATUS IS WS-Stock-File-Status.
003500
003600     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
003700              ORGANIZATION IS LINE SEQUENTIAL
003800              FILE STATUS IS WS-Oil-Product-File-Status.
003900
004000     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Oil-Price-File-Status.
004300
004400     SELECT AdjustJournalFile ASSIGN TO "STKADJ.DAT"
004500              ORGANIZATION IS LINE SEQUENTIAL
004600              FILE STATUS IS WS-Adjust-File-Status.
004700
004800     SELECT AdjustReportFile ASSIGN TO "STKADJ.RPT"
004900              ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005200              ORGANIZATION IS LINE SEQUENTIAL
005300              FILE STATUS IS WS-Run-Date-File-Status.
005340
005350     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
005360              ORGANIZATION IS LINE SEQUENTIAL
005370              FILE STATUS IS WS-Operator-File-Status.
005380
005385     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
005390              ORGANIZATION IS LINE SEQUENTIAL
005395              FILE STATUS IS WS-Audit-File-Status.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  CountFile.
005800     COPY "STKCOUNT.CPY" REPLACING ==REC-NAME== BY ==CountRec==.
005900
006000 FD  StockFile.
006100     COPY "OILSTOCK.CPY" REPLACING ==REC-NAME== BY ==StockRec==.
006200
006300 FD  OilProductFile.
006400     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
006500
006600 FD  OilPriceFile.
006700     COPY "OILPRICE.CPY" REPLACING
006800         ==REC-NAME== BY ==OilPriceRec==.
006900
007000 FD  AdjustJournalFile.
007100     COPY "STKADJ.CPY" REPLACING ==REC-NAME== BY ==AdjustRec==.
007200
007300 FD  AdjustReportFile.
007400 01  AdjustReportLine            PIC X(100).
007500
007600 FD  RunDateFile.
007700 01  RunDateRec                  PIC 9(8).
007720
007730 FD  OperatorFile.
007740 01  OperatorFileRec             PIC X(48).
007750
007760 FD  AuditFile.
007770     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
007800
007900 WORKING-STORAGE SECTION.
008000 01  WS-Count-File-Status        PIC XX.
008100 01  WS-Stock-File-Status        PIC XX.
008200 01  WS-Oil-Product-File-Status  PIC XX.
008300 01  WS-Oil-Price-File-Status    PIC XX.
008400 01  WS-Adjust-File-Status       PIC XX.
008500 01  WS-Run-Date-File-Status     PIC XX.
008600
008700 01  WS-Count-EOF                PIC 9       VALUE 0.
008800     88 Count-EOF                            VALUE 1.
008900 01  WS-Stock-EOF                PIC 9       VALUE 0.
009000     88 Stock-EOF                            VALUE 1.
009100 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
009200     88 Oil-Product-EOF                      VALUE 1.
009300 01  WS-Oil-Price-EOF            PIC 9       VALUE 0.
009400     88 Oil-Price-EOF                        VALUE 1.
009500
009600 01  Stock-Table.
009700     02  SKT-Entry OCCURS 200 TIMES INDEXED BY SKT-Idx.
009800         03  SKT-Active          PIC 9       VALUE 0.
009900         03  SKT-On-Hand         PIC S9(7)   VALUE ZEROS.
010000         03  SKT-Last-Move       PIC 9(8)    VALUE ZEROS.
010050         03  SKT-Avg-Cost        PIC 99V9(4) VALUE ZEROS.
010100
010200 01  Count-Table.
010300     02  CNT-Entry OCCURS 200 TIMES INDEXED BY CNT-Idx.
010400         03  CNT-Active          PIC 9       VALUE 0.
010500         03  CNT-Count-Date      PIC 9(8)    VALUE ZEROS.
010600         03  CNT-Book-Qty        PIC S9(7)   VALUE ZEROS.
010700         03  CNT-Counted-Qty     PIC 9(7)    VALUE ZEROS.
010800         03  CNT-Counted-By      PIC X(6)    VALUE SPACES.
010900         03  CNT-Count-Status    PIC X       VALUE SPACE.
011000             88 CNT-Uncounted                VALUE "U".
011100             88 CNT-Counted                  VALUE "C".
011200             88 CNT-Posted                   VALUE "P".
011300
011400 01  Oils-Table.
011500     02  OT-Oil OCCURS 200 TIMES INDEXED BY OT-Idx.
011600         03  OT-Row-Count  PIC 99 VALUE ZEROS.
011700         03  OT-Row OCCURS 20 TIMES.
011800             04  OT-Eff-Date  PIC 9(8)  VALUE ZEROS.
011900             04  OT-Cost      PIC 99V99 VALUE ZEROS.
012000
012100 01  Oil-Master-Table.
012200     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
012300         03  OMT-Oil-Desc        PIC X(20)   VALUE SPACES.
012400         03  OMT-Unit-Measure    PIC X(4)    VALUE SPACES.
012500
012600 01  WS-Run-Date                 PIC 9(8).
012700 01  WS-Count-Date               PIC 9(8)    VALUE ZEROS.
012800 01  WS-Oil-Num                  PIC 999.
012900 01  WS-Price-Row-Sub            PIC 99      VALUE ZEROS.
013000 01  WS-Best-Eff-Date            PIC 9(8)    VALUE ZEROS.
013100 01  WS-Selected-Cost            PIC 99V99   VALUE ZEROS.
013200 01  WS-Variance-Qty             PIC S9(7)   VALUE ZEROS.
013300 01  WS-Variance-Value           PIC S9(7)V99 VALUE ZEROS.
013400 01  WS-Net-Value                PIC S9(7)V99 VALUE ZEROS.
013500 01  WS-Open-Count               PIC 9(4)    VALUE ZEROS.
013600 01  WS-Uncounted-Count          PIC 9(4)    VALUE ZEROS.
013700 01  WS-Adjust-Count             PIC 9(4)    VALUE ZEROS.
013800 01  WS-Qty-Display              PIC -Z(6)9.
013900 01  WS-Value-Display            PIC -(7)9.99.
014100 01  WS-Post-Reply               PIC X       VALUE "N".
014200     88 Post-Approved                        VALUE "Y" "y".
014210
014215 01  WS-Operator-File-Status     PIC XX.
014220 01  WS-Audit-File-Status        PIC XX.
014225     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
014230 01  WS-Sign-On-Id               PIC X(6)    VALUE SPACES.
014235 01  WS-Sign-On-Password         PIC X(8).
014240 01  WS-Sign-On-Tries            PIC 9       VALUE 0.
014245 01  WS-Signed-On                PIC 9       VALUE 0.
014250     88 Signed-On                            VALUE 1.
014255 01  WS-Operator-Found           PIC 9       VALUE 0.
014260     88 Operator-Found                       VALUE 1.
014265 01  WS-Operator-EOF             PIC 9       VALUE 0.
014270     88 Operator-EOF                         VALUE 1.
014275 01  WS-Audit-Key                PIC X(20).
014280 01  WS-Audit-Field              PIC X(12).
014285 01  WS-Audit-Old-Value          PIC X(30).
014290 01  WS-Audit-New-Value          PIC X(30).
014292 01  WS-Own-Count                PIC 9       VALUE 0.
014294     88 Own-Count-Found                      VALUE 1.
014300
014400 01  Adjust-Heading-Line         PIC X(60)
014500     VALUE "          STOCK ADJUSTMENT JOURNAL".
014600 01  Run-Date-Line.
014700     02  FILLER                  PIC X(10) VALUE SPACES.
014800     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
014900     02  Prn-Run-Date            PIC 9999/99/99.
015000     02  FILLER                  PIC X(16)
015100         VALUE "   COUNT STARTED".
015200     02  FILLER                  PIC X     VALUE SPACE.
015300     02  Prn-Count-Date          PIC 9999/99/99.
015400     02  FILLER                  PIC X(16)
015500         VALUE "   APPROVED BY: ".
015600     02  Prn-Approved-By         PIC X(6).
015700 01  Adjust-Topic-Line.
015800     02  FILLER                  PIC X(6)  VALUE " OIL".
015900     02  FILLER                  PIC X(22) VALUE "DESCRIPTION".
016000     02  FILLER                  PIC X(5)  VALUE "UNIT".
016100     02  FILLER                  PIC X(24)
016200         VALUE "    BOOK COUNTED  ADJUST".
016300     02  FILLER                  PIC X(28)
016400         VALUE "  PRICE       VALUE  COUNTED".
016500 01  Adjust-Detail-Line.
016600     02  FILLER                  PIC X     VALUE SPACE.
016700     02  Prn-Oil-Num             PIC 999.
016800     02  FILLER                  PIC XX    VALUE SPACES.
016900     02  Prn-Oil-Desc            PIC X(20).
017000     02  FILLER                  PIC XX    VALUE SPACES.
017100     02  Prn-Unit-Measure        PIC X(4).
017200     02  Prn-Book-Qty            PIC B-(6)9.
017300     02  Prn-Counted-Qty         PIC BZ(6)9.
017400     02  Prn-Adjust-Qty          PIC B-(6)9.
017500     02  Prn-Unit-Price          PIC BZZ9.99.
017600     02  Prn-Adjust-Value        PIC B-(6)9.99.
017700     02  FILLER                  PIC XX    VALUE SPACES.
017800     02  Prn-Counted-By          PIC X(6).
017900 01  Adjust-None-Line            PIC X(60)
018000     VALUE "  No variances -- stock agrees with the book.".
018100 01  Adjust-Total-Line.
018200     02  FILLER                  PIC X(16)
018300         VALUE "  ADJUSTMENTS: ".
018400     02  Prn-Adjust-Count        PIC ZZZ9.
018500     02  FILLER                  PIC X(26)
018600         VALUE "   NET VALUE ADJUSTED: ".
018700     02  Prn-Net-Value           PIC -(7)9.99.
018800
018900 PROCEDURE DIVISION.
019000 Post-Stock-Take.
019050     PERFORM Sign-On-Operator.
019100     PERFORM Load-Run-Date.
019200     PERFORM Load-Stock-Take.
019250     PERFORM Check-Approver-Not-Counter.
019300     PERFORM Load-Oil-Price-Table.
019400     PERFORM Load-Oil-Names.
019500     PERFORM Load-Existing-Stock.
019600     PERFORM Show-Variances.
020100     DISPLAY "Post these adjustments to OILSTOCK.DAT? (Y/N): ".
020200     ACCEPT WS-Post-Reply.
020300     IF NOT Post-Approved
020400         DISPLAY "OilCountPost: nothing posted -- the stock-take"
020500             " stays open."
020600         MOVE 0 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900     PERFORM Post-Adjustments.
021000     PERFORM Rewrite-Stock-File.
021100     PERFORM Rewrite-Count-File.
021200     DISPLAY "OilCountPost: " WS-Adjust-Count
021300         " adjustments posted, approved by " WS-Sign-On-Id ".".
021400     MOVE 0 TO RETURN-CODE.
021500     STOP RUN.
021600
021700 Load-Run-Date.
021800     OPEN INPUT RunDateFile.
021900     IF WS-Run-Date-File-Status = "00"
022000         READ RunDateFile
022100             AT END CONTINUE
022200         END-READ
022300         MOVE RunDateRec TO WS-Run-Date
022400         CLOSE RunDateFile
022500     ELSE
022600         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
022700     END-IF.
022800
022900 Load-Stock-Take.
023000     MOVE 0 TO WS-Count-EOF.
023100     OPEN INPUT CountFile.
023200     IF WS-Count-File-Status NOT = "00"
023300         DISPLAY "STKCOUNT.DAT not found -- no stock-take to"
023400             " post."
023500         MOVE 1 TO RETURN-CODE
023600         STOP RUN
023700     END-IF.
023800     READ CountFile
023900         AT END SET Count-EOF TO TRUE
024000     END-READ.
024100     PERFORM UNTIL Count-EOF
024200         IF SC-Oil-Num >= 1 AND SC-Oil-Num <= 200
024300             MOVE 1 TO CNT-Active(SC-Oil-Num)
024400             MOVE SC-Count-Date TO CNT-Count-Date(SC-Oil-Num)
024500             MOVE SC-Book-Qty TO CNT-Book-Qty(SC-Oil-Num)
024600             MOVE SC-Counted-Qty TO CNT-Counted-Qty(SC-Oil-Num)
024700             MOVE SC-Counted-By TO CNT-Counted-By(SC-Oil-Num)
024800             MOVE SC-Count-Status TO
024900                 CNT-Count-Status(SC-Oil-Num)
025000             MOVE SC-Count-Date TO WS-Count-Date
025100             IF NOT SC-Posted
025200                 ADD 1 TO WS-Open-Count
025300             END-IF
025400             IF SC-Uncounted
025500                 ADD 1 TO WS-Uncounted-Count
025600             END-IF
025700         ELSE
025800             DISPLAY "STKCOUNT.DAT bad oil number "
025900                 SC-Oil-Num " -- entry skipped."
026000         END-IF
026100         READ CountFile
026200             AT END SET Count-EOF TO TRUE
026300         END-READ
026400     END-PERFORM.
026500     CLOSE CountFile.
026600     IF WS-Open-Count = ZERO
026700         DISPLAY "STKCOUNT.DAT holds no stock-take awaiting"
026800             " posting -- nothing to do."
026900         MOVE 1 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     IF WS-Uncounted-Count > ZERO
027300         DISPLAY WS-Uncounted-Count " oils have not been counted"
027400             " -- key them with OilCountEntry before posting."
027500         MOVE 1 TO RETURN-CODE
027600         STOP RUN
027700     END-IF.
027800
027900 Load-Oil-Price-Table.
028000     MOVE 0 TO WS-Oil-Price-EOF.
028100     OPEN INPUT OilPriceFile.
028200     IF WS-Oil-Price-File-Status = "00"
028300         READ OilPriceFile
028400             AT END SET Oil-Price-EOF TO TRUE
028500         END-READ
028600         PERFORM UNTIL Oil-Price-EOF
028700             IF OP-Oil-Num >= 1 AND OP-Oil-Num <= 200
028800                 IF OT-Row-Count(OP-Oil-Num) >= 20
028900                     DISPLAY "OILPRICE.DAT oil " OP-Oil-Num
029000                         " has over 20 price rows -- skipped."
029100                 ELSE
029200                     ADD 1 TO OT-Row-Count(OP-Oil-Num)
029300                     MOVE OP-Eff-Date TO
029400                         OT-Eff-Date(OP-Oil-Num,
029500                         OT-Row-Count(OP-Oil-Num))
029600                     MOVE OP-Oil-Cost TO
029700                         OT-Cost(OP-Oil-Num,
029800                         OT-Row-Count(OP-Oil-Num))
029900                 END-IF
030000             ELSE
030100                 DISPLAY "OILPRICE.DAT bad oil number "
030200                     OP-Oil-Num " -- entry skipped."
030300             END-IF
030400             READ OilPriceFile
030500                 AT END SET Oil-Price-EOF TO TRUE
030600             END-READ
030700         END-PERFORM
030800         CLOSE OilPriceFile
030900     ELSE
031000         DISPLAY "OILPRICE.DAT not found -- all prices zero."
031100     END-IF.
031200
031300 Load-Oil-Names.
031400     MOVE 0 TO WS-Oil-Product-EOF.
031500     OPEN INPUT OilProductFile.
031600     IF WS-Oil-Product-File-Status = "00"
031700         READ OilProductFile
031800             AT END SET Oil-Product-EOF TO TRUE
031900         END-READ
032000         PERFORM UNTIL Oil-Product-EOF
032100             IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
032200                 MOVE OM-Oil-Desc TO OMT-Oil-Desc(OM-Oil-Num)
032300                 MOVE OM-Unit-Measure TO
032400                     OMT-Unit-Measure(OM-Oil-Num)
032500             END-IF
032600             READ OilProductFile
032700                 AT END SET Oil-Product-EOF TO TRUE
032800             END-READ
032900         END-PERFORM
033000         CLOSE OilProductFile
033100     ELSE
033200         DISPLAY "OILPROD.DAT not found -- descriptions blank."
033300     END-IF.
033400
033500 Load-Existing-Stock.
033600     MOVE 0 TO WS-Stock-EOF.
033700     OPEN INPUT StockFile.
033800     IF WS-Stock-File-Status = "00"
033900         READ StockFile
034000             AT END SET Stock-EOF TO TRUE
034100         END-READ
034200         PERFORM UNTIL Stock-EOF
034300             IF ST-Oil-Num >= 1 AND ST-Oil-Num <= 200
034400                 MOVE 1 TO SKT-Active(ST-Oil-Num)
034500                 MOVE ST-On-Hand TO SKT-On-Hand(ST-Oil-Num)
034600                 MOVE ST-Last-Move-Date TO
034700                     SKT-Last-Move(ST-Oil-Num)
034720                 IF ST-Avg-Cost IS NUMERIC
034740                     MOVE ST-Avg-Cost TO SKT-Avg-Cost(ST-Oil-Num)
034760                 END-IF
034800             ELSE
034900                 DISPLAY "OILSTOCK.DAT bad oil number "
035000                     ST-Oil-Num " -- entry skipped."
035100             END-IF
035200             READ StockFile
035300                 AT END SET Stock-EOF TO TRUE
035400             END-READ
035500         END-PERFORM
035600         CLOSE StockFile
035700     ELSE
035800         DISPLAY "OILSTOCK.DAT not found -- starting new file."
035900     END-IF.
036000
036100 Show-Variances.
036200     MOVE ZEROS TO WS-Net-Value.
036300     DISPLAY "Stock-take of " WS-Count-Date
036400         " -- variances to post:".
036500     PERFORM VARYING CNT-Idx FROM 1 BY 1 UNTIL CNT-Idx > 200
036600         IF CNT-Active(CNT-Idx) = 1 AND CNT-Counted(CNT-Idx)
036700             MOVE CNT-Idx TO WS-Oil-Num
036800             PERFORM Value-One-Variance
036900             IF WS-Variance-Qty NOT = ZERO
037000                 ADD WS-Variance-Value TO WS-Net-Value
037100                 MOVE WS-Variance-Qty TO WS-Qty-Display
037200                 MOVE WS-Variance-Value TO WS-Value-Display
037300                 DISPLAY "  " WS-Oil-Num " "
037400                     OMT-Oil-Desc(WS-Oil-Num) " "
037500                     WS-Qty-Display " "
037600                     OMT-Unit-Measure(WS-Oil-Num) " "
037700                     WS-Value-Display
037800             END-IF
037900         END-IF
038000     END-PERFORM.
038100     MOVE WS-Net-Value TO WS-Value-Display.
038200     DISPLAY "Net value of adjustments: " WS-Value-Display.
038300
038400 Value-One-Variance.
038500     COMPUTE WS-Variance-Qty = CNT-Counted-Qty(WS-Oil-Num)
038600         - CNT-Book-Qty(WS-Oil-Num).
038700     PERFORM Find-Current-Price.
038800     COMPUTE WS-Variance-Value ROUNDED =
038900         WS-Variance-Qty * WS-Selected-Cost.
039000
039100 Find-Current-Price.
039200*    Same selection OilCountVariance makes: the price row with
039300*    the latest effective date not after the run date.
039400     MOVE ZEROS TO WS-Best-Eff-Date, WS-Selected-Cost.
039500     MOVE 0 TO WS-Price-Row-Sub.
039600     PERFORM UNTIL WS-Price-Row-Sub >=
039700             OT-Row-Count(WS-Oil-Num)
039800         ADD 1 TO WS-Price-Row-Sub
039900         IF OT-Eff-Date(WS-Oil-Num, WS-Price-Row-Sub)
040000                 NOT > WS-Run-Date
040100            AND OT-Eff-Date(WS-Oil-Num, WS-Price-Row-Sub)
040200                 NOT < WS-Best-Eff-Date
040300             MOVE OT-Eff-Date(WS-Oil-Num, WS-Price-Row-Sub)
040400                 TO WS-Best-Eff-Date
040500             MOVE OT-Cost(WS-Oil-Num, WS-Price-Row-Sub)
040600                 TO WS-Selected-Cost
040700         END-IF
040800     END-PERFORM.
040900
041000 Post-Adjustments.
041100     MOVE ZEROS TO WS-Net-Value.
041200     OPEN EXTEND AdjustJournalFile.
041300     IF WS-Adjust-File-Status NOT = "00"
041400         OPEN OUTPUT AdjustJournalFile
041500     END-IF.
041600     OPEN OUTPUT AdjustReportFile.
041700     WRITE AdjustReportLine FROM Adjust-Heading-Line.
041800     MOVE WS-Run-Date TO Prn-Run-Date.
041900     MOVE WS-Count-Date TO Prn-Count-Date.
042000     MOVE WS-Sign-On-Id TO Prn-Approved-By.
042100     WRITE AdjustReportLine FROM Run-Date-Line.
042200     MOVE SPACES TO AdjustReportLine.
042300     WRITE AdjustReportLine.
042400     WRITE AdjustReportLine FROM Adjust-Topic-Line.
042500     PERFORM VARYING CNT-Idx FROM 1 BY 1 UNTIL CNT-Idx > 200
042600         IF CNT-Active(CNT-Idx) = 1 AND CNT-Counted(CNT-Idx)
042700             MOVE CNT-Idx TO WS-Oil-Num
042800             PERFORM Value-One-Variance
042900             IF WS-Variance-Qty NOT = ZERO
043000                 PERFORM Post-One-Adjustment
043100             END-IF
043200             SET CNT-Posted(CNT-Idx) TO TRUE
043300         END-IF
043400     END-PERFORM.
043500     IF WS-Adjust-Count = ZERO
043600         WRITE AdjustReportLine FROM Adjust-None-Line
043700     END-IF.
043800     MOVE SPACES TO AdjustReportLine.
043900     WRITE AdjustReportLine.
044000     MOVE WS-Adjust-Count TO Prn-Adjust-Count.
044100     MOVE WS-Net-Value TO Prn-Net-Value.
044200     WRITE AdjustReportLine FROM Adjust-Total-Line.
044300     CLOSE AdjustReportFile.
044400     CLOSE AdjustJournalFile.
044500
044600 Post-One-Adjustment.
044700     ADD 1 TO WS-Adjust-Count.
044800     ADD WS-Variance-Value TO WS-Net-Value.
044900     MOVE 1 TO SKT-Active(WS-Oil-Num).
044950     MOVE SKT-On-Hand(WS-Oil-Num) TO WS-Qty-Display.
044960     MOVE WS-Qty-Display TO WS-Audit-Old-Value.
045000     ADD WS-Variance-Qty TO SKT-On-Hand(WS-Oil-Num).
045010     MOVE SKT-On-Hand(WS-Oil-Num) TO WS-Qty-Display.
045020     MOVE WS-Qty-Display TO WS-Audit-New-Value.
045030     MOVE SPACES TO WS-Audit-Key.
045040     STRING "OIL " WS-Oil-Num " CNT "
045050         CNT-Count-Date(WS-Oil-Num) DELIMITED BY SIZE
045060         INTO WS-Audit-Key.
045070     MOVE "ON-HAND" TO WS-Audit-Field.
045080     PERFORM Write-Audit-Entry.
045100     MOVE WS-Run-Date TO SKT-Last-Move(WS-Oil-Num).
045200     MOVE WS-Run-Date TO SA-Post-Date.
045300     MOVE CNT-Count-Date(WS-Oil-Num) TO SA-Count-Date.
045400     MOVE WS-Oil-Num TO SA-Oil-Num.
045500     MOVE CNT-Book-Qty(WS-Oil-Num) TO SA-Book-Qty.
045600     MOVE CNT-Counted-Qty(WS-Oil-Num) TO SA-Counted-Qty.
045700     MOVE WS-Variance-Qty TO SA-Adjust-Qty.
045800     MOVE WS-Selected-Cost TO SA-Unit-Price.
045900     MOVE WS-Variance-Value TO SA-Adjust-Value.
046000     MOVE CNT-Counted-By(WS-Oil-Num) TO SA-Counted-By.
046100     MOVE WS-Sign-On-Id TO SA-Approved-By.
046200     WRITE AdjustRec.
046300     MOVE WS-Oil-Num TO Prn-Oil-Num.
046400     MOVE OMT-Oil-Desc(WS-Oil-Num) TO Prn-Oil-Desc.
046500     MOVE OMT-Unit-Measure(WS-Oil-Num) TO Prn-Unit-Measure.
046600     MOVE CNT-Book-Qty(WS-Oil-Num) TO Prn-Book-Qty.
046700     MOVE CNT-Counted-Qty(WS-Oil-Num) TO Prn-Counted-Qty.
046800     MOVE WS-Variance-Qty TO Prn-Adjust-Qty.
046900     MOVE WS-Selected-Cost TO Prn-Unit-Price.
047000     MOVE WS-Variance-Value TO Prn-Adjust-Value.
047100     MOVE CNT-Counted-By(WS-Oil-Num) TO Prn-Counted-By.
047200     WRITE AdjustReportLine FROM Adjust-Detail-Line.
047300
047400 Rewrite-Stock-File.
047500     OPEN OUTPUT StockFile.
047600     PERFORM VARYING SKT-Idx FROM 1 BY 1 UNTIL SKT-Idx > 200
047700         IF SKT-Active(SKT-Idx) = 1
047800             MOVE SKT-Idx TO ST-Oil-Num
047900             MOVE SKT-On-Hand(SKT-Idx) TO ST-On-Hand
048000             MOVE SKT-Last-Move(SKT-Idx) TO ST-Last-Move-Date
048050             MOVE SKT-Avg-Cost(SKT-Idx) TO ST-Avg-Cost
048100             WRITE StockRec
048200         END-IF
048300     END-PERFORM.
048400     CLOSE StockFile.
048500
048600 Rewrite-Count-File.
048700     OPEN OUTPUT CountFile.
048800     PERFORM VARYING CNT-Idx FROM 1 BY 1 UNTIL CNT-Idx > 200
048900         IF CNT-Active(CNT-Idx) = 1
049000             MOVE CNT-Idx TO SC-Oil-Num
049100             MOVE CNT-Count-Date(CNT-Idx) TO SC-Count-Date
049200             MOVE CNT-Book-Qty(CNT-Idx) TO SC-Book-Qty
049300             MOVE CNT-Counted-Qty(CNT-Idx) TO SC-Counted-Qty
049400             MOVE CNT-Counted-By(CNT-Idx) TO SC-Counted-By
049500             MOVE CNT-Count-Status(CNT-Idx) TO SC-Count-Status
049600             WRITE CountRec
049700         END-IF
049800     END-PERFORM.
049900     CLOSE CountFile.
050000
050100 Sign-On-Operator.
050200*    The operator signs on against OPERATOR.DAT before any work is
050300*    taken; three refusals end the session. Every try is written
050400*    to AUDIT.JRN.
050500     MOVE 0 TO WS-Sign-On-Tries.
050600     PERFORM Try-One-Sign-On
050700         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
050800     IF NOT Signed-On
050900         DISPLAY "Sign-on refused -- see the security officer."
051000         MOVE 1 TO RETURN-CODE
051100         STOP RUN
051200     END-IF.
051300     IF NOT OR-May-Approve-Stock-Adj
051400         DISPLAY "Operator " WS-Sign-On-Id
051500             " does not hold the stock adjustment authority."
051600         MOVE SPACES TO WS-Audit-Key
051700         MOVE SPACES TO WS-Audit-Old-Value
051800         MOVE "SIGN-ON" TO WS-Audit-Field
051900         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
052000         PERFORM Write-Audit-Entry
052100         MOVE 1 TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400
052500 Try-One-Sign-On.
052600     ADD 1 TO WS-Sign-On-Tries.
052700     DISPLAY "Operator id: ".
052800     ACCEPT WS-Sign-On-Id.
052900     DISPLAY "Password: ".
053000     ACCEPT WS-Sign-On-Password.
053100     PERFORM Find-Operator.
053200     MOVE SPACES TO WS-Audit-Key.
053300     MOVE SPACES TO WS-Audit-Old-Value.
053400     MOVE "SIGN-ON" TO WS-Audit-Field.
053500     IF Operator-Found AND OR-Active
053600             AND OR-Password = WS-Sign-On-Password
053700         SET Signed-On TO TRUE
053800         MOVE "ACCEPTED" TO WS-Audit-New-Value
053900         DISPLAY "Signed on as " OR-Operator-Name
054000     ELSE
054100         MOVE "REFUSED" TO WS-Audit-New-Value
054200         DISPLAY "Operator id or password not accepted."
054300     END-IF.
054400     PERFORM Write-Audit-Entry.
054500
054600 Find-Operator.
054700     MOVE 0 TO WS-Operator-Found.
054800     MOVE 0 TO WS-Operator-EOF.
054900     OPEN INPUT OperatorFile.
055000     IF WS-Operator-File-Status NOT = "00"
055100         DISPLAY "OPERATOR.DAT not found -- the security officer"
055200             " sets up operators with OperMaint."
055300         MOVE 1 TO RETURN-CODE
055400         STOP RUN
055500     END-IF.
055600     PERFORM UNTIL Operator-EOF OR Operator-Found
055700         MOVE SPACES TO SignOnRec
055800         READ OperatorFile INTO SignOnRec
055900             AT END
056000                 SET Operator-EOF TO TRUE
056100             NOT AT END
056200                 IF OR-Operator-Id = WS-Sign-On-Id
056300                         AND WS-Sign-On-Id NOT = SPACES
056400                     SET Operator-Found TO TRUE
056500                 END-IF
056600         END-READ
056700     END-PERFORM.
056800     CLOSE OperatorFile.
056900
057000 Write-Audit-Entry.
057100*    One line on the common change journal AUDIT.JRN.
057200     OPEN EXTEND AuditFile.
057300     IF WS-Audit-File-Status NOT = "00"
057400         OPEN OUTPUT AuditFile
057500     END-IF.
057600     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
057700     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
057800     MOVE WS-Sign-On-Id TO AJ-Operator.
057900     MOVE "OILCOUNTPOST" TO AJ-Program.
058000     MOVE WS-Audit-Key TO AJ-Record-Key.
058100     MOVE WS-Audit-Field TO AJ-Field.
058200     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
058300     MOVE WS-Audit-New-Value TO AJ-New-Value.
058400     WRITE AuditRec.
058500     CLOSE AuditFile.
058600
058700 Check-Approver-Not-Counter.
058800*    Nobody approves a variance on a count they keyed themselves.
058900     MOVE 0 TO WS-Own-Count.
059000     PERFORM VARYING CNT-Idx FROM 1 BY 1 UNTIL CNT-Idx > 200
059100         IF CNT-Active(CNT-Idx) = 1 AND CNT-Counted(CNT-Idx)
059200            AND CNT-Counted-By(CNT-Idx) = WS-Sign-On-Id
059300             SET Own-Count-Found TO TRUE
059400         END-IF
059500     END-PERFORM.
059600     IF Own-Count-Found
059700         DISPLAY "Operator " WS-Sign-On-Id " keyed counts on this"
059800             " stock-take and may not approve it."
059900         MOVE SPACES TO WS-Audit-Key
060000         STRING "CNT " WS-Count-Date DELIMITED BY SIZE
060100             INTO WS-Audit-Key
060200         MOVE SPACES TO WS-Audit-Old-Value
060300         MOVE "APPROVAL" TO WS-Audit-Field
060400         MOVE "REFUSED -- OWN COUNTS" TO WS-Audit-New-Value
060500         PERFORM Write-Audit-Entry
060600         MOVE 1 TO RETURN-CODE
060700         STOP RUN
060800     END-IF.
