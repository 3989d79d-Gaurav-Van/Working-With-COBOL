000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilPORaise.
000300* Purchase-order raising for the oils OilStockDeplete flags
000400* ** REORDER ** on OILREORD.RPT, so purchasing stops writing
000500* the orders out by hand. Loads the product master, the stock
000600* file, the supplier master and the open lines already on
000700* PURCHORD.DAT, then proposes one order line for every oil on
000800* OILPROD.DAT with a reorder point whose on-hand PLUS the
000900* quantity still outstanding on open PO lines is at or below
001000* OM-Reorder-Point -- an oil already on order is not ordered
001100* twice just because the delivery has not arrived yet.
001200* The proposed quantity brings the oil back up to twice its
001300* reorder point. The buyer sees each proposal and answers Y
001400* to order it as proposed, C to key a different quantity, or
001500* N to leave it; an oil with no usual supplier on the product
001600* master (OM-Supp-Id) is ordered from a supplier keyed at the
001700* prompt, which must be on SUPPLIER.DAT.
001800* Accepted lines are then grouped into one purchase order per
001900* supplier, numbered from POSEQ.DAT (next PO number to use,
002000* created at 000001 on first use, the way INVSEQ.DAT carries
002100* invoice numbers), due the supplier's SU-Lead-Days after the
002200* run date. Each PO line is appended Open to PURCHORD.DAT for
002300* OilGoodsIn to receive against, and each PO prints on
002400* PURCHORD.RPT, one after another, separated for bursting and
002500* posting to the supplier. A supplier with more lines than a
002600* PO holds (99) simply gets a second PO.
002700* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002800* programs do, falling back to today's date run standalone;
002900* that date is the order date on every line raised.
002910* The buyer signs on against OPERATOR.DAT before any proposal
002920* is shown and must hold the suppliers authority. Every PO line
002930* raised goes to AUDIT.JRN, the common change journal, as an
002940* *ADDED* row keyed on oil, PO number and line: the supplier,
002950* the quantity ordered and the due date.
003000
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
003500              ORGANIZATION IS LINE SEQUENTIAL
003600              FILE STATUS IS WS-Oil-Product-File-Status.
003700
003800     SELECT StockFile ASSIGN TO "OILSTOCK.DAT"
003900              ORGANIZATION IS LINE SEQUENTIAL
004000              FILE STATUS IS WS-Stock-File-Status.
004100
004200     SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
004300              ORGANIZATION IS LINE SEQUENTIAL
004400              FILE STATUS IS WS-Supplier-File-Status.
004500
004600     SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
004700              ORGANIZATION IS LINE SEQUENTIAL
004800              FILE STATUS IS WS-Purch-Order-File-Status.
004900
005000     SELECT POSeqFile ASSIGN TO "POSEQ.DAT"
005100              ORGANIZATION IS LINE SEQUENTIAL
005200              FILE STATUS IS WS-PO-Seq-File-Status.
005300
005400     SELECT PODocumentFile ASSIGN TO "PURCHORD.RPT"
005500              ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005800              ORGANIZATION IS LINE SEQUENTIAL
005900              FILE STATUS IS WS-Run-Date-File-Status.
005910
005920     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
005930              ORGANIZATION IS LINE SEQUENTIAL
005940              FILE STATUS IS WS-Operator-File-Status.
005950
005960     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
005970              ORGANIZATION IS LINE SEQUENTIAL
005980              FILE STATUS IS WS-Audit-File-Status.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  OilProductFile.
006400     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
006500
006600 FD  StockFile.
006700     COPY "OILSTOCK.CPY" REPLACING ==REC-NAME== BY ==StockRec==.
006800
006900 FD  SupplierFile.
007000     COPY "SUPPLIER.CPY" REPLACING
007100         ==REC-NAME== BY ==SupplierRec==.
007200
007300 FD  PurchOrderFile.
007400     COPY "PURCHORD.CPY" REPLACING
007500         ==REC-NAME== BY ==PurchOrdRec==.
007600
007700 FD  POSeqFile.
007800 01  POSeqRec                    PIC 9(6).
007900
008000 FD  PODocumentFile.
008100 01  PODocumentLine              PIC X(80).
008200
008300 FD  RunDateFile.
008400 01  RunDateRec                  PIC 9(8).
008410
008420 FD  OperatorFile.
008430 01  OperatorFileRec             PIC X(48).
008440
008450 FD  AuditFile.
008460     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
008500
008600 WORKING-STORAGE SECTION.
008700 01  WS-Oil-Product-File-Status  PIC XX.
008800 01  WS-Stock-File-Status        PIC XX.
008900 01  WS-Supplier-File-Status     PIC XX.
009000 01  WS-Purch-Order-File-Status  PIC XX.
009100 01  WS-PO-Seq-File-Status       PIC XX.
009200 01  WS-Run-Date-File-Status     PIC XX.
009210 01  WS-Operator-File-Status     PIC XX.
009220 01  WS-Audit-File-Status        PIC XX.
009300
009400 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
009500     88 Oil-Product-EOF                      VALUE 1.
009600 01  WS-Stock-EOF                PIC 9       VALUE 0.
009700     88 Stock-EOF                            VALUE 1.
009800 01  WS-Supplier-EOF             PIC 9       VALUE 0.
009900     88 Supplier-EOF                         VALUE 1.
010000 01  WS-Purch-Order-EOF          PIC 9       VALUE 0.
010100     88 Purch-Order-EOF                      VALUE 1.
010200
010300 01  Oil-Master-Table.
010400     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
010500         03  OMT-On-File         PIC 9       VALUE 0.
010600         03  OMT-Oil-Desc        PIC X(20)   VALUE SPACES.
010700         03  OMT-Unit-Measure    PIC X(4)    VALUE SPACES.
010800         03  OMT-Reorder-Point   PIC 9(5)    VALUE ZEROS.
010900         03  OMT-Supp-Id         PIC X(5)    VALUE SPACES.
011000
011100 01  Stock-Table.
011200*    On-hand per oil, and the quantity still to come in on open
011300*    PO lines -- together they decide whether to reorder.
011400     02  SKT-Entry OCCURS 200 TIMES INDEXED BY SKT-Idx.
011500         03  SKT-On-Hand         PIC S9(7)   VALUE ZEROS.
011600         03  SKT-On-Order        PIC 9(7)    VALUE ZEROS.
011700
011800 01  Supplier-Table.
011900     02  WS-Supplier-Count       PIC 999     VALUE ZEROS.
012000     02  SUT-Entry OCCURS 100 TIMES INDEXED BY SUT-Idx.
012100         03  SUT-Supp-Id         PIC X(5).
012200         03  SUT-Supp-Name       PIC X(20).
012300         03  SUT-Contact         PIC X(20).
012400         03  SUT-Lead-Days       PIC 9(3).
012500
012600 01  Proposal-Table.
012700*    The lines the buyer accepted this run, waiting to be
012800*    grouped into one PO per supplier.
012900     02  WS-Proposal-Count       PIC 999     VALUE ZEROS.
013000     02  PRT-Entry OCCURS 200 TIMES.
013100         03  PRT-Oil-Num         PIC 999.
013200         03  PRT-Supp-Sub        PIC 999.
013300         03  PRT-Qty             PIC 9(6).
013400
013500 01  WS-Oil-Sub                  PIC 999     VALUE ZEROS.
013600 01  WS-Prop-Sub                 PIC 999     VALUE ZEROS.
013700 01  WS-Supp-Sub                 PIC 999     VALUE ZEROS.
013800 01  WS-Find-Supp-Id             PIC X(5).
013900 01  WS-Available                PIC S9(8)   VALUE ZEROS.
014000 01  WS-Proposed-Qty             PIC S9(8)   VALUE ZEROS.
014100 01  WS-Order-Qty                PIC 9(6)    VALUE ZEROS.
014200 01  WS-Reply                    PIC X       VALUE SPACE.
014300     88 Reply-Yes                            VALUE "Y" "y".
014400     88 Reply-Change                         VALUE "C" "c".
014500 01  WS-Qty-Display              PIC -Z(6)9.
014600 01  WS-Proposed-Display         PIC Z(5)9.
014700
014800 01  WS-Next-PO-Num              PIC 9(6)    VALUE 1.
014900 01  WS-Current-PO-Num           PIC 9(6)    VALUE ZEROS.
015000 01  WS-PO-Line-Count            PIC 99      VALUE ZEROS.
015100 01  WS-PO-Count                 PIC 9(4)    VALUE ZEROS.
015200 01  WS-Line-Written-Count       PIC 9(4)    VALUE ZEROS.
015300 01  WS-Due-Date                 PIC 9(8)    VALUE ZEROS.
015400
015500 01  WS-Run-Date                 PIC 9(8).
015505
015510     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
015515 01  WS-Sign-On-Id               PIC X(6)    VALUE SPACES.
015520 01  WS-Sign-On-Password         PIC X(8).
015525 01  WS-Sign-On-Tries            PIC 9       VALUE 0.
015530 01  WS-Signed-On                PIC 9       VALUE 0.
015535     88 Signed-On                            VALUE 1.
015540 01  WS-Operator-Found           PIC 9       VALUE 0.
015545     88 Operator-Found                       VALUE 1.
015550 01  WS-Operator-EOF             PIC 9       VALUE 0.
015555     88 Operator-EOF                         VALUE 1.
015560 01  WS-Audit-Key                PIC X(20).
015565 01  WS-Audit-Field              PIC X(12).
015570 01  WS-Audit-Old-Value          PIC X(30).
015575 01  WS-Audit-New-Value          PIC X(30).
015600
015700 01  PO-Head-Line.
015800     02  FILLER                  PIC X(15) VALUE
015900         "PURCHASE ORDER ".
016000     02  Prn-PO-Num              PIC 9(6).
016100     02  FILLER                  PIC X(14) VALUE SPACES.
016200     02  FILLER                  PIC X(12) VALUE "ORDER DATE: ".
016300     02  Prn-Order-Date          PIC 9999/99/99.
016400 01  PO-Supplier-Line.
016500     02  FILLER                  PIC X(10) VALUE "SUPPLIER: ".
016600     02  Prn-Supp-Id             PIC X(5).
016700     02  FILLER                  PIC XX    VALUE SPACES.
016800     02  Prn-Supp-Name           PIC X(20).
016900     02  FILLER                  PIC X(8)  VALUE "  ATTN: ".
017000     02  Prn-Supp-Contact        PIC X(20).
017100 01  PO-Due-Line.
017200     02  FILLER                  PIC X(22) VALUE
017300         "DELIVERY REQUIRED BY: ".
017400     02  Prn-Due-Date            PIC 9999/99/99.
017500 01  PO-Topic-Line.
017600     02  FILLER                  PIC X(6)  VALUE "LINE  ".
017700     02  FILLER                  PIC X(5)  VALUE "OIL  ".
017800     02  FILLER                  PIC X(21) VALUE "DESCRIPTION".
017900     02  FILLER                  PIC X(10) VALUE "  QUANTITY".
018000     02  FILLER                  PIC X(6)  VALUE "  MEAS".
018100 01  PO-Item-Line.
018200     02  FILLER                  PIC X     VALUE SPACE.
018300     02  Prn-Line-Num            PIC 99.
018400     02  FILLER                  PIC XXX   VALUE SPACES.
018500     02  Prn-Item-Oil            PIC ZZ9.
018600     02  FILLER                  PIC XX    VALUE SPACES.
018700     02  Prn-Item-Desc           PIC X(20).
018800     02  FILLER                  PIC X     VALUE SPACES.
018900     02  Prn-Item-Qty            PIC BBBBZZZZZ9.
019000     02  FILLER                  PIC XX    VALUE SPACES.
019100     02  Prn-Item-Measure        PIC X(4).
019200 01  PO-Total-Line.
019300     02  FILLER                  PIC X(15) VALUE "LINES ORDERED:".
019400     02  Prn-PO-Line-Count       PIC Z9.
019500 01  PO-Separator                PIC X(60) VALUE ALL "=".
019600 01  PO-None-Line                PIC X(60) VALUE
019700     "No purchase orders raised this run.".
019800
019900 PROCEDURE DIVISION.
020000 Begin.
020050     PERFORM Sign-On-Operator.
020100     PERFORM Load-Run-Date.
020200     PERFORM Load-Supplier-Master.
020300     PERFORM Load-Oil-Master.
020400     PERFORM Load-Stock-File.
020500     PERFORM Load-Open-Orders.
020600     PERFORM Review-Reorder-Proposals.
020700     PERFORM Load-PO-Sequence.
020800     PERFORM Raise-Purchase-Orders.
020900     PERFORM Save-PO-Sequence.
021000     DISPLAY "OilPORaise: " WS-PO-Count " purchase orders, "
021100         WS-Line-Written-Count " lines raised.".
021200     MOVE 0 TO RETURN-CODE.
021300     STOP RUN.
021400
021500 Load-Run-Date.
021600     OPEN INPUT RunDateFile.
021700     IF WS-Run-Date-File-Status = "00"
021800         READ RunDateFile
021900             AT END CONTINUE
022000         END-READ
022100         MOVE RunDateRec TO WS-Run-Date
022200         CLOSE RunDateFile
022300     ELSE
022400         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
022500     END-IF.
022600
022700 Load-Supplier-Master.
022800     MOVE 0 TO WS-Supplier-EOF.
022900     OPEN INPUT SupplierFile.
023000     IF WS-Supplier-File-Status NOT = "00"
023100         DISPLAY "SUPPLIER.DAT not found -- set up suppliers"
023200             " with SuppMaint before raising orders."
023300         MOVE 1 TO RETURN-CODE
023400         STOP RUN
023500     END-IF.
023600     READ SupplierFile
023700         AT END SET Supplier-EOF TO TRUE
023800     END-READ.
023900     PERFORM UNTIL Supplier-EOF OR WS-Supplier-Count >= 100
024000         ADD 1 TO WS-Supplier-Count
024100         MOVE SU-Supp-Id TO SUT-Supp-Id(WS-Supplier-Count)
024200         MOVE SU-Supp-Name TO SUT-Supp-Name(WS-Supplier-Count)
024300         MOVE SU-Contact TO SUT-Contact(WS-Supplier-Count)
024400         IF SU-Lead-Days IS NUMERIC
024500             MOVE SU-Lead-Days TO SUT-Lead-Days(WS-Supplier-Count)
024600         ELSE
024700             MOVE ZEROS TO SUT-Lead-Days(WS-Supplier-Count)
024800         END-IF
024900         READ SupplierFile
025000             AT END SET Supplier-EOF TO TRUE
025100         END-READ
025200     END-PERFORM.
025210     IF NOT Supplier-EOF
025220         DISPLAY "SUPPLIER.DAT holds more than 100 suppliers"
025230             " -- raise the SUT-Entry table size."
025240         MOVE 1 TO RETURN-CODE
025250         STOP RUN
025260     END-IF.
025300     CLOSE SupplierFile.
025400
025500 Load-Oil-Master.
025600     MOVE 0 TO WS-Oil-Product-EOF.
025700     OPEN INPUT OilProductFile.
025800     IF WS-Oil-Product-File-Status NOT = "00"
025900         DISPLAY "OILPROD.DAT not found -- no reorder points"
026000             " to order against."
026100         MOVE 1 TO RETURN-CODE
026200         STOP RUN
026300     END-IF.
026400     READ OilProductFile
026500         AT END SET Oil-Product-EOF TO TRUE
026600     END-READ.
026700     PERFORM UNTIL Oil-Product-EOF
026800         IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
026900             MOVE 1 TO OMT-On-File(OM-Oil-Num)
027000             MOVE OM-Oil-Desc TO OMT-Oil-Desc(OM-Oil-Num)
027100             MOVE OM-Unit-Measure TO
027200                 OMT-Unit-Measure(OM-Oil-Num)
027300             IF OM-Reorder-Point IS NUMERIC
027400                 MOVE OM-Reorder-Point TO
027500                     OMT-Reorder-Point(OM-Oil-Num)
027600             ELSE
027700                 MOVE ZEROS TO OMT-Reorder-Point(OM-Oil-Num)
027800             END-IF
027900             MOVE OM-Supp-Id TO OMT-Supp-Id(OM-Oil-Num)
028000         END-IF
028100         READ OilProductFile
028200             AT END SET Oil-Product-EOF TO TRUE
028300         END-READ
028400     END-PERFORM.
028500     CLOSE OilProductFile.
028600
028700 Load-Stock-File.
028800     MOVE 0 TO WS-Stock-EOF.
028900     OPEN INPUT StockFile.
029000     IF WS-Stock-File-Status = "00"
029100         READ StockFile
029200             AT END SET Stock-EOF TO TRUE
029300         END-READ
029400         PERFORM UNTIL Stock-EOF
029500             IF ST-Oil-Num >= 1 AND ST-Oil-Num <= 200
029600                 MOVE ST-On-Hand TO SKT-On-Hand(ST-Oil-Num)
029700             END-IF
029800             READ StockFile
029900                 AT END SET Stock-EOF TO TRUE
030000             END-READ
030100         END-PERFORM
030200         CLOSE StockFile
030300     ELSE
030400         DISPLAY "OILSTOCK.DAT not found -- treating every oil"
030500             " as out of stock."
030600     END-IF.
030700
030800 Load-Open-Orders.
030900     MOVE 0 TO WS-Purch-Order-EOF.
031000     OPEN INPUT PurchOrderFile.
031100     IF WS-Purch-Order-File-Status = "00"
031200         READ PurchOrderFile
031300             AT END SET Purch-Order-EOF TO TRUE
031400         END-READ
031500         PERFORM UNTIL Purch-Order-EOF
031600             IF PO-Line-Open
031700                AND PO-Oil-Num >= 1 AND PO-Oil-Num <= 200
031800                AND PO-Qty-Received < PO-Qty-Ordered
031900                 COMPUTE SKT-On-Order(PO-Oil-Num) =
032000                     SKT-On-Order(PO-Oil-Num)
032100                     + PO-Qty-Ordered - PO-Qty-Received
032200             END-IF
032300             READ PurchOrderFile
032400                 AT END SET Purch-Order-EOF TO TRUE
032500             END-READ
032600         END-PERFORM
032700         CLOSE PurchOrderFile
032800     END-IF.
032900
033000 Review-Reorder-Proposals.
033100     MOVE 0 TO WS-Oil-Sub.
033200     PERFORM UNTIL WS-Oil-Sub >= 200
033300         ADD 1 TO WS-Oil-Sub
033400         IF OMT-On-File(WS-Oil-Sub) = 1
033500            AND OMT-Reorder-Point(WS-Oil-Sub) > 0
033600             COMPUTE WS-Available = SKT-On-Hand(WS-Oil-Sub)
033700                 + SKT-On-Order(WS-Oil-Sub)
033800             IF WS-Available NOT > OMT-Reorder-Point(WS-Oil-Sub)
033900                 PERFORM Propose-One-Line
034000             END-IF
034100         END-IF
034200     END-PERFORM.
034300
034400 Propose-One-Line.
034500     COMPUTE WS-Proposed-Qty =
034600         (OMT-Reorder-Point(WS-Oil-Sub) * 2) - WS-Available.
034700     IF WS-Proposed-Qty > 999999
034800         MOVE 999999 TO WS-Proposed-Qty
034900     END-IF.
035000     DISPLAY " ".
035100     DISPLAY "Oil " WS-Oil-Sub " " OMT-Oil-Desc(WS-Oil-Sub)
035200         " (" OMT-Unit-Measure(WS-Oil-Sub) ")".
035300     MOVE SKT-On-Hand(WS-Oil-Sub) TO WS-Qty-Display.
035400     DISPLAY "  On hand " WS-Qty-Display
035500         "  on order " SKT-On-Order(WS-Oil-Sub)
035600         "  reorder at " OMT-Reorder-Point(WS-Oil-Sub).
035700     MOVE OMT-Supp-Id(WS-Oil-Sub) TO WS-Find-Supp-Id.
035800     PERFORM Find-Supplier.
035900     IF WS-Supp-Sub = ZERO
036000         DISPLAY "  No usual supplier on the product master."
036100         DISPLAY "  Supplier id for this line (blank = skip): "
036200         ACCEPT WS-Find-Supp-Id
036300         IF WS-Find-Supp-Id NOT = SPACES
036400             PERFORM Find-Supplier
036500             IF WS-Supp-Sub = ZERO
036600                 DISPLAY "  Supplier " WS-Find-Supp-Id
036700                     " is not on SUPPLIER.DAT -- line skipped."
036800             END-IF
036900         END-IF
037000     END-IF.
037100     IF WS-Supp-Sub > ZERO
037200         MOVE WS-Proposed-Qty TO WS-Proposed-Display
037300         DISPLAY "  Supplier " SUT-Supp-Id(WS-Supp-Sub) " "
037400             SUT-Supp-Name(WS-Supp-Sub)
037500         DISPLAY "  Proposed order quantity: " WS-Proposed-Display
037600         DISPLAY "  Y)es order it, C)hange quantity, N)o: "
037700         ACCEPT WS-Reply
037800         MOVE WS-Proposed-Qty TO WS-Order-Qty
037900         IF Reply-Change
038000             DISPLAY "  Quantity to order (6 digits): "
038100             ACCEPT WS-Order-Qty
038200         END-IF
038300         IF (Reply-Yes OR Reply-Change) AND WS-Order-Qty > ZERO
038400             ADD 1 TO WS-Proposal-Count
038500             MOVE WS-Oil-Sub TO PRT-Oil-Num(WS-Proposal-Count)
038600             MOVE WS-Supp-Sub TO PRT-Supp-Sub(WS-Proposal-Count)
038700             MOVE WS-Order-Qty TO PRT-Qty(WS-Proposal-Count)
038800         ELSE
038900             DISPLAY "  Not ordered."
039000         END-IF
039100     END-IF.
039200
039300 Find-Supplier.
039400     MOVE ZEROS TO WS-Supp-Sub.
039500     IF WS-Find-Supp-Id NOT = SPACES
039600         PERFORM VARYING SUT-Idx FROM 1 BY 1
039700                 UNTIL SUT-Idx > WS-Supplier-Count
039800             IF SUT-Supp-Id(SUT-Idx) = WS-Find-Supp-Id
039900                 SET WS-Supp-Sub TO SUT-Idx
040000             END-IF
040100         END-PERFORM
040200     END-IF.
040300
040400 Load-PO-Sequence.
040500     OPEN INPUT POSeqFile.
040600     IF WS-PO-Seq-File-Status = "00"
040700         READ POSeqFile
040800             AT END CONTINUE
040900         END-READ
041000         MOVE POSeqRec TO WS-Next-PO-Num
041100         CLOSE POSeqFile
041200     ELSE
041300         DISPLAY "POSEQ.DAT not found -- numbering from 000001."
041400     END-IF.
041500
041600 Save-PO-Sequence.
041700     OPEN OUTPUT POSeqFile.
041800     MOVE WS-Next-PO-Num TO POSeqRec.
041900     WRITE POSeqRec.
042000     CLOSE POSeqFile.
042100
042200 Raise-Purchase-Orders.
042300     OPEN OUTPUT PODocumentFile.
042400     IF WS-Proposal-Count = ZERO
042500         WRITE PODocumentLine FROM PO-None-Line
042600     ELSE
042700         OPEN EXTEND PurchOrderFile
042800         IF WS-Purch-Order-File-Status NOT = "00"
042900             OPEN OUTPUT PurchOrderFile
043000         END-IF
043100         MOVE 0 TO WS-Supp-Sub
043200         PERFORM UNTIL WS-Supp-Sub >= WS-Supplier-Count
043300             ADD 1 TO WS-Supp-Sub
043400             PERFORM Raise-Supplier-Order
043500         END-PERFORM
043600         CLOSE PurchOrderFile
043700     END-IF.
043800     CLOSE PODocumentFile.
043900
044000 Raise-Supplier-Order.
044100*    Every accepted line for this supplier, in oil-number order,
044200*    goes on the supplier's PO; a full PO starts another.
044300     MOVE ZEROS TO WS-PO-Line-Count.
044400     MOVE 0 TO WS-Prop-Sub.
044500     PERFORM UNTIL WS-Prop-Sub >= WS-Proposal-Count
044600         ADD 1 TO WS-Prop-Sub
044700         IF PRT-Supp-Sub(WS-Prop-Sub) = WS-Supp-Sub
044800             IF WS-PO-Line-Count >= 99
044900                 PERFORM Finish-Purchase-Order
045000                 MOVE ZEROS TO WS-PO-Line-Count
045100             END-IF
045200             IF WS-PO-Line-Count = ZERO
045300                 PERFORM Start-Purchase-Order
045400             END-IF
045500             PERFORM Write-PO-Line
045600         END-IF
045700     END-PERFORM.
045800     IF WS-PO-Line-Count > ZERO
045900         PERFORM Finish-Purchase-Order
046000     END-IF.
046100
046200 Start-Purchase-Order.
046300     MOVE WS-Next-PO-Num TO WS-Current-PO-Num, Prn-PO-Num.
046400     ADD 1 TO WS-Next-PO-Num, WS-PO-Count.
046500     COMPUTE WS-Due-Date = FUNCTION DATE-OF-INTEGER(
046600         FUNCTION INTEGER-OF-DATE(WS-Run-Date)
046700         + SUT-Lead-Days(WS-Supp-Sub)).
046800     MOVE WS-Run-Date TO Prn-Order-Date.
046900     MOVE WS-Due-Date TO Prn-Due-Date.
047000     MOVE SUT-Supp-Id(WS-Supp-Sub) TO Prn-Supp-Id.
047100     MOVE SUT-Supp-Name(WS-Supp-Sub) TO Prn-Supp-Name.
047200     MOVE SUT-Contact(WS-Supp-Sub) TO Prn-Supp-Contact.
047300     WRITE PODocumentLine FROM PO-Separator.
047400     WRITE PODocumentLine FROM PO-Head-Line.
047500     WRITE PODocumentLine FROM PO-Supplier-Line.
047600     WRITE PODocumentLine FROM PO-Due-Line.
047700     MOVE SPACES TO PODocumentLine.
047800     WRITE PODocumentLine.
047900     WRITE PODocumentLine FROM PO-Topic-Line.
048000
048100 Write-PO-Line.
048200     ADD 1 TO WS-PO-Line-Count, WS-Line-Written-Count.
048300     MOVE WS-Current-PO-Num TO PO-Num.
048400     MOVE WS-PO-Line-Count TO PO-Line-Num.
048500     MOVE SUT-Supp-Id(WS-Supp-Sub) TO PO-Supp-Id.
048600     MOVE WS-Run-Date TO PO-Order-Date.
048700     MOVE WS-Due-Date TO PO-Due-Date.
048800     MOVE PRT-Oil-Num(WS-Prop-Sub) TO PO-Oil-Num.
048900     MOVE PRT-Qty(WS-Prop-Sub) TO PO-Qty-Ordered.
049000     MOVE ZEROS TO PO-Qty-Received, PO-Last-Recv-Date.
049100     SET PO-Line-Open TO TRUE.
049200     WRITE PurchOrdRec.
049250     PERFORM Journal-PO-Line.
049300     MOVE WS-PO-Line-Count TO Prn-Line-Num.
049400     MOVE PRT-Oil-Num(WS-Prop-Sub) TO Prn-Item-Oil.
049500     MOVE OMT-Oil-Desc(PRT-Oil-Num(WS-Prop-Sub)) TO Prn-Item-Desc.
049600     MOVE PRT-Qty(WS-Prop-Sub) TO Prn-Item-Qty.
049700     MOVE OMT-Unit-Measure(PRT-Oil-Num(WS-Prop-Sub))
049800         TO Prn-Item-Measure.
049900     WRITE PODocumentLine FROM PO-Item-Line.
050000
050100 Finish-Purchase-Order.
050200     MOVE WS-PO-Line-Count TO Prn-PO-Line-Count.
050300     MOVE SPACES TO PODocumentLine.
050400     WRITE PODocumentLine.
050500     WRITE PODocumentLine FROM PO-Total-Line.
050600     MOVE SPACES TO PODocumentLine.
050700     WRITE PODocumentLine.
050800
050900 Journal-PO-Line.
051000     MOVE SPACES TO WS-Audit-Key.
051100     STRING "OIL " PO-Oil-Num " PO " PO-Num "/" PO-Line-Num
051200         DELIMITED BY SIZE INTO WS-Audit-Key.
051300     MOVE "*ADDED*" TO WS-Audit-Field.
051400     MOVE SPACES TO WS-Audit-Old-Value.
051500     MOVE SPACES TO WS-Audit-New-Value.
051600     STRING PO-Supp-Id " QTY " PO-Qty-Ordered " DUE " PO-Due-Date
051700         DELIMITED BY SIZE INTO WS-Audit-New-Value.
051800     PERFORM Write-Audit-Entry.
051850
051900 Sign-On-Operator.
052000*    The operator signs on against OPERATOR.DAT before any work is
052100*    taken; three refusals end the session. Every try is written
052200*    to AUDIT.JRN.
052300     MOVE 0 TO WS-Sign-On-Tries.
052400     PERFORM Try-One-Sign-On
052500         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
052600     IF NOT Signed-On
052700         DISPLAY "Sign-on refused -- see the security officer."
052800         MOVE 1 TO RETURN-CODE
052900         STOP RUN
053000     END-IF.
053100     IF NOT OR-May-Maintain-Suppliers
053200         DISPLAY "Operator " WS-Sign-On-Id
053300             " does not hold the suppliers authority."
053400         MOVE SPACES TO WS-Audit-Key
053500         MOVE SPACES TO WS-Audit-Old-Value
053600         MOVE "SIGN-ON" TO WS-Audit-Field
053700         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
053800         PERFORM Write-Audit-Entry
053900         MOVE 1 TO RETURN-CODE
054000         STOP RUN
054100     END-IF.
054200
054300 Try-One-Sign-On.
054400     ADD 1 TO WS-Sign-On-Tries.
054500     DISPLAY "Operator id: ".
054600     ACCEPT WS-Sign-On-Id.
054700     DISPLAY "Password: ".
054800     ACCEPT WS-Sign-On-Password.
054900     PERFORM Find-Operator.
055000     MOVE SPACES TO WS-Audit-Key.
055100     MOVE SPACES TO WS-Audit-Old-Value.
055200     MOVE "SIGN-ON" TO WS-Audit-Field.
055300     IF Operator-Found AND OR-Active
055400             AND OR-Password = WS-Sign-On-Password
055500         SET Signed-On TO TRUE
055600         MOVE "ACCEPTED" TO WS-Audit-New-Value
055700         DISPLAY "Signed on as " OR-Operator-Name
055800     ELSE
055900         MOVE "REFUSED" TO WS-Audit-New-Value
056000         DISPLAY "Operator id or password not accepted."
056100     END-IF.
056200     PERFORM Write-Audit-Entry.
056300
056400 Find-Operator.
056500     MOVE 0 TO WS-Operator-Found.
056600     MOVE 0 TO WS-Operator-EOF.
056700     OPEN INPUT OperatorFile.
056800     IF WS-Operator-File-Status NOT = "00"
056900         DISPLAY "OPERATOR.DAT not found -- the security officer"
057000             " sets up operators with OperMaint."
057100         MOVE 1 TO RETURN-CODE
057200         STOP RUN
057300     END-IF.
057400     PERFORM UNTIL Operator-EOF OR Operator-Found
057500         MOVE SPACES TO SignOnRec
057600         READ OperatorFile INTO SignOnRec
057700             AT END
057800                 SET Operator-EOF TO TRUE
057900             NOT AT END
058000                 IF OR-Operator-Id = WS-Sign-On-Id
058100                         AND WS-Sign-On-Id NOT = SPACES
058200                     SET Operator-Found TO TRUE
058300                 END-IF
058400         END-READ
058500     END-PERFORM.
058600     CLOSE OperatorFile.
058700
058800 Write-Audit-Entry.
058900*    One line on the common change journal AUDIT.JRN.
059000     OPEN EXTEND AuditFile.
059100     IF WS-Audit-File-Status NOT = "00"
059200         OPEN OUTPUT AuditFile
059300     END-IF.
059400     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
059500     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
059600     MOVE WS-Sign-On-Id TO AJ-Operator.
059700     MOVE "OILPORAISE" TO AJ-Program.
059800     MOVE WS-Audit-Key TO AJ-Record-Key.
059900     MOVE WS-Audit-Field TO AJ-Field.
060000     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
060100     MOVE WS-Audit-New-Value TO AJ-New-Value.
060200     WRITE AuditRec.
060300     CLOSE AuditFile.
