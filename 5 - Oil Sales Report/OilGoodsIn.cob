001500* into this.
001600* Each accepted delivery stamps today's date as the oil's
001700* last movement date.
001703* Every delivery is received against a purchase order:
001706* the operator keys the PO number off the delivery note, the
001709* open lines of that PO (raised by OilPORaise onto
001712* PURCHORD.DAT) are listed, and the line being delivered is
001715* picked -- the oil comes from the PO line, not the keyboard,
001718* so the warehouse cannot book a delivery nobody ordered. The
001721* quantity is added to the line's received figure. A line
001724* received in full (or over) is closed; a short delivery
001727* leaves the line open for the balance unless the operator
001730* closes it short (the supplier has said no more is coming).
001733* PURCHORD.DAT is rewritten with the updated lines at the end
001736* of the session, and OilPOStatus reports what is still
001739* outstanding, overdue, short or over.
001742* Each delivery also carries its unit cost, keyed off the
001745* supplier's delivery note or invoice. The oil's weighted-
001748* average cost on OILSTOCK.DAT (ST-Avg-Cost) is reworked from
001751* the stock already on hand at the old average and the
001754* delivery at its own cost -- stock at or below zero, or not
001757* yet costed, carries no weight, so the delivery's cost becomes
001760* the average -- and
001763* the delivery is appended to GOODSRCV.DAT, the goods-received
001766* journal, with the cost it came in at and the new average.
001769* OilSalesData costs each night's sales at the average and
001772* OilMargin reports the margin they made.
001775* The operator signs on against OPERATOR.DAT and must hold the
001778* goods-in authority. Each delivery is written to the common
001781* AUDIT.JRN as it is keyed -- the oil's on-hand and average cost
001784* before and after, keyed by oil and PO line -- and so is a PO
001787* line closed by it.
001800
001900 ENVIRONMENT DIVISION.
002000 INPUT-OUTPUT SECTION.
002700              ORGANIZATION IS LINE SEQUENTIAL
002800              FILE STATUS IS WS-Oil-Product-File-Status.
002900
002905     SELECT PurchOrderFile ASSIGN TO "PURCHORD.DAT"
002910              ORGANIZATION IS LINE SEQUENTIAL
002915              FILE STATUS IS WS-Purch-Order-File-Status.
002920
002925     SELECT GoodsReceivedFile ASSIGN TO "GOODSRCV.DAT"
002930              ORGANIZATION IS LINE SEQUENTIAL
002935              FILE STATUS IS WS-Goods-Recv-File-Status.
002940
002945     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002950              ORGANIZATION IS LINE SEQUENTIAL
002955              FILE STATUS IS WS-Operator-File-Status.
002960
002965     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002970              ORGANIZATION IS LINE SEQUENTIAL
002975              FILE STATUS IS WS-Audit-File-Status.
002980
003000 DATA DIVISION.
003100 FILE SECTION.
003200 FD  StockFile.
003500 FD  OilProductFile.
003600     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
003700
003707 FD  PurchOrderFile.
003714     COPY "PURCHORD.CPY" REPLACING
003721         ==REC-NAME== BY ==PurchOrdRec==.
003728
003735 FD  GoodsReceivedFile.
003742     COPY "GOODSRCV.CPY" REPLACING ==REC-NAME== BY ==RecvRec==.
003749
003756 FD  OperatorFile.
003763 01  OperatorFileRec        PIC X(48).
003770
003777 FD  AuditFile.
003784     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
003791
003800 WORKING-STORAGE SECTION.
003900 01  WS-Stock-File-Status      PIC XX.
004000 01  WS-Oil-Product-File-Status PIC XX.
004050 01  WS-Purch-Order-File-Status PIC XX.
004070 01  WS-Goods-Recv-File-Status PIC XX.
004100
004200 01  WS-Stock-EOF              PIC 9       VALUE 0.
004300     88 Stock-EOF                          VALUE 1.
004400 01  WS-Oil-Product-EOF        PIC 9       VALUE 0.
004500     88 Oil-Product-EOF                    VALUE 1.
004530 01  WS-Purch-Order-EOF        PIC 9       VALUE 0.
004560     88 Purch-Order-EOF                    VALUE 1.
004600
004700 01  Stock-Table.
004800     02  SKT-Entry OCCURS 200 TIMES INDEXED BY SKT-Idx.
004900         03  SKT-Active        PIC 9       VALUE 0.
005000         03  SKT-On-Hand       PIC S9(7)   VALUE ZEROS.
005100         03  SKT-Last-Move     PIC 9(8)    VALUE ZEROS.
005150         03  SKT-Avg-Cost      PIC 99V9(4) VALUE ZEROS.
005200
005300 01  Oil-Master-Table.
005400     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
005600         03  OMT-Oil-Desc      PIC X(20)   VALUE SPACES.
005700         03  OMT-Unit-Measure  PIC X(4)    VALUE SPACES.
005800
005805 01  PO-Line-Table.
005810*    Every line on PURCHORD.DAT, open or closed, in file order;
005815*    each entry is laid out exactly as PURCHORD.CPY so the whole
005820*    line moves in and out of the record in one MOVE.
005825     02  WS-PO-Line-Count      PIC 9(4)    VALUE ZEROS.
005830     02  POT-Entry OCCURS 2000 TIMES INDEXED BY POT-Idx.
005835         03  POT-Num           PIC 9(6).
005840         03  POT-Line-Num      PIC 99.
005845         03  POT-Supp-Id       PIC X(5).
005850         03  POT-Order-Date    PIC 9(8).
005855         03  POT-Due-Date      PIC 9(8).
005860         03  POT-Oil-Num       PIC 999.
005865         03  POT-Qty-Ordered   PIC 9(6).
005870         03  POT-Qty-Received  PIC 9(6).
005875         03  POT-Last-Recv     PIC 9(8).
005880         03  POT-Line-Status   PIC X.
005885             88 POT-Line-Open              VALUE "O".
005890             88 POT-Line-Closed            VALUE "C".
005895
005900 01  WS-Oil-Num                PIC 999.
006000 01  WS-Qty-Received           PIC 9(6).
006020 01  WS-Unit-Cost              PIC 99V99.
006040 01  WS-Cost-Display           PIC $99.99.
006060 01  WS-Avg-Cost-Display       PIC $99.9999.
006100 01  WS-On-Hand-Display        PIC -Z(6)9.
006200 01  WS-Todays-Date            PIC 9(8).
006300 01  WS-Receipt-Count          PIC 9(4)    VALUE ZEROS.
006310 01  WS-PO-Num                 PIC 9(6).
006320 01  WS-PO-Line                PIC 99.
006330 01  WS-PO-Sub                 PIC 9(4)    VALUE ZEROS.
006340 01  WS-Open-Line-Count        PIC 99      VALUE ZEROS.
006350 01  WS-Outstanding            PIC S9(7)   VALUE ZEROS.
006360 01  WS-Qty-Display            PIC -Z(6)9.
006370 01  WS-Close-Reply            PIC X       VALUE "N".
006380     88 Close-Short                        VALUE "Y" "y".
006400 01  WS-Continue               PIC X       VALUE "Y".
006500     88 Keep-Going                         VALUE "Y" "y".
006505
006510 01  WS-Operator-File-Status PIC XX.
006515 01  WS-Audit-File-Status   PIC XX.
006520     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
006525 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
006530 01  WS-Sign-On-Password    PIC X(8).
006535 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
006540 01  WS-Signed-On           PIC 9       VALUE 0.
006545     88 Signed-On                       VALUE 1.
006550 01  WS-Operator-Found      PIC 9       VALUE 0.
006555     88 Operator-Found                  VALUE 1.
006560 01  WS-Operator-EOF        PIC 9       VALUE 0.
006565     88 Operator-EOF                    VALUE 1.
006570 01  WS-Audit-Key           PIC X(20).
006575 01  WS-Audit-Field         PIC X(12).
006580 01  WS-Audit-Old-Value     PIC X(30).
006585 01  WS-Audit-New-Value     PIC X(30).
006590 01  WS-Audit-Old-On-Hand      PIC X(30).
006595 01  WS-Audit-Old-Avg-Cost     PIC X(30).
006600
006700 PROCEDURE DIVISION.
006800 Record-Goods-Received.
006900     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Todays-Date.
006950     PERFORM Sign-On-Operator.
007000     PERFORM Load-Oil-Master.
007100     PERFORM Load-Existing-Stock.
007150     PERFORM Load-PO-Lines.
007160     OPEN EXTEND GoodsReceivedFile.
007170     IF WS-Goods-Recv-File-Status NOT = "00"
007180         OPEN OUTPUT GoodsReceivedFile
007190     END-IF.
007200     PERFORM Accept-Deliveries-From-Operator
007300         UNTIL NOT Keep-Going.
007350     CLOSE GoodsReceivedFile.
007400     PERFORM Rewrite-Stock-File.
007450     PERFORM Rewrite-PO-File.
007500     DISPLAY "OilGoodsIn: " WS-Receipt-Count
007600         " deliveries recorded.".
007700     STOP RUN.
011400                 MOVE ST-On-Hand TO SKT-On-Hand(ST-Oil-Num)
011500                 MOVE ST-Last-Move-Date TO
011600                     SKT-Last-Move(ST-Oil-Num)
011620                 IF ST-Avg-Cost IS NUMERIC
011640                     MOVE ST-Avg-Cost TO SKT-Avg-Cost(ST-Oil-Num)
011660                 END-IF
011700             ELSE
011800                 DISPLAY "OILSTOCK.DAT bad oil number "
011900                     ST-Oil-Num " -- entry skipped."
012700         DISPLAY "OILSTOCK.DAT not found -- starting new file."
012800     END-IF.
012900
012903 Load-PO-Lines.
012906     MOVE 0 TO WS-Purch-Order-EOF.
012909     OPEN INPUT PurchOrderFile.
012912     IF WS-Purch-Order-File-Status NOT = "00"
012915         DISPLAY "PURCHORD.DAT not found -- raise purchase"
012918             " orders with OilPORaise before receiving."
012921         MOVE 1 TO RETURN-CODE
012924         STOP RUN
012927     END-IF.
012930     READ PurchOrderFile
012933         AT END SET Purch-Order-EOF TO TRUE
012936     END-READ.
012939     PERFORM UNTIL Purch-Order-EOF OR WS-PO-Line-Count >= 2000
012942         ADD 1 TO WS-PO-Line-Count
012945         MOVE PurchOrdRec TO POT-Entry(WS-PO-Line-Count)
012948         READ PurchOrderFile
012951             AT END SET Purch-Order-EOF TO TRUE
012954         END-READ
012957     END-PERFORM.
012960     CLOSE PurchOrderFile.
012963*    The whole file is rewritten at the end, so a file larger
012966*    than the table must stop here rather than lose lines.
012969     IF NOT Purch-Order-EOF
012972         DISPLAY "PURCHORD.DAT holds more than 2000 lines --"
012975             " raise the POT-Entry table size. Nothing recorded."
012978         MOVE 1 TO RETURN-CODE
012981         STOP RUN
012984     END-IF.
012987
013000 Accept-Deliveries-From-Operator.
013070     DISPLAY "Purchase order number received against: ".
013140     ACCEPT WS-PO-Num.
013210     PERFORM Show-Open-PO-Lines.
013280     IF WS-Open-Line-Count = ZERO
013350         DISPLAY "PO " WS-PO-Num " has no open lines --"
013420             " delivery refused."
013500     ELSE
013550         DISPLAY "PO line delivered: "
013600         ACCEPT WS-PO-Line
013650         PERFORM Find-PO-Line
013700         IF WS-PO-Sub = ZERO
013750             DISPLAY "PO " WS-PO-Num " has no open line "
013800                 WS-PO-Line " -- delivery refused."
013900         ELSE
014080             MOVE POT-Oil-Num(WS-PO-Sub) TO WS-Oil-Num
014260             IF WS-Oil-Num < 1 OR WS-Oil-Num > 200
014440                OR OMT-On-File(WS-Oil-Num) = 0
014620                 DISPLAY "Oil " WS-Oil-Num " is not on the"
014800                     " product master -- delivery refused."
015000             ELSE
015500                 PERFORM Receive-Against-PO-Line
016000             END-IF
016100         END-IF
016200     END-IF.
017000             MOVE SKT-Idx TO ST-Oil-Num
017100             MOVE SKT-On-Hand(SKT-Idx) TO ST-On-Hand
017200             MOVE SKT-Last-Move(SKT-Idx) TO ST-Last-Move-Date
017250             MOVE SKT-Avg-Cost(SKT-Idx) TO ST-Avg-Cost
017300             WRITE StockRec
017400         END-IF
017500     END-PERFORM.
017600     CLOSE StockFile.
017700
017800 Show-Open-PO-Lines.
017900     MOVE ZEROS TO WS-Open-Line-Count.
018000     PERFORM VARYING POT-Idx FROM 1 BY 1
018100             UNTIL POT-Idx > WS-PO-Line-Count
018200         IF POT-Num(POT-Idx) = WS-PO-Num
018300            AND POT-Line-Open(POT-Idx)
018400             ADD 1 TO WS-Open-Line-Count
018500             IF WS-Open-Line-Count = 1
018600                 DISPLAY "PO " WS-PO-Num " supplier "
018700                     POT-Supp-Id(POT-Idx) " -- open lines:"
018800             END-IF
018900             DISPLAY "  Line " POT-Line-Num(POT-Idx)
019000                 "  oil " POT-Oil-Num(POT-Idx) " "
019100                 OMT-Oil-Desc(POT-Oil-Num(POT-Idx))
019200                 "  ordered " POT-Qty-Ordered(POT-Idx)
019300                 "  received " POT-Qty-Received(POT-Idx)
019400         END-IF
019500     END-PERFORM.
019600
019700 Find-PO-Line.
019800     MOVE ZEROS TO WS-PO-Sub.
019900     PERFORM VARYING POT-Idx FROM 1 BY 1
020000             UNTIL POT-Idx > WS-PO-Line-Count
020100         IF POT-Num(POT-Idx) = WS-PO-Num
020200            AND POT-Line-Num(POT-Idx) = WS-PO-Line
020300            AND POT-Line-Open(POT-Idx)
020400             SET WS-PO-Sub TO POT-Idx
020500         END-IF
020600     END-PERFORM.
020700
020800 Receive-Against-PO-Line.
020900     DISPLAY "Oil " WS-Oil-Num " is "
021000         OMT-Oil-Desc(WS-Oil-Num) " ("
021100         OMT-Unit-Measure(WS-Oil-Num) ")".
021200     MOVE SKT-On-Hand(WS-Oil-Num) TO WS-On-Hand-Display.
021300     DISPLAY "On hand now: " WS-On-Hand-Display.
021400     COMPUTE WS-Outstanding = POT-Qty-Ordered(WS-PO-Sub)
021500         - POT-Qty-Received(WS-PO-Sub).
021600     MOVE WS-Outstanding TO WS-Qty-Display.
021700     DISPLAY "Outstanding on this line: " WS-Qty-Display.
021800     DISPLAY "Quantity received: ".
021900     ACCEPT WS-Qty-Received.
022000     IF WS-Qty-Received = ZERO
022100         DISPLAY "Zero quantity -- nothing recorded."
022200     ELSE
022300         MOVE SKT-Avg-Cost(WS-Oil-Num) TO WS-Cost-Display
022400         DISPLAY "Unit cost on the delivery note (average now "
022500             WS-Cost-Display "): "
022600         ACCEPT WS-Unit-Cost
022700         PERFORM Note-Stock-Before
022800         PERFORM Work-Average-Cost
022900         MOVE 1 TO SKT-Active(WS-Oil-Num)
023000         ADD WS-Qty-Received TO SKT-On-Hand(WS-Oil-Num)
023100         MOVE WS-Todays-Date TO SKT-Last-Move(WS-Oil-Num)
023200         ADD 1 TO WS-Receipt-Count
023300         ADD WS-Qty-Received TO POT-Qty-Received(WS-PO-Sub)
023400         MOVE WS-Todays-Date TO POT-Last-Recv(WS-PO-Sub)
023500         MOVE SKT-On-Hand(WS-Oil-Num) TO WS-On-Hand-Display
023600         DISPLAY "Recorded. On hand is now " WS-On-Hand-Display
023700         MOVE SKT-Avg-Cost(WS-Oil-Num) TO WS-Avg-Cost-Display
023800         DISPLAY "Average cost is now " WS-Avg-Cost-Display
023900         PERFORM Write-Goods-Received
024000         PERFORM Journal-Delivery
024100         COMPUTE WS-Outstanding = POT-Qty-Ordered(WS-PO-Sub)
024200             - POT-Qty-Received(WS-PO-Sub)
024300         EVALUATE TRUE
024400             WHEN WS-Outstanding = ZERO
024500                 SET POT-Line-Closed(WS-PO-Sub) TO TRUE
024600                 DISPLAY "PO line received in full -- closed."
024700             WHEN WS-Outstanding < ZERO
024800                 SET POT-Line-Closed(WS-PO-Sub) TO TRUE
024900                 COMPUTE WS-Qty-Display = 0 - WS-Outstanding
025000                 DISPLAY "OVER-DELIVERED by " WS-Qty-Display
025100                     " -- line closed; purchasing will see it"
025200                     " on OilPOStatus."
025300             WHEN OTHER
025400                 MOVE WS-Outstanding TO WS-Qty-Display
025500                 DISPLAY "Short by " WS-Qty-Display
025600                     ". Close the line short -- no more"
025700                     " coming? (Y/N): "
025800                 ACCEPT WS-Close-Reply
025900                 IF Close-Short
026000                     SET POT-Line-Closed(WS-PO-Sub) TO TRUE
026100                     DISPLAY "PO line closed short."
026200                 ELSE
026300                     DISPLAY "PO line left open for the balance."
026400                 END-IF
026500         END-EVALUATE
026600         IF POT-Line-Closed(WS-PO-Sub)
026700             PERFORM Journal-PO-Line-Closed
026800         END-IF
026900     END-IF.
027000
027100 Work-Average-Cost.
027200*    Old stock at the old average plus the delivery at its own
027300*    cost, over the new total. Nothing (or less) on hand, or
027400*    stock carried in before costs were kept (no average yet),
027500*    means the delivery is the only cost worth weighing.
027600     IF SKT-On-Hand(WS-Oil-Num) > ZERO
027700        AND SKT-Avg-Cost(WS-Oil-Num) > ZERO
027800         COMPUTE SKT-Avg-Cost(WS-Oil-Num) ROUNDED =
027900             (SKT-On-Hand(WS-Oil-Num) * SKT-Avg-Cost(WS-Oil-Num)
028000              + WS-Qty-Received * WS-Unit-Cost)
028100             / (SKT-On-Hand(WS-Oil-Num) + WS-Qty-Received)
028200     ELSE
028300         MOVE WS-Unit-Cost TO SKT-Avg-Cost(WS-Oil-Num)
028400     END-IF.
028500
028600 Write-Goods-Received.
028700     MOVE WS-Todays-Date TO GR-Recv-Date.
028800     MOVE POT-Num(WS-PO-Sub) TO GR-PO-Num.
028900     MOVE POT-Line-Num(WS-PO-Sub) TO GR-PO-Line.
029000     MOVE POT-Supp-Id(WS-PO-Sub) TO GR-Supp-Id.
029100     MOVE WS-Oil-Num TO GR-Oil-Num.
029200     MOVE WS-Qty-Received TO GR-Qty-Received.
029300     MOVE WS-Unit-Cost TO GR-Unit-Cost.
029400     MOVE SKT-Avg-Cost(WS-Oil-Num) TO GR-Avg-Cost.
029500     WRITE RecvRec.
029600
029700 Rewrite-PO-File.
029800     OPEN OUTPUT PurchOrderFile.
029900     PERFORM VARYING POT-Idx FROM 1 BY 1
030000             UNTIL POT-Idx > WS-PO-Line-Count
030100         MOVE POT-Entry(POT-Idx) TO PurchOrdRec
030200         WRITE PurchOrdRec
030300     END-PERFORM.
030400     CLOSE PurchOrderFile.
030500
030600 Note-Stock-Before.
030700     MOVE SKT-On-Hand(WS-Oil-Num) TO WS-On-Hand-Display.
030800     MOVE WS-On-Hand-Display TO WS-Audit-Old-On-Hand.
030900     MOVE SKT-Avg-Cost(WS-Oil-Num) TO WS-Avg-Cost-Display.
031000     MOVE WS-Avg-Cost-Display TO WS-Audit-Old-Avg-Cost.
031100
031200 Journal-Delivery.
031300*    On-hand and average cost after the delivery are still in
031400*    the display fields from the "Recorded" messages.
031500     MOVE SPACES TO WS-Audit-Key.
031600     STRING "OIL " WS-Oil-Num " PO " POT-Num(WS-PO-Sub) "/"
031700         POT-Line-Num(WS-PO-Sub) DELIMITED BY SIZE
031800         INTO WS-Audit-Key.
031900     MOVE "ON-HAND" TO WS-Audit-Field.
032000     MOVE WS-Audit-Old-On-Hand TO WS-Audit-Old-Value.
032100     MOVE WS-On-Hand-Display TO WS-Audit-New-Value.
032200     PERFORM Write-Audit-Entry.
032300     MOVE "AVG-COST" TO WS-Audit-Field.
032400     MOVE WS-Audit-Old-Avg-Cost TO WS-Audit-Old-Value.
032500     MOVE WS-Avg-Cost-Display TO WS-Audit-New-Value.
032600     PERFORM Audit-If-Changed.
032700
032800 Journal-PO-Line-Closed.
032900     MOVE "PO-LINE" TO WS-Audit-Field.
033000     MOVE "OPEN" TO WS-Audit-Old-Value.
033100     EVALUATE TRUE
033200         WHEN WS-Outstanding = ZERO
033300             MOVE "CLOSED" TO WS-Audit-New-Value
033400         WHEN WS-Outstanding < ZERO
033500             MOVE "CLOSED OVER-DELIVERED" TO WS-Audit-New-Value
033600         WHEN OTHER
033700             MOVE "CLOSED SHORT" TO WS-Audit-New-Value
033800     END-EVALUATE.
033900     PERFORM Write-Audit-Entry.
034000
034100 Sign-On-Operator.
034200*    The operator signs on against OPERATOR.DAT before any work is
034300*    taken; three refusals end the session. Every try is written
034400*    to AUDIT.JRN.
034500     MOVE 0 TO WS-Sign-On-Tries.
034600     PERFORM Try-One-Sign-On
034700         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
034800     IF NOT Signed-On
034900         DISPLAY "Sign-on refused -- see the security officer."
035000         MOVE 1 TO RETURN-CODE
035100         STOP RUN
035200     END-IF.
035300     IF NOT OR-May-Receive-Goods
035400         DISPLAY "Operator " WS-Sign-On-Id
035500             " does not hold the goods-in authority."
035600         MOVE SPACES TO WS-Audit-Key
035700         MOVE SPACES TO WS-Audit-Old-Value
035800         MOVE "SIGN-ON" TO WS-Audit-Field
035900         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
036000         PERFORM Write-Audit-Entry
036100         MOVE 1 TO RETURN-CODE
036200         STOP RUN
036300     END-IF.
036400
036500 Try-One-Sign-On.
036600     ADD 1 TO WS-Sign-On-Tries.
036700     DISPLAY "Operator id: ".
036800     ACCEPT WS-Sign-On-Id.
036900     DISPLAY "Password: ".
037000     ACCEPT WS-Sign-On-Password.
037100     PERFORM Find-Operator.
037200     MOVE SPACES TO WS-Audit-Key.
037300     MOVE SPACES TO WS-Audit-Old-Value.
037400     MOVE "SIGN-ON" TO WS-Audit-Field.
037500     IF Operator-Found AND OR-Active
037600             AND OR-Password = WS-Sign-On-Password
037700         SET Signed-On TO TRUE
037800         MOVE "ACCEPTED" TO WS-Audit-New-Value
037900         DISPLAY "Signed on as " OR-Operator-Name
038000     ELSE
038100         MOVE "REFUSED" TO WS-Audit-New-Value
038200         DISPLAY "Operator id or password not accepted."
038300     END-IF.
038400     PERFORM Write-Audit-Entry.
038500
038600 Find-Operator.
038700     MOVE 0 TO WS-Operator-Found.
038800     MOVE 0 TO WS-Operator-EOF.
038900     OPEN INPUT OperatorFile.
039000     IF WS-Operator-File-Status NOT = "00"
039100         DISPLAY "OPERATOR.DAT not found -- the security officer"
039200             " sets up operators with OperMaint."
039300         MOVE 1 TO RETURN-CODE
039400         STOP RUN
039500     END-IF.
039600     PERFORM UNTIL Operator-EOF OR Operator-Found
039700         MOVE SPACES TO SignOnRec
039800         READ OperatorFile INTO SignOnRec
039900             AT END
040000                 SET Operator-EOF TO TRUE
040100             NOT AT END
040200                 IF OR-Operator-Id = WS-Sign-On-Id
040300                         AND WS-Sign-On-Id NOT = SPACES
040400                     SET Operator-Found TO TRUE
040500                 END-IF
040600         END-READ
040700     END-PERFORM.
040800     CLOSE OperatorFile.
040900
041000 Audit-If-Changed.
041100     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
041200         PERFORM Write-Audit-Entry
041300     END-IF.
041400
041500 Write-Audit-Entry.
041600*    One line on the common change journal AUDIT.JRN.
041700     OPEN EXTEND AuditFile.
041800     IF WS-Audit-File-Status NOT = "00"
041900         OPEN OUTPUT AuditFile
042000     END-IF.
042100     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
042200     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
042300     MOVE WS-Sign-On-Id TO AJ-Operator.
042400     MOVE "OILGOODSIN" TO AJ-Program.
042500     MOVE WS-Audit-Key TO AJ-Record-Key.
042600     MOVE WS-Audit-Field TO AJ-Field.
042700     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
042800     MOVE WS-Audit-New-Value TO AJ-New-Value.
042900     WRITE AuditRec.
043000     CLOSE AuditFile.
