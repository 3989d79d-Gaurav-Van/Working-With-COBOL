008000         03  SKT-Active     PIC 9       VALUE 0.
008100         03  SKT-On-Hand    PIC S9(7)   VALUE ZEROS.
008200         03  SKT-Last-Move  PIC 9(8)    VALUE ZEROS.
008250         03  SKT-Avg-Cost   PIC 99V9(4) VALUE ZEROS.
008300
008400 01  Oil-Master-Table.
008500     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
020300                 MOVE ST-On-Hand TO SKT-On-Hand(ST-Oil-Num)
020400                 MOVE ST-Last-Move-Date TO
020500                     SKT-Last-Move(ST-Oil-Num)
020520                 IF ST-Avg-Cost IS NUMERIC
020540                     MOVE ST-Avg-Cost TO SKT-Avg-Cost(ST-Oil-Num)
020560                 END-IF
020600             END-IF
020700             READ StockFile
020800                 AT END SET Stock-EOF TO TRUE
027500             MOVE SKT-Idx TO ST-Oil-Num
027600             MOVE SKT-On-Hand(SKT-Idx) TO ST-On-Hand
027700             MOVE SKT-Last-Move(SKT-Idx) TO ST-Last-Move-Date
027750             MOVE SKT-Avg-Cost(SKT-Idx) TO ST-Avg-Cost
027800             WRITE StockRec
027900         END-IF
028000     END-PERFORM.
