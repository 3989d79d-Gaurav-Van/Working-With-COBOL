000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilCountEntry.
000300* Keys the quantities counted on the stock-take count sheets
000400* OilCountSheet printed. Loads the stock-take in progress from
000500* STKCOUNT.DAT, signs on the operator keying, then
000600* one count at a time: the oil number off the sheet, with the
000700* OILPROD.DAT description and OM-Unit-Measure echoed back as a
000800* visual check (the book figure is never shown -- the count
000900* must stand on its own), and the quantity counted in that
001000* unit. An oil not on the stock-take, or on one already
001100* posted, is refused. Keying an oil a second time shows the
001200* count already held and asks before replacing it, so a
001300* recount can be keyed over a miscount.
001400* STKCOUNT.DAT is rewritten at the end of the session with the
001500* counts marked counted, and the oils still uncounted are
001600* listed so the sheets can be chased. The session can be run
001700* as many times as it takes to key every sheet;
001800* OilCountVariance reports the differences whenever wanted.
001810* The operator signs on against OPERATOR.DAT and must hold the
001820* goods-in authority. The id signed on is recorded against every
001830* count keyed, in place of initials, so OilCountPost can refuse
001840* to let the same operator approve the variances.
001850* Every count keyed or replaced goes to AUDIT.JRN, field
001860* COUNTED-QTY, with the count it replaced (blank if none).
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT CountFile ASSIGN TO "STKCOUNT.DAT"
002400              ORGANIZATION IS LINE SEQUENTIAL
002500              FILE STATUS IS WS-Count-File-Status.
002600
002700     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
002800              ORGANIZATION IS LINE SEQUENTIAL
002900              FILE STATUS IS WS-Oil-Product-File-Status.
002910
002920     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002930              ORGANIZATION IS LINE SEQUENTIAL
002940              FILE STATUS IS WS-Operator-File-Status.
002950
002960     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002970              ORGANIZATION IS LINE SEQUENTIAL
002980              FILE STATUS IS WS-Audit-File-Status.
003000
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  CountFile.
003400     COPY "STKCOUNT.CPY" REPLACING ==REC-NAME== BY ==CountRec==.
003500
003600 FD  OilProductFile.
003700     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
003710
003720 FD  OperatorFile.
003730 01  OperatorFileRec          PIC X(48).
003740
003750 FD  AuditFile.
003760     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
003800
003900 WORKING-STORAGE SECTION.
004000 01  WS-Count-File-Status      PIC XX.
004100 01  WS-Oil-Product-File-Status PIC XX.
004110 01  WS-Operator-File-Status  PIC XX.
004120 01  WS-Audit-File-Status     PIC XX.
004200
004300 01  WS-Count-EOF              PIC 9       VALUE 0.
004400     88 Count-EOF                          VALUE 1.
004500 01  WS-Oil-Product-EOF        PIC 9       VALUE 0.
004600     88 Oil-Product-EOF                    VALUE 1.
004700
004800 01  Count-Table.
004900     02  CNT-Entry OCCURS 200 TIMES INDEXED BY CNT-Idx.
005000         03  CNT-Active        PIC 9       VALUE 0.
005100         03  CNT-Count-Date    PIC 9(8)    VALUE ZEROS.
005200         03  CNT-Book-Qty      PIC S9(7)   VALUE ZEROS.
005300         03  CNT-Counted-Qty   PIC 9(7)    VALUE ZEROS.
005400         03  CNT-Counted-By    PIC X(6)    VALUE SPACES.
005500         03  CNT-Count-Status  PIC X       VALUE SPACE.
005600             88 CNT-Uncounted              VALUE "U".
005700             88 CNT-Counted                VALUE "C".
005800             88 CNT-Posted                 VALUE "P".
005900
006000 01  Oil-Master-Table.
006100     02  OMT-Entry OCCURS 200 TIMES INDEXED BY OMT-Idx.
006200         03  OMT-Oil-Desc      PIC X(20)   VALUE SPACES.
006300         03  OMT-Unit-Measure  PIC X(4)    VALUE SPACES.
006400
006500 01  WS-Oil-Num                PIC 999.
006600 01  WS-Qty-Counted            PIC 9(7).
006700 01  WS-Qty-Display            PIC Z(6)9.
006900 01  WS-Keyed-Count            PIC 9(4)    VALUE ZEROS.
007000 01  WS-Open-Count             PIC 9(4)    VALUE ZEROS.
007100 01  WS-Uncounted-Count        PIC 9(4)    VALUE ZEROS.
007200 01  WS-Replace-Reply          PIC X       VALUE "N".
007300     88 Replace-Count                      VALUE "Y" "y".
007400 01  WS-Continue               PIC X       VALUE "Y".
007500     88 Keep-Going                         VALUE "Y" "y".
007510
007515     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
007520 01  WS-Sign-On-Id             PIC X(6)    VALUE SPACES.
007525 01  WS-Sign-On-Password       PIC X(8).
007530 01  WS-Sign-On-Tries          PIC 9       VALUE 0.
007535 01  WS-Signed-On              PIC 9       VALUE 0.
007540     88 Signed-On                          VALUE 1.
007545 01  WS-Operator-Found         PIC 9       VALUE 0.
007550     88 Operator-Found                     VALUE 1.
007555 01  WS-Operator-EOF           PIC 9       VALUE 0.
007560     88 Operator-EOF                       VALUE 1.
007565 01  WS-Audit-Key              PIC X(20).
007570 01  WS-Audit-Field            PIC X(12).
007575 01  WS-Audit-Old-Value        PIC X(30).
007580 01  WS-Audit-New-Value        PIC X(30).
007600
007700 PROCEDURE DIVISION.
007800 Record-Stock-Counts.
007850     PERFORM Sign-On-Operator.
007900     PERFORM Load-Stock-Take.
008000     PERFORM Load-Oil-Master.
008500     PERFORM Accept-Counts-From-Operator
008600         UNTIL NOT Keep-Going.
008700     PERFORM Rewrite-Count-File.
008800     PERFORM List-Uncounted-Oils.
008900     DISPLAY "OilCountEntry: " WS-Keyed-Count
009000         " counts keyed, " WS-Uncounted-Count
009100         " oils still to count.".
009150     MOVE 0 TO RETURN-CODE.
009200     STOP RUN.
009300
009400 Load-Stock-Take.
009500     MOVE 0 TO WS-Count-EOF.
009600     OPEN INPUT CountFile.
009700     IF WS-Count-File-Status NOT = "00"
009800         DISPLAY "STKCOUNT.DAT not found -- start the stock-take"
009900             " with OilCountSheet."
010000         MOVE 1 TO RETURN-CODE
010100         STOP RUN
010200     END-IF.
010300     READ CountFile
010400         AT END SET Count-EOF TO TRUE
010500     END-READ.
010600     PERFORM UNTIL Count-EOF
010700         IF SC-Oil-Num >= 1 AND SC-Oil-Num <= 200
010800             MOVE 1 TO CNT-Active(SC-Oil-Num)
010900             MOVE SC-Count-Date TO CNT-Count-Date(SC-Oil-Num)
011000             MOVE SC-Book-Qty TO CNT-Book-Qty(SC-Oil-Num)
011100             MOVE SC-Counted-Qty TO CNT-Counted-Qty(SC-Oil-Num)
011200             MOVE SC-Counted-By TO CNT-Counted-By(SC-Oil-Num)
011300             MOVE SC-Count-Status TO
011400                 CNT-Count-Status(SC-Oil-Num)
011500             IF NOT SC-Posted
011600                 ADD 1 TO WS-Open-Count
011700             END-IF
011800         ELSE
011900             DISPLAY "STKCOUNT.DAT bad oil number "
012000                 SC-Oil-Num " -- entry skipped."
012100         END-IF
012200         READ CountFile
012300             AT END SET Count-EOF TO TRUE
012400         END-READ
012500     END-PERFORM.
012600     CLOSE CountFile.
012700     IF WS-Open-Count = ZERO
012800         DISPLAY "STKCOUNT.DAT holds no stock-take awaiting"
012900             " counts -- start one with OilCountSheet."
013000         MOVE 1 TO RETURN-CODE
013100         STOP RUN
013200     END-IF.
013300
013400 Load-Oil-Master.
013500     MOVE 0 TO WS-Oil-Product-EOF.
013600     OPEN INPUT OilProductFile.
013700     IF WS-Oil-Product-File-Status = "00"
013800         READ OilProductFile
013900             AT END SET Oil-Product-EOF TO TRUE
014000         END-READ
014100         PERFORM UNTIL Oil-Product-EOF
014200             IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
014300                 MOVE OM-Oil-Desc TO OMT-Oil-Desc(OM-Oil-Num)
014400                 MOVE OM-Unit-Measure TO
014500                     OMT-Unit-Measure(OM-Oil-Num)
014600             END-IF
014700             READ OilProductFile
014800                 AT END SET Oil-Product-EOF TO TRUE
014900             END-READ
015000         END-PERFORM
015100         CLOSE OilProductFile
015200     ELSE
015300         DISPLAY "OILPROD.DAT not found -- descriptions blank."
015400     END-IF.
015500
015600 Accept-Counts-From-Operator.
015700     DISPLAY "Oil number counted: ".
015800     ACCEPT WS-Oil-Num.
015900     IF WS-Oil-Num < 1 OR WS-Oil-Num > 200
016000         DISPLAY "Oil " WS-Oil-Num " is not on the stock-take"
016100             " -- count refused."
016200     ELSE
016300         IF CNT-Active(WS-Oil-Num) = 0
016400             DISPLAY "Oil " WS-Oil-Num " is not on the stock-take"
016500                 " -- count refused."
016600         ELSE
016700             IF CNT-Posted(WS-Oil-Num)
016800                 DISPLAY "Oil " WS-Oil-Num " has already been"
016900                     " posted -- count refused."
017000             ELSE
017100                 PERFORM Key-One-Count
017200             END-IF
017300         END-IF
017400     END-IF.
017500     DISPLAY "Key another count? (Y/N): ".
017600     ACCEPT WS-Continue.
017700
017800 Key-One-Count.
017900     DISPLAY "Oil " WS-Oil-Num " is "
018000         OMT-Oil-Desc(WS-Oil-Num) " ("
018100         OMT-Unit-Measure(WS-Oil-Num) ")".
018200     MOVE "Y" TO WS-Replace-Reply.
018300     IF CNT-Counted(WS-Oil-Num)
018400         MOVE CNT-Counted-Qty(WS-Oil-Num) TO WS-Qty-Display
018500         DISPLAY "Already counted " WS-Qty-Display " by "
018600             CNT-Counted-By(WS-Oil-Num)
018700             ". Replace the count? (Y/N): "
018800         ACCEPT WS-Replace-Reply
018900     END-IF.
019000     IF Replace-Count
019100         DISPLAY "Quantity counted: "
019200         ACCEPT WS-Qty-Counted
019250         PERFORM Save-Old-Count
019300         MOVE WS-Qty-Counted TO CNT-Counted-Qty(WS-Oil-Num)
019400         MOVE WS-Sign-On-Id TO CNT-Counted-By(WS-Oil-Num)
019500         SET CNT-Counted(WS-Oil-Num) TO TRUE
019600         ADD 1 TO WS-Keyed-Count
019700         MOVE WS-Qty-Counted TO WS-Qty-Display
019750         PERFORM Journal-Count
019800         DISPLAY "Recorded " WS-Qty-Display " "
019900             OMT-Unit-Measure(WS-Oil-Num) "."
020000     ELSE
020100         DISPLAY "Count left as it was."
020200     END-IF.
020300
020400 Rewrite-Count-File.
020500     OPEN OUTPUT CountFile.
020600     PERFORM VARYING CNT-Idx FROM 1 BY 1 UNTIL CNT-Idx > 200
020700         IF CNT-Active(CNT-Idx) = 1
020800             MOVE CNT-Idx TO SC-Oil-Num
020900             MOVE CNT-Count-Date(CNT-Idx) TO SC-Count-Date
021000             MOVE CNT-Book-Qty(CNT-Idx) TO SC-Book-Qty
021100             MOVE CNT-Counted-Qty(CNT-Idx) TO SC-Counted-Qty
021200             MOVE CNT-Counted-By(CNT-Idx) TO SC-Counted-By
021300             MOVE CNT-Count-Status(CNT-Idx) TO SC-Count-Status
021400             WRITE CountRec
021500         END-IF
021600     END-PERFORM.
021700     CLOSE CountFile.
021800
021900 List-Uncounted-Oils.
022000     PERFORM VARYING CNT-Idx FROM 1 BY 1 UNTIL CNT-Idx > 200
022100         IF CNT-Active(CNT-Idx) = 1
022200            AND CNT-Uncounted(CNT-Idx)
022300             ADD 1 TO WS-Uncounted-Count
022400             IF WS-Uncounted-Count = 1
022500                 DISPLAY "Oils not yet counted:"
022600             END-IF
022700             MOVE CNT-Idx TO WS-Oil-Num
022800             DISPLAY "  " WS-Oil-Num " " OMT-Oil-Desc(CNT-Idx)
022900         END-IF
023000     END-PERFORM.
023100
023105 Save-Old-Count.
023110     MOVE SPACES TO WS-Audit-Old-Value.
023115     IF CNT-Counted(WS-Oil-Num)
023120         MOVE CNT-Counted-Qty(WS-Oil-Num) TO WS-Qty-Display
023125         MOVE WS-Qty-Display TO WS-Audit-Old-Value
023130     END-IF.
023135
023140 Journal-Count.
023145*    Keyed as OilCountPost keys its ON-HAND rows.
023150     MOVE SPACES TO WS-Audit-Key.
023155     STRING "OIL " WS-Oil-Num " CNT " CNT-Count-Date(WS-Oil-Num)
023160         DELIMITED BY SIZE INTO WS-Audit-Key.
023165     MOVE "COUNTED-QTY" TO WS-Audit-Field.
023170     MOVE WS-Qty-Display TO WS-Audit-New-Value.
023175     PERFORM Write-Audit-Entry.
023180
023200 Sign-On-Operator.
023300*    The operator signs on against OPERATOR.DAT before any work is
023400*    taken; three refusals end the session. Every try is written
023500*    to AUDIT.JRN.
023600     MOVE 0 TO WS-Sign-On-Tries.
023700     PERFORM Try-One-Sign-On
023800         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
023900     IF NOT Signed-On
024000         DISPLAY "Sign-on refused -- see the security officer."
024100         MOVE 1 TO RETURN-CODE
024200         STOP RUN
024300     END-IF.
024400     IF NOT OR-May-Receive-Goods
024500         DISPLAY "Operator " WS-Sign-On-Id
024600             " does not hold the goods-in authority."
024700         MOVE SPACES TO WS-Audit-Key
024800         MOVE SPACES TO WS-Audit-Old-Value
024900         MOVE "SIGN-ON" TO WS-Audit-Field
025000         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
025100         PERFORM Write-Audit-Entry
025200         MOVE 1 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500
025600 Try-One-Sign-On.
025700     ADD 1 TO WS-Sign-On-Tries.
025800     DISPLAY "Operator id: ".
025900     ACCEPT WS-Sign-On-Id.
026000     DISPLAY "Password: ".
026100     ACCEPT WS-Sign-On-Password.
026200     PERFORM Find-Operator.
026300     MOVE SPACES TO WS-Audit-Key.
026400     MOVE SPACES TO WS-Audit-Old-Value.
026500     MOVE "SIGN-ON" TO WS-Audit-Field.
026600     IF Operator-Found AND OR-Active
026700             AND OR-Password = WS-Sign-On-Password
026800         SET Signed-On TO TRUE
026900         MOVE "ACCEPTED" TO WS-Audit-New-Value
027000         DISPLAY "Signed on as " OR-Operator-Name
027100     ELSE
027200         MOVE "REFUSED" TO WS-Audit-New-Value
027300         DISPLAY "Operator id or password not accepted."
027400     END-IF.
027500     PERFORM Write-Audit-Entry.
027600
027700 Find-Operator.
027800     MOVE 0 TO WS-Operator-Found.
027900     MOVE 0 TO WS-Operator-EOF.
028000     OPEN INPUT OperatorFile.
028100     IF WS-Operator-File-Status NOT = "00"
028200         DISPLAY "OPERATOR.DAT not found -- the security officer"
028300             " sets up operators with OperMaint."
028400         MOVE 1 TO RETURN-CODE
028500         STOP RUN
028600     END-IF.
028700     PERFORM UNTIL Operator-EOF OR Operator-Found
028800         MOVE SPACES TO SignOnRec
028900         READ OperatorFile INTO SignOnRec
029000             AT END
029100                 SET Operator-EOF TO TRUE
029200             NOT AT END
029300                 IF OR-Operator-Id = WS-Sign-On-Id
029400                         AND WS-Sign-On-Id NOT = SPACES
029500                     SET Operator-Found TO TRUE
029600                 END-IF
029700         END-READ
029800     END-PERFORM.
029900     CLOSE OperatorFile.
030000
030100 Write-Audit-Entry.
030200*    One line on the common change journal AUDIT.JRN.
030300     OPEN EXTEND AuditFile.
030400     IF WS-Audit-File-Status NOT = "00"
030500         OPEN OUTPUT AuditFile
030600     END-IF.
030700     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
030800     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
030900     MOVE WS-Sign-On-Id TO AJ-Operator.
031000     MOVE "OILCOUNTENTRY" TO AJ-Program.
031100     MOVE WS-Audit-Key TO AJ-Record-Key.
031200     MOVE WS-Audit-Field TO AJ-Field.
031300     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
031400     MOVE WS-Audit-New-Value TO AJ-New-Value.
031500     WRITE AuditRec.
031600     CLOSE AuditFile.
