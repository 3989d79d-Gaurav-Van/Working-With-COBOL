001400*so the "Current price is" prompt can show the oil's name as a
001500*visual check that the operator is pricing the right product;
001600*a missing OILPROD.DAT just leaves the names off the prompts.
001610*Prices are the finance supervisor's: the operator signs on
001620*against OPERATOR.DAT and must hold the price authority before
001630*any price is taken. Each new price is written to the common
001640*AUDIT.JRN as it is keyed -- operator, oil and effective date,
001650*the price in effect before and the new price.
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002500                  ORGANIZATION IS LINE SEQUENTIAL
002600                  FILE STATUS IS WS-Oil-Product-File-Status.
002700
002710        SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002720                  ORGANIZATION IS LINE SEQUENTIAL
002730                  FILE STATUS IS WS-Operator-File-Status.
002740
002750        SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002760                  ORGANIZATION IS LINE SEQUENTIAL
002770                  FILE STATUS IS WS-Audit-File-Status.
002780
002800 DATA DIVISION.
002900 FILE SECTION.
003000 FD OilPriceFile.
003200
003300 FD OilProductFile.
003400     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
003410
003420 FD OperatorFile.
003430 01  OperatorFileRec           PIC X(48).
003440
003450 FD AuditFile.
003460     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
003500
003600 WORKING-STORAGE SECTION.
003700
007100 01  WS-Continue                PIC X       VALUE "Y".
007200     88 Keep-Going                          VALUE "Y" "y".
007300
007305 01  WS-Operator-File-Status PIC XX.
007310 01  WS-Audit-File-Status   PIC XX.
007315     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
007320 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
007325 01  WS-Sign-On-Password    PIC X(8).
007330 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
007335 01  WS-Signed-On           PIC 9       VALUE 0.
007340     88 Signed-On                       VALUE 1.
007345 01  WS-Operator-Found      PIC 9       VALUE 0.
007350     88 Operator-Found                  VALUE 1.
007355 01  WS-Operator-EOF        PIC 9       VALUE 0.
007360     88 Operator-EOF                    VALUE 1.
007365 01  WS-Audit-Key           PIC X(20).
007370 01  WS-Audit-Field         PIC X(12).
007375 01  WS-Audit-Old-Value     PIC X(30).
007380 01  WS-Audit-New-Value     PIC X(30).
007385
007400 PROCEDURE DIVISION.
007500 Maintain-Oil-Prices.
007600     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Todays-Date.
007650     PERFORM Sign-On-Operator.
007700     PERFORM Load-Existing-Prices.
007800     PERFORM Load-Oil-Names.
007900     PERFORM Update-Prices-From-Operator
016100                     " append and rerun."
016200             ELSE
016300                 ADD 1 TO WS-New-Row-Count
016330                 MOVE OPT-Oil-Cost(WS-Oil-Num) TO WS-Cost-Display
016360                 MOVE WS-Cost-Display TO WS-Audit-Old-Value
016400                 MOVE WS-Oil-Num TO
016500                     NPT-Oil-Num(WS-New-Row-Count)
016600                 MOVE WS-New-Eff-Date-Num TO
017700                 MOVE WS-New-Eff-Date-Num TO WS-Eff-Date-Edited
017800                 DISPLAY "Oil " WS-Oil-Num " priced "
017900                     WS-Cost-Display " from " WS-Eff-Date-Edited
017930                 MOVE WS-Cost-Display TO WS-Audit-New-Value
017960                 PERFORM Journal-Price-Change
018000             END-IF
018100         END-IF
018200     END-IF.
020100         END-PERFORM
020200         CLOSE OilPriceFile
020300     END-IF.
020400
020500 Journal-Price-Change.
020600     MOVE SPACES TO WS-Audit-Key.
020700     STRING WS-Oil-Num " FROM " WS-New-Eff-Date-Num
020800         DELIMITED BY SIZE INTO WS-Audit-Key.
020900     MOVE "OIL-COST" TO WS-Audit-Field.
021000     PERFORM Write-Audit-Entry.
021100
021200 Sign-On-Operator.
021300*    The operator signs on against OPERATOR.DAT before any work is
021400*    taken; three refusals end the session. Every try is written
021500*    to AUDIT.JRN.
021600     MOVE 0 TO WS-Sign-On-Tries.
021700     PERFORM Try-One-Sign-On
021800         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
021900     IF NOT Signed-On
022000         DISPLAY "Sign-on refused -- see the security officer."
022100         MOVE 1 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400     IF NOT OR-May-Change-Prices
022500         DISPLAY "Operator " WS-Sign-On-Id
022600             " does not hold the price authority."
022700         MOVE SPACES TO WS-Audit-Key
022800         MOVE SPACES TO WS-Audit-Old-Value
022900         MOVE "SIGN-ON" TO WS-Audit-Field
023000         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
023100         PERFORM Write-Audit-Entry
023200         MOVE 1 TO RETURN-CODE
023300         STOP RUN
023400     END-IF.
023500
023600 Try-One-Sign-On.
023700     ADD 1 TO WS-Sign-On-Tries.
023800     DISPLAY "Operator id: ".
023900     ACCEPT WS-Sign-On-Id.
024000     DISPLAY "Password: ".
024100     ACCEPT WS-Sign-On-Password.
024200     PERFORM Find-Operator.
024300     MOVE SPACES TO WS-Audit-Key.
024400     MOVE SPACES TO WS-Audit-Old-Value.
024500     MOVE "SIGN-ON" TO WS-Audit-Field.
024600     IF Operator-Found AND OR-Active
024700             AND OR-Password = WS-Sign-On-Password
024800         SET Signed-On TO TRUE
024900         MOVE "ACCEPTED" TO WS-Audit-New-Value
025000         DISPLAY "Signed on as " OR-Operator-Name
025100     ELSE
025200         MOVE "REFUSED" TO WS-Audit-New-Value
025300         DISPLAY "Operator id or password not accepted."
025400     END-IF.
025500     PERFORM Write-Audit-Entry.
025600
025700 Find-Operator.
025800     MOVE 0 TO WS-Operator-Found.
025900     MOVE 0 TO WS-Operator-EOF.
026000     OPEN INPUT OperatorFile.
026100     IF WS-Operator-File-Status NOT = "00"
026200         DISPLAY "OPERATOR.DAT not found -- the security officer"
026300             " sets up operators with OperMaint."
026400         MOVE 1 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     PERFORM UNTIL Operator-EOF OR Operator-Found
026800         MOVE SPACES TO SignOnRec
026900         READ OperatorFile INTO SignOnRec
027000             AT END
027100                 SET Operator-EOF TO TRUE
027200             NOT AT END
027300                 IF OR-Operator-Id = WS-Sign-On-Id
027400                         AND WS-Sign-On-Id NOT = SPACES
027500                     SET Operator-Found TO TRUE
027600                 END-IF
027700         END-READ
027800     END-PERFORM.
027900     CLOSE OperatorFile.
028000
028100 Write-Audit-Entry.
028200*    One line on the common change journal AUDIT.JRN.
028300     OPEN EXTEND AuditFile.
028400     IF WS-Audit-File-Status NOT = "00"
028500         OPEN OUTPUT AuditFile
028600     END-IF.
028700     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
028800     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
028900     MOVE WS-Sign-On-Id TO AJ-Operator.
029000     MOVE "OILPRICEMAINT" TO AJ-Program.
029100     MOVE WS-Audit-Key TO AJ-Record-Key.
029200     MOVE WS-Audit-Field TO AJ-Field.
029300     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
029400     MOVE WS-Audit-New-Value TO AJ-New-Value.
029500     WRITE AuditRec.
029600     CLOSE AuditFile.
