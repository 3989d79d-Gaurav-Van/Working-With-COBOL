000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OperMaint.
000300* The security officer's maintenance of OPERATOR.DAT, the on-line
000400* operator file (OPERATOR.CPY) every maintenance program signs on
000500* against: CustMaint, SuppMaint, OilProdMaint, OilPriceMaint,
000600* OilGoodsIn, StudentMaint, CourseMaint, EnrollMaint and
000700* SponMaint, and the on-line transaction programs OilSalesRelease,
000710* OilCashAlloc, OilPORaise, OilCountEntry, OilCountPost and
000720* StudPlan. The officer signs on here the same way and must hold
000800* the operator authority. The prompt loop:
000900*   A adds an operator or changes one: name, password, status
001000*     (A active, S suspended) and the thirteen authorities, keyed
001100*     as one string of Y and N in the order OPERATOR.CPY lists
001200*     them. A blank password on a change keeps the old one.
001300*   D displays one operator; L lists them all.
001400*   Q leaves the program.
001500* An operator is never deleted -- AUDIT.JRN goes on naming the
001600* id -- so one who leaves is suspended instead. Officers cannot
001700* suspend themselves or take away their own operator authority,
001800* so the file always keeps someone able to maintain it.
001900* When OPERATOR.DAT does not exist yet the first operator keyed
002000* is enrolled as security officer with every authority and no
002100* sign-on is asked; from then on the file is protected by its
002200* own sign-on. Every change is written to AUDIT.JRN -- passwords
002300* never, only that one was set or changed. The file is held in
002400* a table for the session and rewritten at the end, operators in
002500* the order they were first keyed.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
003100              ORGANIZATION IS LINE SEQUENTIAL
003200              FILE STATUS IS WS-Operator-File-Status.
003300
003400     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
003500              ORGANIZATION IS LINE SEQUENTIAL
003600              FILE STATUS IS WS-Audit-File-Status.
003700
003800 DATA DIVISION.
003900 FILE SECTION.
004000 FD  OperatorFile.
004100 01  OperatorFileRec           PIC X(48).
004200
004300 FD  AuditFile.
004400     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
004500
004600 WORKING-STORAGE SECTION.
004700 01  WS-Operator-File-Status   PIC XX.
004800 01  WS-Audit-File-Status      PIC XX.
004900 01  WS-Operator-EOF           PIC 9       VALUE 0.
005000     88 Operator-EOF                       VALUE 1.
005100
005200 01  Operator-Table.
005300*    Each entry is laid out exactly as OPERATOR.CPY so it moves
005400*    to and from OperWork in one MOVE.
005500     02  WS-Operator-Count     PIC 999     VALUE ZEROS.
005600     02  OPT-Entry             PIC X(48)   OCCURS 200 TIMES
005700                                           INDEXED BY OPT-Idx.
005800
005900     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==OperWork==.
006000
006100 01  WS-Action                 PIC X       VALUE SPACE.
006200     88 Action-Add                         VALUE "A" "a".
006300     88 Action-Display                     VALUE "D" "d".
006400     88 Action-List                        VALUE "L" "l".
006500     88 Action-Quit                        VALUE "Q" "q".
006600
006700 01  WS-Oper-Id                PIC X(6).
006800 01  WS-Found-Sub              PIC 999     VALUE ZEROS.
006900 01  WS-New-Name               PIC X(20).
007000 01  WS-New-Password           PIC X(8).
007100 01  WS-New-Status             PIC X.
007200 01  WS-New-Authorities        PIC X(13).
007300 01  WS-New-Auth-Table REDEFINES WS-New-Authorities.
007400     02  WS-New-Auth-Flag      PIC X       OCCURS 13 TIMES.
007500 01  WS-Auth-Sub               PIC 99      VALUE ZEROS.
007600 01  WS-Authorities-Ok         PIC 9       VALUE 0.
007700     88 Authorities-Ok                     VALUE 1.
007800 01  WS-Changed-Count          PIC 9(5)    VALUE ZEROS.
007900
008000 01  WS-Sign-On-Id             PIC X(6)    VALUE SPACES.
008100 01  WS-Sign-On-Password       PIC X(8).
008200 01  WS-Sign-On-Tries          PIC 9       VALUE 0.
008300 01  WS-Signed-On              PIC 9       VALUE 0.
008400     88 Signed-On                          VALUE 1.
008500 01  WS-Operator-Found         PIC 9       VALUE 0.
008600     88 Operator-Found                     VALUE 1.
008700 01  WS-Audit-Key              PIC X(20).
008800 01  WS-Audit-Field            PIC X(12).
008900 01  WS-Audit-Old-Value        PIC X(30).
009000 01  WS-Audit-New-Value        PIC X(30).
009100
009200 PROCEDURE DIVISION.
009300 Begin.
009400     PERFORM Load-Operators.
009500     IF WS-Operator-Count = ZERO
009600         PERFORM Enrol-First-Operator
009700     ELSE
009800         PERFORM Sign-On-Operator
009900     END-IF.
010000     PERFORM Process-One-Action UNTIL Action-Quit.
010100     PERFORM Rewrite-Operator-File.
010200     DISPLAY "OperMaint: " WS-Changed-Count " changes, "
010300         WS-Operator-Count " operators.".
010400     MOVE 0 TO RETURN-CODE.
010500     STOP RUN.
010600
010700 Load-Operators.
010800     MOVE 0 TO WS-Operator-EOF.
010900     OPEN INPUT OperatorFile.
011000     IF WS-Operator-File-Status = "00"
011100         READ OperatorFile
011200             AT END SET Operator-EOF TO TRUE
011300         END-READ
011400         PERFORM UNTIL Operator-EOF OR WS-Operator-Count >= 200
011500             ADD 1 TO WS-Operator-Count
011600             MOVE OperatorFileRec TO OPT-Entry(WS-Operator-Count)
011700             READ OperatorFile
011800                 AT END SET Operator-EOF TO TRUE
011900             END-READ
012000         END-PERFORM
012100         CLOSE OperatorFile
012200*        The whole file is rewritten at the end, so a file larger
012300*        than the table must stop here rather than lose operators.
012400         IF NOT Operator-EOF
012500             DISPLAY "OPERATOR.DAT holds more than 200 operators"
012600                 " -- raise the OPT-Entry table size."
012700             MOVE 1 TO RETURN-CODE
012800             STOP RUN
012900         END-IF
013000     END-IF.
013100
013200 Enrol-First-Operator.
013300*    No operator file yet: the first operator keyed becomes the
013400*    security officer, holding every authority.
013500     DISPLAY "OPERATOR.DAT not found -- enrolling the security"
013600         " officer.".
013700     MOVE SPACES TO WS-Oper-Id.
013800     PERFORM UNTIL WS-Oper-Id NOT = SPACES
013900         DISPLAY "Security officer's operator id (6 characters): "
014000         ACCEPT WS-Oper-Id
014100     END-PERFORM.
014200     MOVE SPACES TO WS-New-Name.
014300     PERFORM UNTIL WS-New-Name NOT = SPACES
014400         DISPLAY "Name (20 characters): "
014500         ACCEPT WS-New-Name
014600     END-PERFORM.
014700     MOVE SPACES TO WS-New-Password.
014800     PERFORM UNTIL WS-New-Password NOT = SPACES
014900         DISPLAY "Password (8 characters): "
015000         ACCEPT WS-New-Password
015100     END-PERFORM.
015200     MOVE SPACES TO OperWork.
015300     MOVE WS-Oper-Id TO OR-Operator-Id.
015400     MOVE WS-New-Name TO OR-Operator-Name.
015500     MOVE WS-New-Password TO OR-Password.
015600     SET OR-Active TO TRUE.
015700     MOVE ALL "Y" TO OR-Authorities.
015800     ADD 1 TO WS-Operator-Count.
015900     MOVE OperWork TO OPT-Entry(WS-Operator-Count).
016000     MOVE WS-Oper-Id TO WS-Sign-On-Id.
016100     SET Signed-On TO TRUE.
016200     MOVE ZEROS TO WS-Found-Sub.
016300     MOVE OR-Authorities TO WS-New-Authorities.
016400     MOVE "A" TO WS-New-Status.
016500     PERFORM Journal-New-Operator.
016600     ADD 1 TO WS-Changed-Count.
016700     DISPLAY "Operator " WS-Oper-Id " enrolled with every"
016800         " authority.".
016900
017000 Sign-On-Operator.
017100*    The security officer signs on against the operators just
017200*    loaded; three refusals end the session. Every try is written
017300*    to AUDIT.JRN.
017400     MOVE 0 TO WS-Sign-On-Tries.
017500     PERFORM Try-One-Sign-On
017600         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
017700     IF NOT Signed-On
017800         DISPLAY "Sign-on refused -- see the security officer."
017900         MOVE 1 TO RETURN-CODE
018000         STOP RUN
018100     END-IF.
018200     IF NOT OR-May-Maintain-Operators
018300         DISPLAY "Operator " WS-Sign-On-Id
018400             " does not hold the operator authority."
018500         MOVE SPACES TO WS-Audit-Key
018600         MOVE SPACES TO WS-Audit-Old-Value
018700         MOVE "SIGN-ON" TO WS-Audit-Field
018800         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
018900         PERFORM Write-Audit-Entry
019000         MOVE 1 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300
019400 Try-One-Sign-On.
019500     ADD 1 TO WS-Sign-On-Tries.
019600     DISPLAY "Operator id: ".
019700     ACCEPT WS-Sign-On-Id.
019800     DISPLAY "Password: ".
019900     ACCEPT WS-Sign-On-Password.
020000     MOVE WS-Sign-On-Id TO WS-Oper-Id.
020100     PERFORM Find-Operator.
020200     MOVE SPACES TO WS-Audit-Key.
020300     MOVE SPACES TO WS-Audit-Old-Value.
020400     MOVE "SIGN-ON" TO WS-Audit-Field.
020500     IF Operator-Found AND OR-Active
020600             AND OR-Password = WS-Sign-On-Password
020700         SET Signed-On TO TRUE
020800         MOVE "ACCEPTED" TO WS-Audit-New-Value
020900         DISPLAY "Signed on as " OR-Operator-Name
021000     ELSE
021100         MOVE "REFUSED" TO WS-Audit-New-Value
021200         DISPLAY "Operator id or password not accepted."
021300     END-IF.
021400     PERFORM Write-Audit-Entry.
021500
021600 Find-Operator.
021700*    Leaves the operator keyed as WS-Oper-Id in OperWork, and its
021800*    place in the table in WS-Found-Sub, when it is on file.
021900     MOVE 0 TO WS-Operator-Found.
022000     MOVE ZEROS TO WS-Found-Sub.
022100     PERFORM VARYING OPT-Idx FROM 1 BY 1
022200             UNTIL OPT-Idx > WS-Operator-Count OR Operator-Found
022300         MOVE OPT-Entry(OPT-Idx) TO OperWork
022400         IF OR-Operator-Id = WS-Oper-Id
022500                 AND WS-Oper-Id NOT = SPACES
022600             SET Operator-Found TO TRUE
022700             SET WS-Found-Sub TO OPT-Idx
022800         END-IF
022900     END-PERFORM.
023000
023100 Process-One-Action.
023200     DISPLAY " ".
023300     DISPLAY "OperMaint -- A)dd/change an operator,".
023400     DISPLAY "             D)isplay one, L)ist all, Q)uit: ".
023500     ACCEPT WS-Action.
023600     EVALUATE TRUE
023700         WHEN Action-Add
023800             PERFORM Update-One-Operator
023900         WHEN Action-Display
024000             PERFORM Display-One-Operator
024100         WHEN Action-List
024200             PERFORM List-Operators
024300         WHEN Action-Quit
024400             CONTINUE
024500         WHEN OTHER
024600             DISPLAY "Enter A, D, L or Q."
024700     END-EVALUATE.
024800
024900 Show-Authority-Legend.
025000     DISPLAY "Authorities, one Y or N each, in this order:".
025100     DISPLAY "  1 customers  2 credit    3 prices    4 products".
025200     DISPLAY "  5 suppliers  6 goods in  7 students  8 balances".
025300     DISPLAY "  9 courses   10 grades   11 sponsors 12 operators".
025350     DISPLAY " 13 stock adj (approve stock-take variances)".
025400
025500 Show-Operator.
025600     DISPLAY "  " OR-Operator-Id "  " OR-Operator-Name
025700         "  status " OR-Status "  authorities " OR-Authorities.
025800
025900 Display-One-Operator.
026000     DISPLAY "Operator id (6 characters): ".
026100     ACCEPT WS-Oper-Id.
026200     PERFORM Find-Operator.
026300     IF NOT Operator-Found
026400         DISPLAY "Operator " WS-Oper-Id " not on file."
026500     ELSE
026600         PERFORM Show-Authority-Legend
026700         PERFORM Show-Operator
026800     END-IF.
026900
027000 List-Operators.
027100     PERFORM Show-Authority-Legend.
027200     PERFORM VARYING OPT-Idx FROM 1 BY 1
027300             UNTIL OPT-Idx > WS-Operator-Count
027400         MOVE OPT-Entry(OPT-Idx) TO OperWork
027500         PERFORM Show-Operator
027600     END-PERFORM.
027700     DISPLAY "  " WS-Operator-Count " operators on file.".
027800
027900 Update-One-Operator.
028000     DISPLAY "Operator id (6 characters): ".
028100     ACCEPT WS-Oper-Id.
028200     IF WS-Oper-Id = SPACES
028300         DISPLAY "Operator id may not be blank."
028400     ELSE
028500         PERFORM Find-Operator
028600         IF Operator-Found
028700             DISPLAY "On file:"
028800             PERFORM Show-Operator
028900         ELSE
029000             DISPLAY "Operator " WS-Oper-Id " is new."
029100         END-IF
029200         IF NOT Operator-Found AND WS-Operator-Count >= 200
029300             DISPLAY "Operator table full -- not saved."
029400         ELSE
029500             PERFORM Accept-Operator-Details
029600         END-IF
029700     END-IF.
029800
029900 Accept-Operator-Details.
030000     DISPLAY "Name (20 characters): ".
030100     ACCEPT WS-New-Name.
030200     IF Operator-Found
030300         DISPLAY "Password (8 characters, blank = unchanged): "
030400     ELSE
030500         DISPLAY "Password (8 characters): "
030600     END-IF.
030700     ACCEPT WS-New-Password.
030800     DISPLAY "Status (A=active, S=suspended): ".
030900     ACCEPT WS-New-Status.
031000     PERFORM Show-Authority-Legend.
031100     DISPLAY "Authorities (13 characters, e.g. YYNNNNNNNNNNN): ".
031200     ACCEPT WS-New-Authorities.
031300     PERFORM Check-Authorities.
031400     EVALUATE TRUE
031500         WHEN WS-New-Name = SPACES
031600             DISPLAY "Name may not be blank -- not saved."
031700         WHEN WS-New-Password = SPACES AND NOT Operator-Found
031800             DISPLAY "A new operator needs a password --"
031900                 " not saved."
032000         WHEN WS-New-Status NOT = "A" AND NOT = "S"
032100             DISPLAY "Status must be A or S -- not saved."
032200         WHEN NOT Authorities-Ok
032300             DISPLAY "Authorities must be 13 of Y or N --"
032400                 " not saved."
032500         WHEN WS-Oper-Id = WS-Sign-On-Id
032600          AND (WS-New-Status = "S" OR WS-New-Auth-Flag(12) = "N")
032700             DISPLAY "You may not suspend yourself or remove your"
032800                 " own operator authority -- not saved."
032900         WHEN OTHER
033000             PERFORM Save-Operator
033100     END-EVALUATE.
033200
033300 Check-Authorities.
033400     SET Authorities-Ok TO TRUE.
033500     PERFORM VARYING WS-Auth-Sub FROM 1 BY 1
033600             UNTIL WS-Auth-Sub > 13
033700         IF WS-New-Auth-Flag(WS-Auth-Sub) = "y"
033800             MOVE "Y" TO WS-New-Auth-Flag(WS-Auth-Sub)
033900         END-IF
034000         IF WS-New-Auth-Flag(WS-Auth-Sub) = "n"
034100             MOVE "N" TO WS-New-Auth-Flag(WS-Auth-Sub)
034200         END-IF
034300         IF WS-New-Auth-Flag(WS-Auth-Sub) NOT = "Y" AND NOT = "N"
034400             MOVE 0 TO WS-Authorities-Ok
034500         END-IF
034600     END-PERFORM.
034700
034800 Save-Operator.
034900*    OperWork still holds the operator as found, so the old values
035000*    are journalled before the new ones replace them.
035100     IF Operator-Found
035200         PERFORM Journal-Operator-Changes
035300     ELSE
035400         MOVE SPACES TO OperWork
035500         MOVE WS-Oper-Id TO OR-Operator-Id
035600         ADD 1 TO WS-Operator-Count
035700         MOVE WS-Operator-Count TO WS-Found-Sub
035800         PERFORM Journal-New-Operator
035900     END-IF.
036000     MOVE WS-New-Name TO OR-Operator-Name.
036100     IF WS-New-Password NOT = SPACES
036200         MOVE WS-New-Password TO OR-Password
036300     END-IF.
036400     MOVE WS-New-Status TO OR-Status.
036500     MOVE WS-New-Authorities TO OR-Authorities.
036600     MOVE OperWork TO OPT-Entry(WS-Found-Sub).
036700     ADD 1 TO WS-Changed-Count.
036800     DISPLAY "Operator " WS-Oper-Id " saved.".
036900
037000 Journal-New-Operator.
037100     MOVE WS-Oper-Id TO WS-Audit-Key.
037200     MOVE SPACES TO WS-Audit-Old-Value.
037300     MOVE "*ADDED*" TO WS-Audit-Field.
037400     MOVE WS-New-Name TO WS-Audit-New-Value.
037500     PERFORM Write-Audit-Entry.
037600     MOVE "PASSWORD" TO WS-Audit-Field.
037700     MOVE "SET" TO WS-Audit-New-Value.
037800     PERFORM Write-Audit-Entry.
037900     MOVE "STATUS" TO WS-Audit-Field.
038000     MOVE WS-New-Status TO WS-Audit-New-Value.
038100     PERFORM Write-Audit-Entry.
038200     MOVE "AUTHORITIES" TO WS-Audit-Field.
038300     MOVE WS-New-Authorities TO WS-Audit-New-Value.
038400     PERFORM Write-Audit-Entry.
038500
038600 Journal-Operator-Changes.
038700     MOVE WS-Oper-Id TO WS-Audit-Key.
038800     MOVE "OPER-NAME" TO WS-Audit-Field.
038900     MOVE OR-Operator-Name TO WS-Audit-Old-Value.
039000     MOVE WS-New-Name TO WS-Audit-New-Value.
039100     PERFORM Audit-If-Changed.
039200     IF WS-New-Password NOT = SPACES
039300         MOVE "PASSWORD" TO WS-Audit-Field
039400         MOVE "SET" TO WS-Audit-Old-Value
039500         MOVE "CHANGED" TO WS-Audit-New-Value
039600         PERFORM Write-Audit-Entry
039700     END-IF.
039800     MOVE "STATUS" TO WS-Audit-Field.
039900     MOVE OR-Status TO WS-Audit-Old-Value.
040000     MOVE WS-New-Status TO WS-Audit-New-Value.
040100     PERFORM Audit-If-Changed.
040200     MOVE "AUTHORITIES" TO WS-Audit-Field.
040300     MOVE OR-Authorities TO WS-Audit-Old-Value.
040400     MOVE WS-New-Authorities TO WS-Audit-New-Value.
040500     PERFORM Audit-If-Changed.
040600
040700 Audit-If-Changed.
040800     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
040900         PERFORM Write-Audit-Entry
041000     END-IF.
041100
041200 Write-Audit-Entry.
041300*    One line on the common change journal AUDIT.JRN.
041400     OPEN EXTEND AuditFile.
041500     IF WS-Audit-File-Status NOT = "00"
041600         OPEN OUTPUT AuditFile
041700     END-IF.
041800     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
041900     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
042000     MOVE WS-Sign-On-Id TO AJ-Operator.
042100     MOVE "OPERMAINT" TO AJ-Program.
042200     MOVE WS-Audit-Key TO AJ-Record-Key.
042300     MOVE WS-Audit-Field TO AJ-Field.
042400     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
042500     MOVE WS-Audit-New-Value TO AJ-New-Value.
042600     WRITE AuditRec.
042700     CLOSE AuditFile.
042800
042900 Rewrite-Operator-File.
043000     OPEN OUTPUT OperatorFile.
043100     PERFORM VARYING OPT-Idx FROM 1 BY 1
043200             UNTIL OPT-Idx > WS-Operator-Count
043300         MOVE OPT-Entry(OPT-Idx) TO OperatorFileRec
043400         WRITE OperatorFileRec
043500     END-PERFORM.
043600     CLOSE OperatorFile.
