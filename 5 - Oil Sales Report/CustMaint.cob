001600* report prints, so "ACME LTD" keyed three ways on sales rolls
001700* up to the one master spelling, and CM-Credit-Days is the
001800* per-customer terms figure OilARAge ages open invoices by.
001810* CM-Credit-Limit is the credit limit OilSalesEdit checks each
001820* day's keyed sales against (open register balance plus the
001830* day's sales); it is corrected as field 4 and keyed when a
001840* customer is added. A zero limit means none has been set and
001850* the customer's sales are never held.
001856* The operator signs on against OPERATOR.DAT before the master is
001862* opened. Display needs only the sign-on; adding a customer and
001868* correcting the name or contact need the customer authority, and
001874* credit days and limit are kept to operators holding the credit
001880* authority (the finance supervisor) -- adding needs both. Every
001886* change is written to the common AUDIT.JRN with the operator, the
001892* customer id, the field and its old and new values.
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002500              ACCESS MODE IS DYNAMIC
002600              RECORD KEY IS CM-Cust-Id OF MasterRec
002700              FILE STATUS IS WS-Master-File-Status.
002710     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002720              ORGANIZATION IS LINE SEQUENTIAL
002730              FILE STATUS IS WS-Operator-File-Status.
002740     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002750              ORGANIZATION IS LINE SEQUENTIAL
002760              FILE STATUS IS WS-Audit-File-Status.
002800
002900 DATA DIVISION.
003000 FILE SECTION.
003100 FD  CustomerMaster.
003200     COPY "CUSTOMER.CPY" REPLACING ==REC-NAME== BY ==MasterRec==.
003210
003220 FD  OperatorFile.
003230 01  OperatorFileRec        PIC X(48).
003240
003250 FD  AuditFile.
003260     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
003300
003400 WORKING-STORAGE SECTION.
003500 01  WS-Master-File-Status  PIC XX.
004500 01  WS-New-Name            PIC X(20).
004600 01  WS-New-Contact         PIC X(20).
004700 01  WS-New-Credit-Days     PIC 9(3).
004730 01  WS-New-Credit-Limit    PIC 9(7)V99.
004760 01  WS-Limit-Display       PIC $Z,ZZZ,ZZ9.99.
004800 01  WS-Correction-Ok       PIC 9       VALUE 0.
004900     88 Correction-Ok                   VALUE 1.
004905 01  WS-Authority-Held      PIC 9       VALUE 0.
004910     88 Authority-Held                  VALUE 1.
004915 01  WS-Operator-File-Status PIC XX.
004920 01  WS-Audit-File-Status   PIC XX.
004925     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
004930 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
004935 01  WS-Sign-On-Password    PIC X(8).
004940 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
004945 01  WS-Signed-On           PIC 9       VALUE 0.
004950     88 Signed-On                       VALUE 1.
004955 01  WS-Operator-Found      PIC 9       VALUE 0.
004960     88 Operator-Found                  VALUE 1.
004965 01  WS-Operator-EOF        PIC 9       VALUE 0.
004970     88 Operator-EOF                    VALUE 1.
004975 01  WS-Audit-Key           PIC X(20).
004980 01  WS-Audit-Field         PIC X(12).
004985 01  WS-Audit-Old-Value     PIC X(30).
004990 01  WS-Audit-New-Value     PIC X(30).
005000
005100 PROCEDURE DIVISION.
005200 Maintain-Customers.
005250     PERFORM Sign-On-Operator.
005300     OPEN I-O CustomerMaster.
005400     IF WS-Master-File-Status NOT = "00"
005500         DISPLAY "CUSTMAST.IDX not available, status "
007500         WHEN Action-Correct
007600             PERFORM Correct-One-Field
007700         WHEN Action-Add
007720             IF OR-May-Maintain-Customers AND OR-May-Change-Credit
007740                 PERFORM Add-One-Customer
007760             ELSE
007780                 DISPLAY "Adding a customer needs both the"
007800                     " customer and the credit authority."
007820             END-IF
007900         WHEN Action-Quit
008000             CONTINUE
008100         WHEN OTHER
009800         "  Name: " CM-Cust-Name OF MasterRec.
009900     DISPLAY "  Contact: " CM-Contact OF MasterRec
010000         "  Credit days: " CM-Credit-Days OF MasterRec.
010010     IF CM-Credit-Limit OF MasterRec IS NOT NUMERIC
010020         MOVE ZEROS TO CM-Credit-Limit OF MasterRec
010030     END-IF.
010040     IF CM-Credit-Limit OF MasterRec = ZERO
010050         DISPLAY "  Credit limit: none set"
010060     ELSE
010070         MOVE CM-Credit-Limit OF MasterRec TO WS-Limit-Display
010080         DISPLAY "  Credit limit: " WS-Limit-Display
010090     END-IF.
010100
010200 Correct-One-Field.
010300     DISPLAY "Customer id (5 characters): ".
011400     PERFORM Show-Master-Record.
011500     DISPLAY "Correct which field?".
011600     DISPLAY "  1) Canonical name  2) Contact"
011700         "  3) Credit days  4) Credit limit: ".
011800     ACCEPT WS-Field-Choice.
011900     MOVE 0 TO WS-Correction-Ok.
011910     PERFORM Check-Field-Authority.
011920     IF Authority-Held
011930         PERFORM Apply-Held-Correction
011940     END-IF.
011950
011960 Apply-Held-Correction.
012000     EVALUATE WS-Field-Choice
012100         WHEN 1
012200             DISPLAY "New canonical name (20 characters): "
012400             IF WS-New-Name = SPACES
012500                 DISPLAY "Name may not be blank."
012600             ELSE
012630                 MOVE "CUST-NAME" TO WS-Audit-Field
012650                 MOVE CM-Cust-Name OF MasterRec TO
012670                     WS-Audit-Old-Value
012700                 MOVE WS-New-Name TO CM-Cust-Name OF MasterRec
012750                 MOVE WS-New-Name TO WS-Audit-New-Value
012800                 SET Correction-Ok TO TRUE
012900             END-IF
013000         WHEN 2
013100             DISPLAY "New contact (20 characters): "
013200             ACCEPT WS-New-Contact
013230             MOVE "CONTACT" TO WS-Audit-Field
013260             MOVE CM-Contact OF MasterRec TO WS-Audit-Old-Value
013300             MOVE WS-New-Contact TO CM-Contact OF MasterRec
013350             MOVE WS-New-Contact TO WS-Audit-New-Value
013400             SET Correction-Ok TO TRUE
013500         WHEN 3
013600             DISPLAY "New credit terms in days (e.g. 030): "
013700             ACCEPT WS-New-Credit-Days
013730             MOVE "CREDIT-DAYS" TO WS-Audit-Field
013750             MOVE CM-Credit-Days OF MasterRec TO
013770                 WS-Audit-Old-Value
013800             MOVE WS-New-Credit-Days TO
013900                 CM-Credit-Days OF MasterRec
013905             MOVE WS-New-Credit-Days TO WS-Audit-New-Value
013910             SET Correction-Ok TO TRUE
013915         WHEN 4
013920             DISPLAY "New credit limit in dollars.cents"
013925                 " (e.g. 2500.00, 0 = no limit): "
013930             ACCEPT WS-New-Credit-Limit
013935             MOVE "CREDIT-LIMIT" TO WS-Audit-Field
013940             IF CM-Credit-Limit OF MasterRec IS NOT NUMERIC
013945                 MOVE ZEROS TO CM-Credit-Limit OF MasterRec
013950             END-IF
013955             MOVE CM-Credit-Limit OF MasterRec TO WS-Limit-Display
013960             MOVE WS-Limit-Display TO WS-Audit-Old-Value
013965             MOVE WS-New-Credit-Limit TO
013970                 CM-Credit-Limit OF MasterRec
013975             MOVE WS-New-Credit-Limit TO WS-Limit-Display
013980             MOVE WS-Limit-Display TO WS-Audit-New-Value
014000             SET Correction-Ok TO TRUE
014100         WHEN OTHER
014200             DISPLAY "Enter a field number 1-4."
014300     END-EVALUATE.
014400     IF Correction-Ok
014500         REWRITE MasterRec
015200     IF Correction-Ok
015300         DISPLAY "Correction applied:"
015400         PERFORM Show-Master-Record
015404         MOVE WS-Lookup-Id TO WS-Audit-Key
015408         PERFORM Audit-If-Changed
015412     END-IF.
015416
015420 Check-Field-Authority.
015424*    Name and contact need the customer authority; credit days
015428*    and credit limit are kept to the credit authority.
015432     MOVE 1 TO WS-Authority-Held.
015436     EVALUATE WS-Field-Choice
015440         WHEN 1
015444         WHEN 2
015448             IF NOT OR-May-Maintain-Customers
015452                 MOVE 0 TO WS-Authority-Held
015456             END-IF
015460         WHEN 3
015464         WHEN 4
015468             IF NOT OR-May-Change-Credit
015472                 MOVE 0 TO WS-Authority-Held
015476             END-IF
015480     END-EVALUATE.
015484     IF NOT Authority-Held
015488         DISPLAY "Operator " WS-Sign-On-Id
015492             " does not hold the authority for that field."
015500     END-IF.
015600
015700 Add-One-Customer.
016700         ACCEPT WS-New-Contact
016800         DISPLAY "Credit terms in days (e.g. 030): "
016900         ACCEPT WS-New-Credit-Days
016920         DISPLAY "Credit limit in dollars.cents"
016940             " (e.g. 2500.00, 0 = no limit): "
016960         ACCEPT WS-New-Credit-Limit
017000         MOVE WS-New-Name TO CM-Cust-Name OF MasterRec
017100         MOVE WS-New-Contact TO CM-Contact OF MasterRec
017200         MOVE WS-New-Credit-Days TO CM-Credit-Days OF MasterRec
017250         MOVE WS-New-Credit-Limit TO CM-Credit-Limit OF MasterRec
017300         WRITE MasterRec
017400             INVALID KEY
017500                 DISPLAY "Customer " WS-Lookup-Id
017600                     " is already on file -- use C to correct."
017700             NOT INVALID KEY
017800                 DISPLAY "Customer " WS-Lookup-Id " added."
017850                 PERFORM Journal-New-Customer
017900         END-WRITE
018000     END-IF.
018100
018200 Journal-New-Customer.
018300     MOVE WS-Lookup-Id TO WS-Audit-Key.
018400     MOVE SPACES TO WS-Audit-Old-Value.
018500     MOVE "*ADDED*" TO WS-Audit-Field.
018600     MOVE WS-New-Name TO WS-Audit-New-Value.
018700     PERFORM Write-Audit-Entry.
018730     MOVE "CONTACT" TO WS-Audit-Field.
018760     MOVE WS-New-Contact TO WS-Audit-New-Value.
018780     PERFORM Write-Audit-Entry.
018800     MOVE "CREDIT-DAYS" TO WS-Audit-Field.
018900     MOVE WS-New-Credit-Days TO WS-Audit-New-Value.
019000     PERFORM Write-Audit-Entry.
019100     MOVE "CREDIT-LIMIT" TO WS-Audit-Field.
019200     MOVE WS-New-Credit-Limit TO WS-Limit-Display.
019300     MOVE WS-Limit-Display TO WS-Audit-New-Value.
019400     PERFORM Write-Audit-Entry.
019500
019600 Sign-On-Operator.
019700*    The operator signs on against OPERATOR.DAT before any work is
019800*    taken; three refusals end the session. Every try is written
019900*    to AUDIT.JRN.
020000     MOVE 0 TO WS-Sign-On-Tries.
020100     PERFORM Try-One-Sign-On
020200         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
020300     IF NOT Signed-On
020400         DISPLAY "Sign-on refused -- see the security officer."
020500         MOVE 1 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800
020900 Try-One-Sign-On.
021000     ADD 1 TO WS-Sign-On-Tries.
021100     DISPLAY "Operator id: ".
021200     ACCEPT WS-Sign-On-Id.
021300     DISPLAY "Password: ".
021400     ACCEPT WS-Sign-On-Password.
021500     PERFORM Find-Operator.
021600     MOVE SPACES TO WS-Audit-Key.
021700     MOVE SPACES TO WS-Audit-Old-Value.
021800     MOVE "SIGN-ON" TO WS-Audit-Field.
021900     IF Operator-Found AND OR-Active
022000             AND OR-Password = WS-Sign-On-Password
022100         SET Signed-On TO TRUE
022200         MOVE "ACCEPTED" TO WS-Audit-New-Value
022300         DISPLAY "Signed on as " OR-Operator-Name
022400     ELSE
022500         MOVE "REFUSED" TO WS-Audit-New-Value
022600         DISPLAY "Operator id or password not accepted."
022700     END-IF.
022800     PERFORM Write-Audit-Entry.
022900
023000 Find-Operator.
023100     MOVE 0 TO WS-Operator-Found.
023200     MOVE 0 TO WS-Operator-EOF.
023300     OPEN INPUT OperatorFile.
023400     IF WS-Operator-File-Status NOT = "00"
023500         DISPLAY "OPERATOR.DAT not found -- the security officer"
023600             " sets up operators with OperMaint."
023700         MOVE 1 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     PERFORM UNTIL Operator-EOF OR Operator-Found
024100         MOVE SPACES TO SignOnRec
024200         READ OperatorFile INTO SignOnRec
024300             AT END
024400                 SET Operator-EOF TO TRUE
024500             NOT AT END
024600                 IF OR-Operator-Id = WS-Sign-On-Id
024700                         AND WS-Sign-On-Id NOT = SPACES
024800                     SET Operator-Found TO TRUE
024900                 END-IF
025000         END-READ
025100     END-PERFORM.
025200     CLOSE OperatorFile.
025300
025400 Audit-If-Changed.
025500     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
025600         PERFORM Write-Audit-Entry
025700     END-IF.
025800
025900 Write-Audit-Entry.
026000*    One line on the common change journal AUDIT.JRN.
026100     OPEN EXTEND AuditFile.
026200     IF WS-Audit-File-Status NOT = "00"
026300         OPEN OUTPUT AuditFile
026400     END-IF.
026500     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
026600     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
026700     MOVE WS-Sign-On-Id TO AJ-Operator.
026800     MOVE "CUSTMAINT" TO AJ-Program.
026900     MOVE WS-Audit-Key TO AJ-Record-Key.
027000     MOVE WS-Audit-Field TO AJ-Field.
027100     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
027200     MOVE WS-Audit-New-Value TO AJ-New-Value.
027300     WRITE AuditRec.
027400     CLOSE AuditFile.
