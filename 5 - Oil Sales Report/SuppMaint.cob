000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SuppMaint.
000300* Maintenance program for SUPPLIER.DAT, the supplier master
000400* (SUPPLIER.CPY layout) that OilPORaise raises purchase orders
000500* against and OilProdMaint checks each oil's usual supplier
000600* against. Works the same way OilProdMaint works the product
000700* master: loads the current suppliers into a 100-entry table
000800* (starting an empty one if SUPPLIER.DAT does not exist yet),
000900* lets the operator add or update one supplier at a time --
001000* name, contact and lead time in days -- then rewrites the
001100* file. Suppliers keep the order they were first keyed in; a
001200* new supplier id goes on the end.
001300* A supplier is never deleted here: open purchase orders on
001400* PURCHORD.DAT may still name it, and OilPOStatus would lose
001500* the name off the outstanding-order report.
001520* The operator signs on against OPERATOR.DAT and must hold the
001540* supplier authority. Every field an entry changes is written to
001560* the common AUDIT.JRN as it is keyed, with the operator, the
001580* supplier id and the old and new values.
001600
001700 ENVIRONMENT DIVISION.
001800 INPUT-OUTPUT SECTION.
001900 FILE-CONTROL.
002000     SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
002100              ORGANIZATION IS LINE SEQUENTIAL
002200              FILE STATUS IS WS-Supplier-File-Status.
002210
002220     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002230              ORGANIZATION IS LINE SEQUENTIAL
002240              FILE STATUS IS WS-Operator-File-Status.
002250
002260     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002270              ORGANIZATION IS LINE SEQUENTIAL
002280              FILE STATUS IS WS-Audit-File-Status.
002300
002400 DATA DIVISION.
002500 FILE SECTION.
002600 FD  SupplierFile.
002700     COPY "SUPPLIER.CPY" REPLACING
002800         ==REC-NAME== BY ==SupplierRec==.
002810
002820 FD  OperatorFile.
002830 01  OperatorFileRec        PIC X(48).
002840
002850 FD  AuditFile.
002860     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
002900
003000 WORKING-STORAGE SECTION.
003100 01  WS-Supplier-File-Status   PIC XX.
003200 01  WS-Supplier-EOF           PIC 9       VALUE 0.
003300     88 Supplier-EOF                       VALUE 1.
003400
003500 01  Supplier-Table.
003600     02  WS-Supplier-Count     PIC 999     VALUE ZEROS.
003700     02  SUT-Entry OCCURS 100 TIMES INDEXED BY SUT-Idx.
003800         03  SUT-Supp-Id       PIC X(5)    VALUE SPACES.
003900         03  SUT-Supp-Name     PIC X(20)   VALUE SPACES.
004000         03  SUT-Contact       PIC X(20)   VALUE SPACES.
004100         03  SUT-Lead-Days     PIC 9(3)    VALUE ZEROS.
004200
004300 01  WS-Supp-Id                PIC X(5).
004400 01  WS-Found-Sub              PIC 999     VALUE ZEROS.
004500 01  WS-New-Name               PIC X(20).
004600 01  WS-New-Contact            PIC X(20).
004700 01  WS-New-Lead-Days          PIC 9(3).
004800 01  WS-Continue               PIC X       VALUE "Y".
004900     88 Keep-Going                         VALUE "Y" "y".
004905
004910 01  WS-Operator-File-Status PIC XX.
004915 01  WS-Audit-File-Status   PIC XX.
004920     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
004925 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
004930 01  WS-Sign-On-Password    PIC X(8).
004935 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
004940 01  WS-Signed-On           PIC 9       VALUE 0.
004945     88 Signed-On                       VALUE 1.
004950 01  WS-Operator-Found      PIC 9       VALUE 0.
004955     88 Operator-Found                  VALUE 1.
004960 01  WS-Operator-EOF        PIC 9       VALUE 0.
004965     88 Operator-EOF                    VALUE 1.
004970 01  WS-Audit-Key           PIC X(20).
004975 01  WS-Audit-Field         PIC X(12).
004980 01  WS-Audit-Old-Value     PIC X(30).
004985 01  WS-Audit-New-Value     PIC X(30).
005000
005100 PROCEDURE DIVISION.
005200 Maintain-Suppliers.
005250     PERFORM Sign-On-Operator.
005300     PERFORM Load-Existing-Suppliers.
005400     PERFORM Update-Suppliers-From-Operator
005500         UNTIL NOT Keep-Going.
005600     PERFORM Rewrite-Supplier-File.
005700     STOP RUN.
005800
005900 Load-Existing-Suppliers.
006000     MOVE 0 TO WS-Supplier-EOF.
006100     OPEN INPUT SupplierFile.
006200     IF WS-Supplier-File-Status = "00"
006300         READ SupplierFile
006400             AT END SET Supplier-EOF TO TRUE
006500         END-READ
006600         PERFORM UNTIL Supplier-EOF OR WS-Supplier-Count >= 100
006700             ADD 1 TO WS-Supplier-Count
006800             MOVE SU-Supp-Id TO SUT-Supp-Id(WS-Supplier-Count)
006900             MOVE SU-Supp-Name TO SUT-Supp-Name(WS-Supplier-Count)
007000             MOVE SU-Contact TO SUT-Contact(WS-Supplier-Count)
007100             IF SU-Lead-Days IS NUMERIC
007200                 MOVE SU-Lead-Days TO
007300                     SUT-Lead-Days(WS-Supplier-Count)
007400             END-IF
007500             READ SupplierFile
007600                 AT END SET Supplier-EOF TO TRUE
007700             END-READ
007800         END-PERFORM
007900         IF NOT Supplier-EOF
008000             DISPLAY "SUPPLIER.DAT holds more than 100 suppliers"
008100                 " -- raise the SUT-Entry table size."
008200         END-IF
008300         CLOSE SupplierFile
008400     ELSE
008500         DISPLAY "SUPPLIER.DAT not found -- starting new master."
008600     END-IF.
008700
008800 Update-Suppliers-From-Operator.
008900     DISPLAY "Enter supplier id to add/update (5 characters): ".
009000     ACCEPT WS-Supp-Id.
009100     IF WS-Supp-Id = SPACES
009200         DISPLAY "Supplier id may not be blank."
009300     ELSE
009400         PERFORM Find-Supplier
009500         IF WS-Found-Sub = ZERO
009600             DISPLAY "Supplier " WS-Supp-Id " not yet on master."
009700         ELSE
009800             DISPLAY "On file: " SUT-Supp-Name(WS-Found-Sub)
009900                 " contact " SUT-Contact(WS-Found-Sub)
010000                 " lead " SUT-Lead-Days(WS-Found-Sub) " days"
010100         END-IF
010200         IF WS-Found-Sub = ZERO AND WS-Supplier-Count >= 100
010300             DISPLAY "Supplier table full -- not saved."
010400         ELSE
010500             DISPLAY "Supplier name (20 characters): "
010600             ACCEPT WS-New-Name
010700             DISPLAY "Contact (20 characters): "
010800             ACCEPT WS-New-Contact
010900             DISPLAY "Lead time in days (3 digits): "
011000             ACCEPT WS-New-Lead-Days
011100             IF WS-New-Name = SPACES
011200                 DISPLAY "Supplier name may not be blank"
011300                     " -- not saved."
011400             ELSE
011410                 IF WS-New-Lead-Days IS NOT NUMERIC
011420                     DISPLAY "Lead time must be 3 digits -- not"
011430                         " saved."
011440                 ELSE
011450                     PERFORM Journal-Supplier-Changes
011500                     IF WS-Found-Sub = ZERO
011600                         ADD 1 TO WS-Supplier-Count
011700                         MOVE WS-Supplier-Count TO WS-Found-Sub
011800                         MOVE WS-Supp-Id TO
011850                             SUT-Supp-Id(WS-Found-Sub)
011900                     END-IF
012000                     MOVE WS-New-Name TO
012050                         SUT-Supp-Name(WS-Found-Sub)
012100                     MOVE WS-New-Contact TO
012150                         SUT-Contact(WS-Found-Sub)
012200                     MOVE WS-New-Lead-Days TO
012300                         SUT-Lead-Days(WS-Found-Sub)
012400                     DISPLAY "Supplier " WS-Supp-Id " set to "
012500                         SUT-Supp-Name(WS-Found-Sub)
012550                 END-IF
012600             END-IF
012700         END-IF
012800     END-IF.
012900     DISPLAY "Maintain another supplier? (Y/N): ".
013000     ACCEPT WS-Continue.
013100
013200 Find-Supplier.
013300     MOVE ZEROS TO WS-Found-Sub.
013400     PERFORM VARYING SUT-Idx FROM 1 BY 1
013500             UNTIL SUT-Idx > WS-Supplier-Count
013600         IF SUT-Supp-Id(SUT-Idx) = WS-Supp-Id
013700             SET WS-Found-Sub TO SUT-Idx
013800         END-IF
013900     END-PERFORM.
014000
014003 Journal-Supplier-Changes.
014006*    Called before the keyed values replace the table entry.
014009     MOVE WS-Supp-Id TO WS-Audit-Key.
014012     IF WS-Found-Sub = ZERO
014015         MOVE "*ADDED*" TO WS-Audit-Field
014018         MOVE SPACES TO WS-Audit-Old-Value
014021         MOVE WS-New-Name TO WS-Audit-New-Value
014024         PERFORM Write-Audit-Entry
014027         MOVE "CONTACT" TO WS-Audit-Field
014029         MOVE SPACES TO WS-Audit-Old-Value
014030         MOVE WS-New-Contact TO WS-Audit-New-Value
014033         PERFORM Write-Audit-Entry
014036         MOVE "LEAD-DAYS" TO WS-Audit-Field
014039         MOVE WS-New-Lead-Days TO WS-Audit-New-Value
014042         PERFORM Write-Audit-Entry
014045     ELSE
014048         MOVE "SUPP-NAME" TO WS-Audit-Field
014051         MOVE SUT-Supp-Name(WS-Found-Sub) TO WS-Audit-Old-Value
014054         MOVE WS-New-Name TO WS-Audit-New-Value
014057         PERFORM Audit-If-Changed
014060         MOVE "CONTACT" TO WS-Audit-Field
014063         MOVE SUT-Contact(WS-Found-Sub) TO WS-Audit-Old-Value
014066         MOVE WS-New-Contact TO WS-Audit-New-Value
014069         PERFORM Audit-If-Changed
014072         MOVE "LEAD-DAYS" TO WS-Audit-Field
014075         MOVE SUT-Lead-Days(WS-Found-Sub) TO WS-Audit-Old-Value
014078         MOVE WS-New-Lead-Days TO WS-Audit-New-Value
014081         PERFORM Audit-If-Changed
014084     END-IF.
014087
014100 Rewrite-Supplier-File.
014200     OPEN OUTPUT SupplierFile.
014300     PERFORM VARYING SUT-Idx FROM 1 BY 1
014400             UNTIL SUT-Idx > WS-Supplier-Count
014500         MOVE SUT-Supp-Id(SUT-Idx) TO SU-Supp-Id
014600         MOVE SUT-Supp-Name(SUT-Idx) TO SU-Supp-Name
014700         MOVE SUT-Contact(SUT-Idx) TO SU-Contact
014800         MOVE SUT-Lead-Days(SUT-Idx) TO SU-Lead-Days
014900         WRITE SupplierRec
015000     END-PERFORM.
015100     CLOSE SupplierFile.
015200
015300 Sign-On-Operator.
015400*    The operator signs on against OPERATOR.DAT before any work is
015500*    taken; three refusals end the session. Every try is written
015600*    to AUDIT.JRN.
015700     MOVE 0 TO WS-Sign-On-Tries.
015800     PERFORM Try-One-Sign-On
015900         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
016000     IF NOT Signed-On
016100         DISPLAY "Sign-on refused -- see the security officer."
016200         MOVE 1 TO RETURN-CODE
016300         STOP RUN
016400     END-IF.
016500     IF NOT OR-May-Maintain-Suppliers
016600         DISPLAY "Operator " WS-Sign-On-Id
016700             " does not hold the supplier authority."
016800         MOVE SPACES TO WS-Audit-Key
016900         MOVE SPACES TO WS-Audit-Old-Value
017000         MOVE "SIGN-ON" TO WS-Audit-Field
017100         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
017200         PERFORM Write-Audit-Entry
017300         MOVE 1 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017600
017700 Try-One-Sign-On.
017800     ADD 1 TO WS-Sign-On-Tries.
017900     DISPLAY "Operator id: ".
018000     ACCEPT WS-Sign-On-Id.
018100     DISPLAY "Password: ".
018200     ACCEPT WS-Sign-On-Password.
018300     PERFORM Find-Operator.
018400     MOVE SPACES TO WS-Audit-Key.
018500     MOVE SPACES TO WS-Audit-Old-Value.
018600     MOVE "SIGN-ON" TO WS-Audit-Field.
018700     IF Operator-Found AND OR-Active
018800             AND OR-Password = WS-Sign-On-Password
018900         SET Signed-On TO TRUE
019000         MOVE "ACCEPTED" TO WS-Audit-New-Value
019100         DISPLAY "Signed on as " OR-Operator-Name
019200     ELSE
019300         MOVE "REFUSED" TO WS-Audit-New-Value
019400         DISPLAY "Operator id or password not accepted."
019500     END-IF.
019600     PERFORM Write-Audit-Entry.
019700
019800 Find-Operator.
019900     MOVE 0 TO WS-Operator-Found.
020000     MOVE 0 TO WS-Operator-EOF.
020100     OPEN INPUT OperatorFile.
020200     IF WS-Operator-File-Status NOT = "00"
020300         DISPLAY "OPERATOR.DAT not found -- the security officer"
020400             " sets up operators with OperMaint."
020500         MOVE 1 TO RETURN-CODE
020600         STOP RUN
020700     END-IF.
020800     PERFORM UNTIL Operator-EOF OR Operator-Found
020900         MOVE SPACES TO SignOnRec
021000         READ OperatorFile INTO SignOnRec
021100             AT END
021200                 SET Operator-EOF TO TRUE
021300             NOT AT END
021400                 IF OR-Operator-Id = WS-Sign-On-Id
021500                         AND WS-Sign-On-Id NOT = SPACES
021600                     SET Operator-Found TO TRUE
021700                 END-IF
021800         END-READ
021900     END-PERFORM.
022000     CLOSE OperatorFile.
022100
022200 Audit-If-Changed.
022300     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
022400         PERFORM Write-Audit-Entry
022500     END-IF.
022600
022700 Write-Audit-Entry.
022800*    One line on the common change journal AUDIT.JRN.
022900     OPEN EXTEND AuditFile.
023000     IF WS-Audit-File-Status NOT = "00"
023100         OPEN OUTPUT AuditFile
023200     END-IF.
023300     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
023400     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
023500     MOVE WS-Sign-On-Id TO AJ-Operator.
023600     MOVE "SUPPMAINT" TO AJ-Program.
023700     MOVE WS-Audit-Key TO AJ-Record-Key.
023800     MOVE WS-Audit-Field TO AJ-Field.
023900     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
024000     MOVE WS-Audit-New-Value TO AJ-New-Value.
024100     WRITE AuditRec.
024200     CLOSE AuditFile.
