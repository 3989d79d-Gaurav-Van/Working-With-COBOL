001000* with a description are written, so a sparse master stays
001100* sparse. This is the cross-reference purchasing has been
001200* keeping on paper taped to the printer.
001220* Each oil also names its usual supplier (OM-Supp-Id), checked
001240* against SUPPLIER.DAT when that file is there, so OilPORaise
001260* knows whose purchase order a reorder line goes on. A blank
001280* supplier id is allowed -- the buyer is then asked at PO time.
001283* The operator signs on against OPERATOR.DAT and must hold the
001286* product authority. Every field an entry changes is written to
001289* the common AUDIT.JRN as it is keyed, with the operator, the oil
001292* number and the old and new values; a new oil is journalled as
001295* *ADDED* followed by the values it was set up with.
001300
001400 ENVIRONMENT DIVISION.
001500 INPUT-OUTPUT SECTION.
001800              ORGANIZATION IS LINE SEQUENTIAL
001900              FILE STATUS IS WS-Oil-Product-File-Status.
002000
002020     SELECT SupplierFile ASSIGN TO "SUPPLIER.DAT"
002040              ORGANIZATION IS LINE SEQUENTIAL
002060              FILE STATUS IS WS-Supplier-File-Status.
002062
002064     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002066              ORGANIZATION IS LINE SEQUENTIAL
002068              FILE STATUS IS WS-Operator-File-Status.
002070
002072     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002074              ORGANIZATION IS LINE SEQUENTIAL
002076              FILE STATUS IS WS-Audit-File-Status.
002080
002100 DATA DIVISION.
002200 FILE SECTION.
002300 FD  OilProductFile.
002400     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
002500
002520 FD  SupplierFile.
002540     COPY "SUPPLIER.CPY" REPLACING
002560         ==REC-NAME== BY ==SupplierRec==.
002562
002564 FD  OperatorFile.
002566 01  OperatorFileRec        PIC X(48).
002568
002570 FD  AuditFile.
002572     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
002580
002600 WORKING-STORAGE SECTION.
002700 01  WS-Oil-Product-File-Status PIC XX.
002800 01  WS-Oil-Product-EOF        PIC 9       VALUE 0.
002900     88 Oil-Product-EOF                    VALUE 1.
002910 01  WS-Supplier-File-Status   PIC XX.
002920 01  WS-Supplier-EOF           PIC 9       VALUE 0.
002930     88 Supplier-EOF                       VALUE 1.
002940
002950 01  Supplier-Table.
002960     02  WS-Supplier-Count     PIC 999     VALUE ZEROS.
002970     02  SUT-Supp-Id           PIC X(5)    OCCURS 100 TIMES
002980                                           INDEXED BY SUT-Idx.
003000
003100 01  Oil-Product-Table.
003200     02  OPT-Entry OCCURS 200 TIMES INDEXED BY OPT-Idx.
003400         03  OPT-Oil-Type      PIC X       VALUE SPACE.
003500         03  OPT-Unit-Measure  PIC X(4)    VALUE SPACES.
003550         03  OPT-Reorder-Point PIC 9(5)    VALUE ZEROS.
003570         03  OPT-Supp-Id       PIC X(5)    VALUE SPACES.
003600
003700 01  WS-Oil-Num                PIC 999.
003800 01  WS-New-Desc               PIC X(20).
003900 01  WS-New-Type               PIC X.
004000 01  WS-New-Measure            PIC X(4).
004050 01  WS-New-Reorder            PIC 9(5).
004060 01  WS-New-Supp-Id            PIC X(5).
004070 01  WS-Supplier-Ok            PIC 9       VALUE 0.
004080     88 Supplier-Ok                        VALUE 1.
004100 01  WS-Continue               PIC X       VALUE "Y".
004200     88 Keep-Going                         VALUE "Y" "y".
004300
004305 01  WS-Operator-File-Status PIC XX.
004310 01  WS-Audit-File-Status   PIC XX.
004315     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
004320 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
004325 01  WS-Sign-On-Password    PIC X(8).
004330 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
004335 01  WS-Signed-On           PIC 9       VALUE 0.
004340     88 Signed-On                       VALUE 1.
004345 01  WS-Operator-Found      PIC 9       VALUE 0.
004350     88 Operator-Found                  VALUE 1.
004355 01  WS-Operator-EOF        PIC 9       VALUE 0.
004360     88 Operator-EOF                    VALUE 1.
004365 01  WS-Audit-Key           PIC X(20).
004370 01  WS-Audit-Field         PIC X(12).
004375 01  WS-Audit-Old-Value     PIC X(30).
004380 01  WS-Audit-New-Value     PIC X(30).
004385
004400 PROCEDURE DIVISION.
004500 Maintain-Oil-Products.
004550     PERFORM Sign-On-Operator.
004600     PERFORM Load-Existing-Products.
004650     PERFORM Load-Supplier-Ids.
004700     PERFORM Update-Products-From-Operator
004800         UNTIL NOT Keep-Going.
004900     PERFORM Rewrite-Oil-Product-File.
006470                     MOVE ZEROS TO
006480                         OPT-Reorder-Point(OM-Oil-Num)
006490                 END-IF
006495                 MOVE OM-Supp-Id TO OPT-Supp-Id(OM-Oil-Num)
006500             ELSE
006600                 DISPLAY "OILPROD.DAT bad oil number "
006700                     OM-Oil-Num " -- entry skipped."
007300         CLOSE OilProductFile
007400     ELSE
007500         DISPLAY "OILPROD.DAT not found -- starting new master."
007504     END-IF.
007508
007512 Load-Supplier-Ids.
007516     MOVE 0 TO WS-Supplier-EOF.
007520     OPEN INPUT SupplierFile.
007524     IF WS-Supplier-File-Status = "00"
007528         READ SupplierFile
007532             AT END SET Supplier-EOF TO TRUE
007536         END-READ
007540         PERFORM UNTIL Supplier-EOF OR WS-Supplier-Count >= 100
007544             ADD 1 TO WS-Supplier-Count
007548             MOVE SU-Supp-Id TO SUT-Supp-Id(WS-Supplier-Count)
007552             READ SupplierFile
007556                 AT END SET Supplier-EOF TO TRUE
007560             END-READ
007564         END-PERFORM
007568         CLOSE SupplierFile
007572     ELSE
007576         DISPLAY "SUPPLIER.DAT not found -- supplier ids"
007580             " accepted unchecked."
007600     END-IF.
007700
007800 Update-Products-From-Operator.
008800                 " type " OPT-Oil-Type(WS-Oil-Num)
008900                 " measure " OPT-Unit-Measure(WS-Oil-Num)
008910                 " reorder at " OPT-Reorder-Point(WS-Oil-Num)
008950                 " supplier " OPT-Supp-Id(WS-Oil-Num)
009000         END-IF
009100         DISPLAY "Description (20 characters): "
009200         ACCEPT WS-New-Desc
009910             DISPLAY "Reorder point in those units"
009920                 " (00000 = never flag): "
009930             ACCEPT WS-New-Reorder
009960             DISPLAY "Usual supplier id (blank = none): "
009990             ACCEPT WS-New-Supp-Id
010020             PERFORM Check-Supplier-Id
010050             IF NOT Supplier-Ok
010080                 DISPLAY "Supplier " WS-New-Supp-Id " is not on"
010110                     " SUPPLIER.DAT -- not saved."
010140             ELSE
010150                 PERFORM Journal-Product-Changes
010170                 MOVE WS-New-Desc TO OPT-Oil-Desc(WS-Oil-Num)
010200                 MOVE WS-New-Type TO OPT-Oil-Type(WS-Oil-Num)
010230                 MOVE WS-New-Measure TO
010260                     OPT-Unit-Measure(WS-Oil-Num)
010290                 MOVE WS-New-Reorder TO
010320                     OPT-Reorder-Point(WS-Oil-Num)
010350                 MOVE WS-New-Supp-Id TO OPT-Supp-Id(WS-Oil-Num)
010380                 DISPLAY "Oil " WS-Oil-Num " set to "
010410                     OPT-Oil-Desc(WS-Oil-Num)
010440             END-IF
010500         END-IF
010600     END-IF.
010700     DISPLAY "Maintain another oil? (Y/N): ".
010800     ACCEPT WS-Continue.
010802
010804 Check-Supplier-Id.
010806*    A blank id is always allowed; any other id must be on
010808*    SUPPLIER.DAT when that file has been set up.
010810     MOVE 0 TO WS-Supplier-Ok.
010812     IF WS-New-Supp-Id = SPACES OR WS-Supplier-Count = ZERO
010814         SET Supplier-Ok TO TRUE
010816     ELSE
010818         PERFORM VARYING SUT-Idx FROM 1 BY 1
010820                 UNTIL SUT-Idx > WS-Supplier-Count
010822             IF SUT-Supp-Id(SUT-Idx) = WS-New-Supp-Id
010824                 SET Supplier-Ok TO TRUE
010826             END-IF
010828         END-PERFORM
010830     END-IF.
010832
010834 Journal-Product-Changes.
010836*    Called before the keyed values replace the table entry, so
010838*    the entry still holds the old values.
010840     MOVE WS-Oil-Num TO WS-Audit-Key.
010841     IF OPT-Oil-Desc(WS-Oil-Num) = SPACES
010842         MOVE "*ADDED*" TO WS-Audit-Field
010843         MOVE SPACES TO WS-Audit-Old-Value
010844         MOVE WS-New-Desc TO WS-Audit-New-Value
010845         PERFORM Write-Audit-Entry
010846     ELSE
010847         IF WS-New-Desc = SPACES
010848*            A blank description takes the oil off the master.
010849             MOVE "*REMOVED*" TO WS-Audit-Field
010850             MOVE OPT-Oil-Desc(WS-Oil-Num) TO WS-Audit-Old-Value
010851             MOVE SPACES TO WS-Audit-New-Value
010852             PERFORM Write-Audit-Entry
010853         ELSE
010854             MOVE "DESCRIPTION" TO WS-Audit-Field
010855             MOVE OPT-Oil-Desc(WS-Oil-Num) TO WS-Audit-Old-Value
010856             MOVE WS-New-Desc TO WS-Audit-New-Value
010857             PERFORM Audit-If-Changed
010858         END-IF
010859     END-IF.
010860     MOVE "TYPE" TO WS-Audit-Field.
010861     MOVE OPT-Oil-Type(WS-Oil-Num) TO WS-Audit-Old-Value.
010862     MOVE WS-New-Type TO WS-Audit-New-Value.
010863     PERFORM Audit-If-Changed.
010864     MOVE "MEASURE" TO WS-Audit-Field.
010865     MOVE OPT-Unit-Measure(WS-Oil-Num) TO WS-Audit-Old-Value.
010866     MOVE WS-New-Measure TO WS-Audit-New-Value.
010867     PERFORM Audit-If-Changed.
010868     MOVE "REORDER-PT" TO WS-Audit-Field.
010869     MOVE OPT-Reorder-Point(WS-Oil-Num) TO WS-Audit-Old-Value.
010870     MOVE WS-New-Reorder TO WS-Audit-New-Value.
010871     PERFORM Audit-If-Changed.
010872     MOVE "SUPPLIER" TO WS-Audit-Field.
010873     MOVE OPT-Supp-Id(WS-Oil-Num) TO WS-Audit-Old-Value.
010874     MOVE WS-New-Supp-Id TO WS-Audit-New-Value.
010875     PERFORM Audit-If-Changed.
010900
011000 Rewrite-Oil-Product-File.
011100     OPEN OUTPUT OilProductFile.
011600             MOVE OPT-Oil-Type(OPT-Idx) TO OM-Oil-Type
011700             MOVE OPT-Unit-Measure(OPT-Idx) TO OM-Unit-Measure
011750             MOVE OPT-Reorder-Point(OPT-Idx) TO OM-Reorder-Point
011770             MOVE OPT-Supp-Id(OPT-Idx) TO OM-Supp-Id
011800             WRITE OilProdRec
011900         END-IF
012000     END-PERFORM.
012100     CLOSE OilProductFile.
012200
012300 Sign-On-Operator.
012400*    The operator signs on against OPERATOR.DAT before any work is
012500*    taken; three refusals end the session. Every try is written
012600*    to AUDIT.JRN.
012700     MOVE 0 TO WS-Sign-On-Tries.
012800     PERFORM Try-One-Sign-On
012900         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
013000     IF NOT Signed-On
013100         DISPLAY "Sign-on refused -- see the security officer."
013200         MOVE 1 TO RETURN-CODE
013300         STOP RUN
013400     END-IF.
013500     IF NOT OR-May-Maintain-Products
013600         DISPLAY "Operator " WS-Sign-On-Id
013700             " does not hold the product authority."
013800         MOVE SPACES TO WS-Audit-Key
013900         MOVE SPACES TO WS-Audit-Old-Value
014000         MOVE "SIGN-ON" TO WS-Audit-Field
014100         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
014200         PERFORM Write-Audit-Entry
014300         MOVE 1 TO RETURN-CODE
014400         STOP RUN
014500     END-IF.
014600
014700 Try-One-Sign-On.
014800     ADD 1 TO WS-Sign-On-Tries.
014900     DISPLAY "Operator id: ".
015000     ACCEPT WS-Sign-On-Id.
015100     DISPLAY "Password: ".
015200     ACCEPT WS-Sign-On-Password.
015300     PERFORM Find-Operator.
015400     MOVE SPACES TO WS-Audit-Key.
015500     MOVE SPACES TO WS-Audit-Old-Value.
015600     MOVE "SIGN-ON" TO WS-Audit-Field.
015700     IF Operator-Found AND OR-Active
015800             AND OR-Password = WS-Sign-On-Password
015900         SET Signed-On TO TRUE
016000         MOVE "ACCEPTED" TO WS-Audit-New-Value
016100         DISPLAY "Signed on as " OR-Operator-Name
016200     ELSE
016300         MOVE "REFUSED" TO WS-Audit-New-Value
016400         DISPLAY "Operator id or password not accepted."
016500     END-IF.
016600     PERFORM Write-Audit-Entry.
016700
016800 Find-Operator.
016900     MOVE 0 TO WS-Operator-Found.
017000     MOVE 0 TO WS-Operator-EOF.
017100     OPEN INPUT OperatorFile.
017200     IF WS-Operator-File-Status NOT = "00"
017300         DISPLAY "OPERATOR.DAT not found -- the security officer"
017400             " sets up operators with OperMaint."
017500         MOVE 1 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     PERFORM UNTIL Operator-EOF OR Operator-Found
017900         MOVE SPACES TO SignOnRec
018000         READ OperatorFile INTO SignOnRec
018100             AT END
018200                 SET Operator-EOF TO TRUE
018300             NOT AT END
018400                 IF OR-Operator-Id = WS-Sign-On-Id
018500                         AND WS-Sign-On-Id NOT = SPACES
018600                     SET Operator-Found TO TRUE
018700                 END-IF
018800         END-READ
018900     END-PERFORM.
019000     CLOSE OperatorFile.
019100
019200 Audit-If-Changed.
019300     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
019400         PERFORM Write-Audit-Entry
019500     END-IF.
019600
019700 Write-Audit-Entry.
019800*    One line on the common change journal AUDIT.JRN.
019900     OPEN EXTEND AuditFile.
020000     IF WS-Audit-File-Status NOT = "00"
020100         OPEN OUTPUT AuditFile
020200     END-IF.
020300     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
020400     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
020500     MOVE WS-Sign-On-Id TO AJ-Operator.
020600     MOVE "OILPRODMAINT" TO AJ-Program.
020700     MOVE WS-Audit-Key TO AJ-Record-Key.
020800     MOVE WS-Audit-Field TO AJ-Field.
020900     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
021000     MOVE WS-Audit-New-Value TO AJ-New-Value.
021100     WRITE AuditRec.
021200     CLOSE AuditFile.
