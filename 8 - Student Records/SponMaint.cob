000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SponMaint.
000300* The bursar's sponsor maintenance over SPONSOR.DAT, the
000400* employers and funding bodies that pay tuition for students
000500* (SPONSOR.CPY), and STUDSPON.DAT, the link from a student to
000600* the sponsor paying a share of their term charges
000700* (STUDSPON.CPY). The operator works a prompt loop in the
000800* same spirit as StudentMaint:
000900*   S adds a sponsor or changes one: name, contact and status
001000*     (A active, I inactive).
001100*   L links a student on STUDENTS.NEW to an active sponsor, or
001200*     changes the link: the share is either P, a percentage
001300*     of each term charge (000.01-100.00), or F, a fixed
001400*     amount of each term charge. A student has one sponsor;
001500*     linking to another replaces the old link.
001600*   U removes a student's link -- the student pays their own
001700*     charges from the next billing on.
001800*   D displays a sponsor and every student linked to it.
001900*   Q leaves the program.
002000* Both files are held in tables for the session and rewritten
002100* at the end, sponsors in code order and links in Student-Id
002200* order, the way CourseMaint rewrites COURSES.DAT. A link
002300* changed here applies to charges TermBill raises from then
002400* on; charges already split stay as they were billed.
002410* The operator signs on against OPERATOR.DAT first. D needs only
002420* the sign-on; S, L and U need the sponsor authority. Every
002430* change is written to the common AUDIT.JRN as it is keyed, with
002440* the operator and the old and new values -- sponsor fields keyed
002450* by sponsor code, links keyed by Student-Id.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
003000              ORGANIZATION IS LINE SEQUENTIAL
003100              FILE STATUS IS WS-Sponsor-File-Status.
003200
003300     SELECT LinkFile ASSIGN TO "STUDSPON.DAT"
003400              ORGANIZATION IS LINE SEQUENTIAL
003500              FILE STATUS IS WS-Link-File-Status.
003600
003700     SELECT NewStudentFile ASSIGN TO "STUDENTS.NEW"
003800              ORGANIZATION IS LINE SEQUENTIAL
003900              FILE STATUS IS WS-New-File-Status.
003910
003920     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
003930              ORGANIZATION IS LINE SEQUENTIAL
003940              FILE STATUS IS WS-Operator-File-Status.
003950
003960     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
003970              ORGANIZATION IS LINE SEQUENTIAL
003980              FILE STATUS IS WS-Audit-File-Status.
004000
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  SponsorFile.
004400     COPY "SPONSOR.CPY" REPLACING ==REC-NAME== BY ==SponRec==.
004500
004600 FD  LinkFile.
004700     COPY "STUDSPON.CPY" REPLACING ==REC-NAME== BY ==LinkRec==.
004800
004900 FD  NewStudentFile.
005000     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==NewStudRec==.
005010
005020 FD  OperatorFile.
005030 01  OperatorFileRec        PIC X(48).
005040
005050 FD  AuditFile.
005060     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
005100
005200 WORKING-STORAGE SECTION.
005300 01  WS-Sponsor-File-Status PIC XX.
005400 01  WS-Link-File-Status    PIC XX.
005500 01  WS-New-File-Status     PIC XX.
005600 01  WS-Sponsor-EOF         PIC 9       VALUE 0.
005700     88 Sponsor-EOF                     VALUE 1.
005800 01  WS-Link-EOF            PIC 9       VALUE 0.
005900     88 Link-EOF                        VALUE 1.
006000 01  WS-Student-EOF         PIC 9       VALUE 0.
006100     88 Student-EOF                     VALUE 1.
006200
006300 01  WS-Action              PIC X       VALUE SPACE.
006400     88 Action-Sponsor                  VALUE "S" "s".
006500     88 Action-Link                     VALUE "L" "l".
006600     88 Action-Unlink                   VALUE "U" "u".
006700     88 Action-Display                  VALUE "D" "d".
006800     88 Action-Quit                     VALUE "Q" "q".
006900
007000 01  Sponsor-Table.
007100     02  WS-Sponsor-Count   PIC 9(4)    VALUE ZEROS.
007200     02  SPT-Entry OCCURS 500 TIMES INDEXED BY SPT-Idx.
007300         03  SPT-Sponsor-Code   PIC X(5).
007400         03  SPT-Sponsor-Name   PIC X(30).
007500         03  SPT-Contact        PIC X(20).
007600         03  SPT-Sponsor-Status PIC X.
007700             88 SPT-Active              VALUE "A".
007800
007900 01  Link-Table.
008000     02  WS-Link-Count      PIC 9(4)    VALUE ZEROS.
008100     02  LKT-Entry OCCURS 5000 TIMES INDEXED BY LKT-Idx.
008200         03  LKT-Student-Id     PIC 9(7).
008300         03  LKT-Sponsor-Code   PIC X(5).
008400         03  LKT-Share-Type     PIC X.
008500         03  LKT-Share-Value    PIC 9(4)V99.
008600
008700 01  WS-Sponsor-Code        PIC X(5).
008800 01  WS-Sponsor-Sub         PIC 9(4)    VALUE ZEROS.
008900 01  WS-Sponsor-Found       PIC 9       VALUE 0.
009000     88 Sponsor-Found                   VALUE 1.
009100 01  WS-Student-Id          PIC 9(7).
009200 01  WS-Link-Sub            PIC 9(4)    VALUE ZEROS.
009300 01  WS-Link-Found          PIC 9       VALUE 0.
009400     88 Link-Found                      VALUE 1.
009500 01  WS-Shift-Sub           PIC 9(4)    VALUE ZEROS.
009600 01  WS-Student-Found       PIC 9       VALUE 0.
009700     88 Student-Found                   VALUE 1.
009800 01  WS-Listed-Count        PIC 9(4)    VALUE ZEROS.
009900 01  WS-New-Name            PIC X(30).
010000 01  WS-New-Contact         PIC X(20).
010100 01  WS-New-Status          PIC X.
010200 01  WS-New-Share-Type      PIC X.
010300 01  WS-New-Share-Value     PIC 9(4)V99.
010400 01  WS-Share-Display       PIC Z,ZZ9.99.
010500 01  WS-Confirm             PIC X       VALUE "N".
010600     88 Confirmed                       VALUE "Y" "y".
010700 01  WS-Changed-Count       PIC 9(5)    VALUE ZEROS.
010705
010710 01  WS-Operator-File-Status PIC XX.
010715 01  WS-Audit-File-Status   PIC XX.
010720     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
010725 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
010730 01  WS-Sign-On-Password    PIC X(8).
010735 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
010740 01  WS-Signed-On           PIC 9       VALUE 0.
010745     88 Signed-On                       VALUE 1.
010750 01  WS-Operator-Found      PIC 9       VALUE 0.
010755     88 Operator-Found                  VALUE 1.
010760 01  WS-Operator-EOF        PIC 9       VALUE 0.
010765     88 Operator-EOF                    VALUE 1.
010770 01  WS-Audit-Key           PIC X(20).
010775 01  WS-Audit-Field         PIC X(12).
010780 01  WS-Audit-Old-Value     PIC X(30).
010785 01  WS-Audit-New-Value     PIC X(30).
010800
010900 PROCEDURE DIVISION.
011000 Begin.
011050     PERFORM Sign-On-Operator.
011100     PERFORM Load-Sponsors.
011200     PERFORM Load-Links.
011300     PERFORM Process-One-Action UNTIL Action-Quit.
011400     PERFORM Rewrite-Sponsor-File.
011500     PERFORM Rewrite-Link-File.
011600     DISPLAY "SponMaint: " WS-Changed-Count " changes, "
011700         WS-Sponsor-Count " sponsors, " WS-Link-Count
011800         " sponsored students.".
011900     MOVE 0 TO RETURN-CODE.
012000     STOP RUN.
012100
012200 Load-Sponsors.
012300     MOVE 0 TO WS-Sponsor-EOF.
012400     OPEN INPUT SponsorFile.
012500     IF WS-Sponsor-File-Status NOT = "00"
012600         DISPLAY "SPONSOR.DAT not found -- starting new sponsor"
012700             " master."
012800     ELSE
012900         READ SponsorFile
013000             AT END SET Sponsor-EOF TO TRUE
013100         END-READ
013200         PERFORM UNTIL Sponsor-EOF
013300             MOVE SP-Sponsor-Code TO WS-Sponsor-Code
013400             PERFORM Find-Sponsor-Entry
013500             IF NOT Sponsor-Found
013600                 PERFORM Open-Sponsor-Entry
013700             END-IF
013800             IF WS-Sponsor-Sub > ZERO
013900                 MOVE SP-Sponsor-Name TO
014000                     SPT-Sponsor-Name(WS-Sponsor-Sub)
014100                 MOVE SP-Contact TO SPT-Contact(WS-Sponsor-Sub)
014200                 MOVE SP-Sponsor-Status TO
014300                     SPT-Sponsor-Status(WS-Sponsor-Sub)
014400             END-IF
014500             READ SponsorFile
014600                 AT END SET Sponsor-EOF TO TRUE
014700             END-READ
014800         END-PERFORM
014900         CLOSE SponsorFile
015000     END-IF.
015100
015200 Load-Links.
015300     MOVE 0 TO WS-Link-EOF.
015400     OPEN INPUT LinkFile.
015500     IF WS-Link-File-Status NOT = "00"
015600         DISPLAY "STUDSPON.DAT not found -- no students"
015700             " sponsored yet."
015800     ELSE
015900         READ LinkFile
016000             AT END SET Link-EOF TO TRUE
016100         END-READ
016200         PERFORM UNTIL Link-EOF
016300             MOVE SS-Student-Id TO WS-Student-Id
016400             PERFORM Find-Link-Entry
016500             IF NOT Link-Found
016600                 PERFORM Open-Link-Entry
016700             END-IF
016800             IF WS-Link-Sub > ZERO
016900                 MOVE SS-Sponsor-Code TO
017000                     LKT-Sponsor-Code(WS-Link-Sub)
017100                 MOVE SS-Share-Type TO LKT-Share-Type(WS-Link-Sub)
017200                 MOVE SS-Share-Value TO
017300                     LKT-Share-Value(WS-Link-Sub)
017400             END-IF
017500             READ LinkFile
017600                 AT END SET Link-EOF TO TRUE
017700             END-READ
017800         END-PERFORM
017900         CLOSE LinkFile
018000     END-IF.
018100
018200 Find-Sponsor-Entry.
018300*    Leaves WS-Sponsor-Sub at the entry for WS-Sponsor-Code when
018400*    it is on file, otherwise at the place it would be slotted.
018500     MOVE 0 TO WS-Sponsor-Found.
018600     MOVE ZEROS TO WS-Sponsor-Sub.
018700     PERFORM VARYING SPT-Idx FROM 1 BY 1
018800             UNTIL SPT-Idx > WS-Sponsor-Count
018900                OR WS-Sponsor-Sub > ZERO
019000         IF SPT-Sponsor-Code(SPT-Idx) NOT < WS-Sponsor-Code
019100             SET WS-Sponsor-Sub TO SPT-Idx
019200         END-IF
019300     END-PERFORM.
019400     IF WS-Sponsor-Sub = ZERO
019500         COMPUTE WS-Sponsor-Sub = WS-Sponsor-Count + 1
019600     ELSE
019700         IF SPT-Sponsor-Code(WS-Sponsor-Sub) = WS-Sponsor-Code
019800             SET Sponsor-Found TO TRUE
019900         END-IF
020000     END-IF.
020100
020200 Open-Sponsor-Entry.
020300     IF WS-Sponsor-Count >= 500
020400         DISPLAY "Sponsor master full at 500 -- "
020500             WS-Sponsor-Code " not added."
020600         MOVE ZEROS TO WS-Sponsor-Sub
020700     ELSE
020800         ADD 1 TO WS-Sponsor-Count
020900         PERFORM VARYING WS-Shift-Sub FROM WS-Sponsor-Count
021000                 BY -1 UNTIL WS-Shift-Sub <= WS-Sponsor-Sub
021100             MOVE SPT-Entry(WS-Shift-Sub - 1)
021200                 TO SPT-Entry(WS-Shift-Sub)
021300         END-PERFORM
021400         MOVE WS-Sponsor-Code TO SPT-Sponsor-Code(WS-Sponsor-Sub)
021500         MOVE SPACES TO SPT-Sponsor-Name(WS-Sponsor-Sub)
021600         MOVE SPACES TO SPT-Contact(WS-Sponsor-Sub)
021700         MOVE "A" TO SPT-Sponsor-Status(WS-Sponsor-Sub)
021800     END-IF.
021900
022000 Find-Link-Entry.
022100     MOVE 0 TO WS-Link-Found.
022200     MOVE ZEROS TO WS-Link-Sub.
022300     PERFORM VARYING LKT-Idx FROM 1 BY 1
022400             UNTIL LKT-Idx > WS-Link-Count
022500                OR WS-Link-Sub > ZERO
022600         IF LKT-Student-Id(LKT-Idx) NOT < WS-Student-Id
022700             SET WS-Link-Sub TO LKT-Idx
022800         END-IF
022900     END-PERFORM.
023000     IF WS-Link-Sub = ZERO
023100         COMPUTE WS-Link-Sub = WS-Link-Count + 1
023200     ELSE
023300         IF LKT-Student-Id(WS-Link-Sub) = WS-Student-Id
023400             SET Link-Found TO TRUE
023500         END-IF
023600     END-IF.
023700
023800 Open-Link-Entry.
023900     IF WS-Link-Count >= 5000
024000         DISPLAY "Link table full at 5000 -- student "
024100             WS-Student-Id " not linked."
024200         MOVE ZEROS TO WS-Link-Sub
024300     ELSE
024400         ADD 1 TO WS-Link-Count
024500         PERFORM VARYING WS-Shift-Sub FROM WS-Link-Count
024600                 BY -1 UNTIL WS-Shift-Sub <= WS-Link-Sub
024700             MOVE LKT-Entry(WS-Shift-Sub - 1)
024800                 TO LKT-Entry(WS-Shift-Sub)
024900         END-PERFORM
025000         MOVE WS-Student-Id TO LKT-Student-Id(WS-Link-Sub)
025100         MOVE SPACES TO LKT-Sponsor-Code(WS-Link-Sub)
025200         MOVE "P" TO LKT-Share-Type(WS-Link-Sub)
025300         MOVE ZEROS TO LKT-Share-Value(WS-Link-Sub)
025400     END-IF.
025500
025600 Process-One-Action.
025700     DISPLAY " ".
025800     DISPLAY "SponMaint -- S)ponsor, L)ink student, U)nlink,".
025900     DISPLAY "             D)isplay sponsor, Q)uit: ".
026000     ACCEPT WS-Action.
026100     EVALUATE TRUE
026120         WHEN (Action-Sponsor OR Action-Link OR Action-Unlink)
026140                 AND NOT OR-May-Maintain-Sponsors
026160             DISPLAY "Operator " WS-Sign-On-Id
026180                 " does not hold the sponsor authority."
026200         WHEN Action-Sponsor
026300             PERFORM Update-One-Sponsor
026400         WHEN Action-Link
026500             PERFORM Link-One-Student
026600         WHEN Action-Unlink
026700             PERFORM Unlink-One-Student
026800         WHEN Action-Display
026900             PERFORM Display-One-Sponsor
027000         WHEN Action-Quit
027100             CONTINUE
027200         WHEN OTHER
027300             DISPLAY "Enter S, L, U, D or Q."
027400     END-EVALUATE.
027500
027600 Update-One-Sponsor.
027700     DISPLAY "Sponsor code (5 characters): ".
027800     ACCEPT WS-Sponsor-Code.
027900     IF WS-Sponsor-Code = SPACES
028000         DISPLAY "Sponsor code may not be blank."
028100     ELSE
028200         PERFORM Find-Sponsor-Entry
028300         IF Sponsor-Found
028400             DISPLAY "On file: " SPT-Sponsor-Name(WS-Sponsor-Sub)
028500                 " attn " SPT-Contact(WS-Sponsor-Sub)
028600                 " status " SPT-Sponsor-Status(WS-Sponsor-Sub)
028700         ELSE
028800             DISPLAY "Sponsor " WS-Sponsor-Code " is new."
028900         END-IF
029000         DISPLAY "Name (30 characters): "
029100         ACCEPT WS-New-Name
029200         DISPLAY "Contact for invoices (20 characters): "
029300         ACCEPT WS-New-Contact
029400         DISPLAY "Status (A=active, I=inactive): "
029500         ACCEPT WS-New-Status
029600         EVALUATE TRUE
029700             WHEN WS-New-Name = SPACES
029800                 DISPLAY "Name may not be blank -- not saved."
029900             WHEN WS-New-Status NOT = "A" AND NOT = "I"
030000                 DISPLAY "Status must be A or I -- not saved."
030100             WHEN OTHER
030200                 IF NOT Sponsor-Found
030300                     PERFORM Open-Sponsor-Entry
030400                 END-IF
030500                 IF WS-Sponsor-Sub > ZERO
030550                     PERFORM Journal-Sponsor-Changes
030600                     MOVE WS-New-Name TO
030700                         SPT-Sponsor-Name(WS-Sponsor-Sub)
030800                     MOVE WS-New-Contact TO
030900                         SPT-Contact(WS-Sponsor-Sub)
031000                     MOVE WS-New-Status TO
031100                         SPT-Sponsor-Status(WS-Sponsor-Sub)
031200                     ADD 1 TO WS-Changed-Count
031300                     DISPLAY "Sponsor " WS-Sponsor-Code " saved."
031400                 END-IF
031500         END-EVALUATE
031600     END-IF.
031700
031800 Find-Student.
031900     MOVE 0 TO WS-Student-Found.
032000     MOVE 0 TO WS-Student-EOF.
032100     OPEN INPUT NewStudentFile.
032200     IF WS-New-File-Status = "00"
032300         READ NewStudentFile
032400             AT END SET Student-EOF TO TRUE
032500         END-READ
032600         PERFORM UNTIL Student-EOF OR Student-Found
032700              OR Student-Id OF NewStudRec > WS-Student-Id
032800             IF Student-Id OF NewStudRec = WS-Student-Id
032900                 SET Student-Found TO TRUE
033000             ELSE
033100                 READ NewStudentFile
033200                     AT END SET Student-EOF TO TRUE
033300                 END-READ
033400             END-IF
033500         END-PERFORM
033600         CLOSE NewStudentFile
033700     ELSE
033800         DISPLAY "STUDENTS.NEW not found -- cannot check the"
033900             " student."
034000     END-IF.
034100
034200 Link-One-Student.
034300     DISPLAY "Student id (7 digits): ".
034400     ACCEPT WS-Student-Id.
034500     PERFORM Find-Student.
034600     IF NOT Student-Found
034700         DISPLAY "Student " WS-Student-Id " not on STUDENTS.NEW."
034800     ELSE
034900         DISPLAY Student-Id OF NewStudRec " "
035000             Last-Name OF NewStudRec ", " First-Name OF NewStudRec
035100         PERFORM Find-Link-Entry
035200         IF Link-Found
035300             MOVE LKT-Share-Value(WS-Link-Sub) TO WS-Share-Display
035400             DISPLAY "Now sponsored by "
035500                 LKT-Sponsor-Code(WS-Link-Sub) " share "
035600                 LKT-Share-Type(WS-Link-Sub) " " WS-Share-Display
035700         END-IF
035800         DISPLAY "Sponsor code (5 characters): "
035900         ACCEPT WS-Sponsor-Code
036000         PERFORM Find-Sponsor-Entry
036100         DISPLAY "Share type (P=percentage, F=fixed amount): "
036200         ACCEPT WS-New-Share-Type
036300         DISPLAY "Share (percentage 0.01-100.00 or amount): "
036400         ACCEPT WS-New-Share-Value
036500         EVALUATE TRUE
036600             WHEN NOT Sponsor-Found
036700                 DISPLAY "Sponsor " WS-Sponsor-Code
036800                     " not on file -- not linked."
036900             WHEN NOT SPT-Active(WS-Sponsor-Sub)
037000                 DISPLAY "Sponsor " WS-Sponsor-Code
037100                     " is inactive -- not linked."
037200             WHEN WS-New-Share-Type NOT = "P" AND NOT = "F"
037300                 DISPLAY "Share type must be P or F --"
037400                     " not linked."
037500             WHEN WS-New-Share-Value = ZERO
037600                 DISPLAY "Share may not be zero -- not linked."
037700             WHEN WS-New-Share-Type = "P"
037800              AND WS-New-Share-Value > 100
037900                 DISPLAY "A percentage may not be over 100 --"
038000                     " not linked."
038100             WHEN OTHER
038200                 IF NOT Link-Found
038300                     PERFORM Open-Link-Entry
038400                 END-IF
038500                 IF WS-Link-Sub > ZERO
038550                     PERFORM Journal-Link-Change
038600                     MOVE WS-Sponsor-Code TO
038700                         LKT-Sponsor-Code(WS-Link-Sub)
038800                     MOVE WS-New-Share-Type TO
038900                         LKT-Share-Type(WS-Link-Sub)
039000                     MOVE WS-New-Share-Value TO
039100                         LKT-Share-Value(WS-Link-Sub)
039200                     ADD 1 TO WS-Changed-Count
039300                     DISPLAY "Student " WS-Student-Id
039400                         " linked to " WS-Sponsor-Code "."
039500                 END-IF
039600         END-EVALUATE
039700     END-IF.
039800
039900 Unlink-One-Student.
040000     DISPLAY "Student id (7 digits): ".
040100     ACCEPT WS-Student-Id.
040200     PERFORM Find-Link-Entry.
040300     IF NOT Link-Found
040400         DISPLAY "Student " WS-Student-Id " is not sponsored."
040500     ELSE
040600         DISPLAY "Remove link to " LKT-Sponsor-Code(WS-Link-Sub)
040700             "? (Y/N): "
040800         ACCEPT WS-Confirm
040900         IF Confirmed
040950             PERFORM Journal-Unlink
041000             PERFORM VARYING WS-Shift-Sub FROM WS-Link-Sub BY 1
041100                     UNTIL WS-Shift-Sub >= WS-Link-Count
041200                 MOVE LKT-Entry(WS-Shift-Sub + 1)
041300                     TO LKT-Entry(WS-Shift-Sub)
041400             END-PERFORM
041500             SUBTRACT 1 FROM WS-Link-Count
041600             ADD 1 TO WS-Changed-Count
041700             DISPLAY "Student " WS-Student-Id " unlinked."
041800         END-IF
041900     END-IF.
042000
042100 Display-One-Sponsor.
042200     DISPLAY "Sponsor code (5 characters): ".
042300     ACCEPT WS-Sponsor-Code.
042400     PERFORM Find-Sponsor-Entry.
042500     IF NOT Sponsor-Found
042600         DISPLAY "Sponsor " WS-Sponsor-Code " not on file."
042700     ELSE
042800         DISPLAY WS-Sponsor-Code " "
042900             SPT-Sponsor-Name(WS-Sponsor-Sub)
043000             " attn " SPT-Contact(WS-Sponsor-Sub)
043100             " status " SPT-Sponsor-Status(WS-Sponsor-Sub)
043200         MOVE ZEROS TO WS-Listed-Count
043300         PERFORM VARYING LKT-Idx FROM 1 BY 1
043400                 UNTIL LKT-Idx > WS-Link-Count
043500             IF LKT-Sponsor-Code(LKT-Idx) = WS-Sponsor-Code
043600                 ADD 1 TO WS-Listed-Count
043700                 MOVE LKT-Share-Value(LKT-Idx) TO WS-Share-Display
043800                 DISPLAY "  " LKT-Student-Id(LKT-Idx) "  share "
043900                     LKT-Share-Type(LKT-Idx) " " WS-Share-Display
044000             END-IF
044100         END-PERFORM
044200         DISPLAY "  " WS-Listed-Count " students sponsored."
044300     END-IF.
044400
044500 Rewrite-Sponsor-File.
044600     OPEN OUTPUT SponsorFile.
044700     PERFORM VARYING SPT-Idx FROM 1 BY 1
044800             UNTIL SPT-Idx > WS-Sponsor-Count
044900         MOVE SPT-Sponsor-Code(SPT-Idx) TO SP-Sponsor-Code
045000         MOVE SPT-Sponsor-Name(SPT-Idx) TO SP-Sponsor-Name
045100         MOVE SPT-Contact(SPT-Idx) TO SP-Contact
045200         MOVE SPT-Sponsor-Status(SPT-Idx) TO SP-Sponsor-Status
045300         WRITE SponRec
045400     END-PERFORM.
045500     CLOSE SponsorFile.
045600
045700 Rewrite-Link-File.
045800     OPEN OUTPUT LinkFile.
045900     PERFORM VARYING LKT-Idx FROM 1 BY 1
046000             UNTIL LKT-Idx > WS-Link-Count
046100         MOVE LKT-Student-Id(LKT-Idx) TO SS-Student-Id
046200         MOVE LKT-Sponsor-Code(LKT-Idx) TO SS-Sponsor-Code
046300         MOVE LKT-Share-Type(LKT-Idx) TO SS-Share-Type
046400         MOVE LKT-Share-Value(LKT-Idx) TO SS-Share-Value
046500         WRITE LinkRec
046600     END-PERFORM.
046700     CLOSE LinkFile.
046800
046900 Journal-Sponsor-Changes.
047000*    Called before the keyed values replace the table entry; a
047100*    sponsor just slotted in is journalled as added.
047200     MOVE WS-Sponsor-Code TO WS-Audit-Key.
047300     IF NOT Sponsor-Found
047400         MOVE "*ADDED*" TO WS-Audit-Field
047500         MOVE SPACES TO WS-Audit-Old-Value
047600         MOVE WS-New-Name TO WS-Audit-New-Value
047700         PERFORM Write-Audit-Entry
047800         MOVE "CONTACT" TO WS-Audit-Field
047900         MOVE WS-New-Contact TO WS-Audit-New-Value
048000         PERFORM Audit-If-Changed
048100         MOVE "STATUS" TO WS-Audit-Field
048200         MOVE WS-New-Status TO WS-Audit-New-Value
048300         PERFORM Write-Audit-Entry
048400     ELSE
048500         MOVE "SPON-NAME" TO WS-Audit-Field
048600         MOVE SPT-Sponsor-Name(WS-Sponsor-Sub) TO
048700             WS-Audit-Old-Value
048800         MOVE WS-New-Name TO WS-Audit-New-Value
048900         PERFORM Audit-If-Changed
049000         MOVE "CONTACT" TO WS-Audit-Field
049100         MOVE SPT-Contact(WS-Sponsor-Sub) TO WS-Audit-Old-Value
049200         MOVE WS-New-Contact TO WS-Audit-New-Value
049300         PERFORM Audit-If-Changed
049400         MOVE "STATUS" TO WS-Audit-Field
049500         MOVE SPT-Sponsor-Status(WS-Sponsor-Sub) TO
049600             WS-Audit-Old-Value
049700         MOVE WS-New-Status TO WS-Audit-New-Value
049800         PERFORM Audit-If-Changed
049900     END-IF.
050000
050100 Journal-Link-Change.
050200*    A link reads as sponsor code, share type and share, e.g.
050300*    "ACME1 P   50.00"; a student not linked before shows blank.
050400     MOVE WS-Student-Id TO WS-Audit-Key.
050500     MOVE "SPONSOR-LINK" TO WS-Audit-Field.
050600     MOVE SPACES TO WS-Audit-Old-Value.
050700     IF Link-Found
050800         PERFORM Format-Old-Link
050900     END-IF.
051000     MOVE WS-New-Share-Value TO WS-Share-Display.
051100     MOVE SPACES TO WS-Audit-New-Value.
051200     STRING WS-Sponsor-Code " " WS-New-Share-Type " "
051300         WS-Share-Display DELIMITED BY SIZE
051400         INTO WS-Audit-New-Value.
051500     PERFORM Audit-If-Changed.
051600
051700 Journal-Unlink.
051800     MOVE WS-Student-Id TO WS-Audit-Key.
051900     MOVE "*REMOVED*" TO WS-Audit-Field.
052000     PERFORM Format-Old-Link.
052100     MOVE SPACES TO WS-Audit-New-Value.
052200     PERFORM Write-Audit-Entry.
052300
052400 Format-Old-Link.
052500     MOVE LKT-Share-Value(WS-Link-Sub) TO WS-Share-Display.
052600     MOVE SPACES TO WS-Audit-Old-Value.
052700     STRING LKT-Sponsor-Code(WS-Link-Sub) " "
052800         LKT-Share-Type(WS-Link-Sub) " " WS-Share-Display
052900         DELIMITED BY SIZE INTO WS-Audit-Old-Value.
053000
053100 Sign-On-Operator.
053200*    The operator signs on against OPERATOR.DAT before any work is
053300*    taken; three refusals end the session. Every try is written
053400*    to AUDIT.JRN.
053500     MOVE 0 TO WS-Sign-On-Tries.
053600     PERFORM Try-One-Sign-On
053700         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
053800     IF NOT Signed-On
053900         DISPLAY "Sign-on refused -- see the security officer."
054000         MOVE 1 TO RETURN-CODE
054100         STOP RUN
054200     END-IF.
054300
054400 Try-One-Sign-On.
054500     ADD 1 TO WS-Sign-On-Tries.
054600     DISPLAY "Operator id: ".
054700     ACCEPT WS-Sign-On-Id.
054800     DISPLAY "Password: ".
054900     ACCEPT WS-Sign-On-Password.
055000     PERFORM Find-Operator.
055100     MOVE SPACES TO WS-Audit-Key.
055200     MOVE SPACES TO WS-Audit-Old-Value.
055300     MOVE "SIGN-ON" TO WS-Audit-Field.
055400     IF Operator-Found AND OR-Active
055500             AND OR-Password = WS-Sign-On-Password
055600         SET Signed-On TO TRUE
055700         MOVE "ACCEPTED" TO WS-Audit-New-Value
055800         DISPLAY "Signed on as " OR-Operator-Name
055900     ELSE
056000         MOVE "REFUSED" TO WS-Audit-New-Value
056100         DISPLAY "Operator id or password not accepted."
056200     END-IF.
056300     PERFORM Write-Audit-Entry.
056400
056500 Find-Operator.
056600     MOVE 0 TO WS-Operator-Found.
056700     MOVE 0 TO WS-Operator-EOF.
056800     OPEN INPUT OperatorFile.
056900     IF WS-Operator-File-Status NOT = "00"
057000         DISPLAY "OPERATOR.DAT not found -- the security officer"
057100             " sets up operators with OperMaint."
057200         MOVE 1 TO RETURN-CODE
057300         STOP RUN
057400     END-IF.
057500     PERFORM UNTIL Operator-EOF OR Operator-Found
057600         MOVE SPACES TO SignOnRec
057700         READ OperatorFile INTO SignOnRec
057800             AT END
057900                 SET Operator-EOF TO TRUE
058000             NOT AT END
058100                 IF OR-Operator-Id = WS-Sign-On-Id
058200                         AND WS-Sign-On-Id NOT = SPACES
058300                     SET Operator-Found TO TRUE
058400                 END-IF
058500         END-READ
058600     END-PERFORM.
058700     CLOSE OperatorFile.
058800
058900 Audit-If-Changed.
059000     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
059100         PERFORM Write-Audit-Entry
059200     END-IF.
059300
059400 Write-Audit-Entry.
059500*    One line on the common change journal AUDIT.JRN.
059600     OPEN EXTEND AuditFile.
059700     IF WS-Audit-File-Status NOT = "00"
059800         OPEN OUTPUT AuditFile
059900     END-IF.
060000     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
060100     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
060200     MOVE WS-Sign-On-Id TO AJ-Operator.
060300     MOVE "SPONMAINT" TO AJ-Program.
060400     MOVE WS-Audit-Key TO AJ-Record-Key.
060500     MOVE WS-Audit-Field TO AJ-Field.
060600     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
060700     MOVE WS-Audit-New-Value TO AJ-New-Value.
060800     WRITE AuditRec.
060900     CLOSE AuditFile.
