000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. CourseMaint.
000300* Maintenance program for COURSES.DAT, the course catalogue of
000400* each program of study. Works the way OilProdMaint works the
000500* oil product master: loads the catalogue into a table
000600* (starting an empty one if COURSES.DAT does not exist yet),
000700* lets the registrar set one course at a time, then rewrites
000800* the file in ascending program code and course code order.
000900* The registrar keys the two-character Program-Code the
001000* course belongs to -- the program's courses already on file
001100* are listed as a reminder -- then the course code, and for a
001200* new or changed course its title, the credits it carries
001300* (1-20) and its status: A for active, R for retired. A
001400* retired course takes no new enrollments in EnrollMaint but
001500* is never removed, so a transcript naming it still prints
001600* the title. Credits changed here apply to enrollments made
001700* from then on; EnrollMaint copies the credits onto each
001800* enrollment when it is made.
001820* The registrar signs on against OPERATOR.DAT and must hold the
001840* course authority. Every field an entry changes is written to
001860* the common AUDIT.JRN as it is keyed, with the operator, the
001880* program and course code and the old and new values.
001900
002000 ENVIRONMENT DIVISION.
002100 INPUT-OUTPUT SECTION.
002200 FILE-CONTROL.
002300     SELECT CourseFile ASSIGN TO "COURSES.DAT"
002400              ORGANIZATION IS LINE SEQUENTIAL
002500              FILE STATUS IS WS-Course-File-Status.
002510
002520     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
002530              ORGANIZATION IS LINE SEQUENTIAL
002540              FILE STATUS IS WS-Operator-File-Status.
002550
002560     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
002570              ORGANIZATION IS LINE SEQUENTIAL
002580              FILE STATUS IS WS-Audit-File-Status.
002600
002700 DATA DIVISION.
002800 FILE SECTION.
002900 FD  CourseFile.
003000     COPY "COURSE.CPY" REPLACING ==REC-NAME== BY ==CourseRec==.
003010
003020 FD  OperatorFile.
003030 01  OperatorFileRec        PIC X(48).
003040
003050 FD  AuditFile.
003060     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
003100
003200 WORKING-STORAGE SECTION.
003300 01  WS-Course-File-Status     PIC XX.
003400 01  WS-Course-EOF             PIC 9       VALUE 0.
003500     88 Course-EOF                         VALUE 1.
003600
003700 01  Course-Table.
003800*    The whole catalogue in program code and course code order;
003900*    a new course is slotted into place as it is added.
004000     02  WS-Course-Count       PIC 9(4)    VALUE ZEROS.
004100     02  CRT-Entry OCCURS 500 TIMES INDEXED BY CRT-Idx.
004200         03  CRT-Key.
004300             04  CRT-Program-Code  PIC X(2).
004400             04  CRT-Course-Code   PIC X(6).
004500         03  CRT-Course-Title  PIC X(30).
004600         03  CRT-Credits       PIC 99.
004700         03  CRT-Course-Status PIC X.
004800
004900 01  WS-Course-Key.
005000     02  WS-Program-Code       PIC X(2).
005100     02  WS-Course-Code        PIC X(6).
005200 01  WS-Course-Sub             PIC 9(4)    VALUE ZEROS.
005300 01  WS-Shift-Sub              PIC 9(4)    VALUE ZEROS.
005400 01  WS-Listed-Count           PIC 9(4)    VALUE ZEROS.
005500 01  WS-New-Title              PIC X(30).
005600 01  WS-New-Credits            PIC 99.
005700 01  WS-New-Status             PIC X.
005800 01  WS-Course-Found           PIC 9       VALUE 0.
005900     88 Course-Found                       VALUE 1.
006000 01  WS-Continue               PIC X       VALUE "Y".
006100     88 Keep-Going                         VALUE "Y" "y".
006105
006110 01  WS-Operator-File-Status PIC XX.
006115 01  WS-Audit-File-Status   PIC XX.
006120     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
006125 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
006130 01  WS-Sign-On-Password    PIC X(8).
006135 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
006140 01  WS-Signed-On           PIC 9       VALUE 0.
006145     88 Signed-On                       VALUE 1.
006150 01  WS-Operator-Found      PIC 9       VALUE 0.
006155     88 Operator-Found                  VALUE 1.
006160 01  WS-Operator-EOF        PIC 9       VALUE 0.
006165     88 Operator-EOF                    VALUE 1.
006170 01  WS-Audit-Key           PIC X(20).
006175 01  WS-Audit-Field         PIC X(12).
006180 01  WS-Audit-Old-Value     PIC X(30).
006185 01  WS-Audit-New-Value     PIC X(30).
006200
006300 PROCEDURE DIVISION.
006400 Maintain-Course-Catalogue.
006450     PERFORM Sign-On-Operator.
006500     PERFORM Load-Existing-Courses.
006600     PERFORM Update-Courses-From-Operator
006700         UNTIL NOT Keep-Going.
006800     PERFORM Rewrite-Course-File.
006900     DISPLAY "CourseMaint: " WS-Course-Count
007000         " courses on the catalogue.".
007100     STOP RUN.
007200
007300 Load-Existing-Courses.
007400     MOVE 0 TO WS-Course-EOF.
007500     OPEN INPUT CourseFile.
007600     IF WS-Course-File-Status = "00"
007700         READ CourseFile
007800             AT END SET Course-EOF TO TRUE
007900         END-READ
008000         PERFORM UNTIL Course-EOF
008100             MOVE CO-Program-Code TO WS-Program-Code
008200             MOVE CO-Course-Code TO WS-Course-Code
008300             PERFORM Find-Course-Entry
008400             IF NOT Course-Found
008500                 PERFORM Open-Course-Entry
008600             END-IF
008700             IF WS-Course-Sub > ZERO
008800                 MOVE CO-Course-Title TO
008900                     CRT-Course-Title(WS-Course-Sub)
009000                 MOVE CO-Credits TO CRT-Credits(WS-Course-Sub)
009100                 MOVE CO-Course-Status TO
009200                     CRT-Course-Status(WS-Course-Sub)
009300             END-IF
009400             READ CourseFile
009500                 AT END SET Course-EOF TO TRUE
009600             END-READ
009700         END-PERFORM
009800         CLOSE CourseFile
009900     ELSE
010000         DISPLAY "COURSES.DAT not found -- starting new"
010100             " catalogue."
010200     END-IF.
010300
010400 Find-Course-Entry.
010500*    Leaves WS-Course-Sub at the entry for WS-Course-Key when it
010600*    is on file, otherwise at the place it would be slotted in.
010700     MOVE 0 TO WS-Course-Found.
010800     MOVE ZEROS TO WS-Course-Sub.
010900     PERFORM VARYING CRT-Idx FROM 1 BY 1
011000             UNTIL CRT-Idx > WS-Course-Count
011100                OR WS-Course-Sub > ZERO
011200         IF CRT-Key(CRT-Idx) NOT < WS-Course-Key
011300             SET WS-Course-Sub TO CRT-Idx
011400         END-IF
011500     END-PERFORM.
011600     IF WS-Course-Sub = ZERO
011700         COMPUTE WS-Course-Sub = WS-Course-Count + 1
011800     ELSE
011900         IF CRT-Key(WS-Course-Sub) = WS-Course-Key
012000             SET Course-Found TO TRUE
012100         END-IF
012200     END-IF.
012300
012400 Open-Course-Entry.
012500     IF WS-Course-Count >= 500
012600         DISPLAY "Catalogue full at 500 courses -- "
012700             WS-Program-Code " " WS-Course-Code " not added."
012800         MOVE ZEROS TO WS-Course-Sub
012900     ELSE
013000         ADD 1 TO WS-Course-Count
013100         PERFORM VARYING WS-Shift-Sub FROM WS-Course-Count BY -1
013200                 UNTIL WS-Shift-Sub <= WS-Course-Sub
013300             MOVE CRT-Entry(WS-Shift-Sub - 1)
013400                 TO CRT-Entry(WS-Shift-Sub)
013500         END-PERFORM
013600         MOVE WS-Course-Key TO CRT-Key(WS-Course-Sub)
013700         MOVE SPACES TO CRT-Course-Title(WS-Course-Sub)
013800         MOVE ZEROS TO CRT-Credits(WS-Course-Sub)
013900         MOVE "A" TO CRT-Course-Status(WS-Course-Sub)
014000     END-IF.
014100
014200 Update-Courses-From-Operator.
014300     DISPLAY "Program code (2 characters): ".
014400     ACCEPT WS-Program-Code.
014500     IF WS-Program-Code = SPACES
014600         DISPLAY "Program code may not be blank."
014700     ELSE
014800         PERFORM List-Program-Courses
014900         DISPLAY "Course code to add/update (6 characters): "
015000         ACCEPT WS-Course-Code
015100         IF WS-Course-Code = SPACES
015200             DISPLAY "Course code may not be blank."
015300         ELSE
015400             PERFORM Update-One-Course
015500         END-IF
015600     END-IF.
015700     DISPLAY "Maintain another course? (Y/N): ".
015800     ACCEPT WS-Continue.
015900
016000 List-Program-Courses.
016100     MOVE ZEROS TO WS-Listed-Count.
016200     PERFORM VARYING CRT-Idx FROM 1 BY 1
016300             UNTIL CRT-Idx > WS-Course-Count
016400         IF CRT-Program-Code(CRT-Idx) = WS-Program-Code
016500             ADD 1 TO WS-Listed-Count
016600             DISPLAY "  " CRT-Course-Code(CRT-Idx) " "
016700                 CRT-Course-Title(CRT-Idx) " "
016800                 CRT-Credits(CRT-Idx) " credits  "
016900                 CRT-Course-Status(CRT-Idx)
017000         END-IF
017100     END-PERFORM.
017200     IF WS-Listed-Count = ZERO
017300         DISPLAY "Program " WS-Program-Code
017400             " has no courses on file yet."
017500     END-IF.
017600
017700 Update-One-Course.
017800     PERFORM Find-Course-Entry.
017900     IF Course-Found
018000         DISPLAY "On file: " CRT-Course-Title(WS-Course-Sub)
018100             " credits " CRT-Credits(WS-Course-Sub)
018200             " status " CRT-Course-Status(WS-Course-Sub)
018300     ELSE
018400         DISPLAY "Course " WS-Course-Code " not yet on program "
018500             WS-Program-Code "."
018600     END-IF.
018700     DISPLAY "Title (30 characters): ".
018800     ACCEPT WS-New-Title.
018900     DISPLAY "Credits (01-20): ".
019000     ACCEPT WS-New-Credits.
019100     DISPLAY "Status (A=active, R=retired): ".
019200     ACCEPT WS-New-Status.
019300     EVALUATE TRUE
019400         WHEN WS-New-Title = SPACES
019500             DISPLAY "Title may not be blank -- not saved."
019600         WHEN WS-New-Credits < 1 OR WS-New-Credits > 20
019700             DISPLAY "Credits must be 01-20 -- not saved."
019800         WHEN WS-New-Status NOT = "A" AND NOT = "R"
019900             DISPLAY "Status must be A or R -- not saved."
020000         WHEN OTHER
020100             IF NOT Course-Found
020200                 PERFORM Open-Course-Entry
020300             END-IF
020400             IF WS-Course-Sub > ZERO
020450                 PERFORM Journal-Course-Changes
020500                 MOVE WS-New-Title TO
020600                     CRT-Course-Title(WS-Course-Sub)
020700                 MOVE WS-New-Credits TO CRT-Credits(WS-Course-Sub)
020800                 MOVE WS-New-Status TO
020900                     CRT-Course-Status(WS-Course-Sub)
021000                 DISPLAY "Course " WS-Program-Code " "
021100                     WS-Course-Code " set to "
021200                     CRT-Course-Title(WS-Course-Sub)
021300             END-IF
021400     END-EVALUATE.
021500
021600 Rewrite-Course-File.
021700     OPEN OUTPUT CourseFile.
021800     PERFORM VARYING CRT-Idx FROM 1 BY 1
021900             UNTIL CRT-Idx > WS-Course-Count
022000         MOVE CRT-Program-Code(CRT-Idx) TO CO-Program-Code
022100         MOVE CRT-Course-Code(CRT-Idx) TO CO-Course-Code
022200         MOVE CRT-Course-Title(CRT-Idx) TO CO-Course-Title
022300         MOVE CRT-Credits(CRT-Idx) TO CO-Credits
022400         MOVE CRT-Course-Status(CRT-Idx) TO CO-Course-Status
022500         WRITE CourseRec
022600     END-PERFORM.
022700     CLOSE CourseFile.
022800
022900 Journal-Course-Changes.
023000*    Called before the keyed values replace the table entry; a
023100*    course just slotted in is journalled as added.
023200     MOVE SPACES TO WS-Audit-Key.
023300     STRING WS-Program-Code " " WS-Course-Code
023400         DELIMITED BY SIZE INTO WS-Audit-Key.
023500     IF NOT Course-Found
023600         MOVE "*ADDED*" TO WS-Audit-Field
023700         MOVE SPACES TO WS-Audit-Old-Value
023800         MOVE WS-New-Title TO WS-Audit-New-Value
023900         PERFORM Write-Audit-Entry
024000         MOVE "CREDITS" TO WS-Audit-Field
024100         MOVE WS-New-Credits TO WS-Audit-New-Value
024200         PERFORM Write-Audit-Entry
024300         MOVE "STATUS" TO WS-Audit-Field
024400         MOVE WS-New-Status TO WS-Audit-New-Value
024500         PERFORM Write-Audit-Entry
024600     ELSE
024700         MOVE "TITLE" TO WS-Audit-Field
024800         MOVE CRT-Course-Title(WS-Course-Sub) TO
024900             WS-Audit-Old-Value
025000         MOVE WS-New-Title TO WS-Audit-New-Value
025100         PERFORM Audit-If-Changed
025200         MOVE "CREDITS" TO WS-Audit-Field
025300         MOVE CRT-Credits(WS-Course-Sub) TO WS-Audit-Old-Value
025400         MOVE WS-New-Credits TO WS-Audit-New-Value
025500         PERFORM Audit-If-Changed
025600         MOVE "STATUS" TO WS-Audit-Field
025700         MOVE CRT-Course-Status(WS-Course-Sub) TO
025800             WS-Audit-Old-Value
025900         MOVE WS-New-Status TO WS-Audit-New-Value
026000         PERFORM Audit-If-Changed
026100     END-IF.
026200
026300 Sign-On-Operator.
026400*    The operator signs on against OPERATOR.DAT before any work is
026500*    taken; three refusals end the session. Every try is written
026600*    to AUDIT.JRN.
026700     MOVE 0 TO WS-Sign-On-Tries.
026800     PERFORM Try-One-Sign-On
026900         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
027000     IF NOT Signed-On
027100         DISPLAY "Sign-on refused -- see the security officer."
027200         MOVE 1 TO RETURN-CODE
027300         STOP RUN
027400     END-IF.
027500     IF NOT OR-May-Maintain-Courses
027600         DISPLAY "Operator " WS-Sign-On-Id
027700             " does not hold the course authority."
027800         MOVE SPACES TO WS-Audit-Key
027900         MOVE SPACES TO WS-Audit-Old-Value
028000         MOVE "SIGN-ON" TO WS-Audit-Field
028100         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
028200         PERFORM Write-Audit-Entry
028300         MOVE 1 TO RETURN-CODE
028400         STOP RUN
028500     END-IF.
028600
028700 Try-One-Sign-On.
028800     ADD 1 TO WS-Sign-On-Tries.
028900     DISPLAY "Operator id: ".
029000     ACCEPT WS-Sign-On-Id.
029100     DISPLAY "Password: ".
029200     ACCEPT WS-Sign-On-Password.
029300     PERFORM Find-Operator.
029400     MOVE SPACES TO WS-Audit-Key.
029500     MOVE SPACES TO WS-Audit-Old-Value.
029600     MOVE "SIGN-ON" TO WS-Audit-Field.
029700     IF Operator-Found AND OR-Active
029800             AND OR-Password = WS-Sign-On-Password
029900         SET Signed-On TO TRUE
030000         MOVE "ACCEPTED" TO WS-Audit-New-Value
030100         DISPLAY "Signed on as " OR-Operator-Name
030200     ELSE
030300         MOVE "REFUSED" TO WS-Audit-New-Value
030400         DISPLAY "Operator id or password not accepted."
030500     END-IF.
030600     PERFORM Write-Audit-Entry.
030700
030800 Find-Operator.
030900     MOVE 0 TO WS-Operator-Found.
031000     MOVE 0 TO WS-Operator-EOF.
031100     OPEN INPUT OperatorFile.
031200     IF WS-Operator-File-Status NOT = "00"
031300         DISPLAY "OPERATOR.DAT not found -- the security officer"
031400             " sets up operators with OperMaint."
031500         MOVE 1 TO RETURN-CODE
031600         STOP RUN
031700     END-IF.
031800     PERFORM UNTIL Operator-EOF OR Operator-Found
031900         MOVE SPACES TO SignOnRec
032000         READ OperatorFile INTO SignOnRec
032100             AT END
032200                 SET Operator-EOF TO TRUE
032300             NOT AT END
032400                 IF OR-Operator-Id = WS-Sign-On-Id
032500                         AND WS-Sign-On-Id NOT = SPACES
032600                     SET Operator-Found TO TRUE
032700                 END-IF
032800         END-READ
032900     END-PERFORM.
033000     CLOSE OperatorFile.
033100
033200 Audit-If-Changed.
033300     IF WS-Audit-Old-Value NOT = WS-Audit-New-Value
033400         PERFORM Write-Audit-Entry
033500     END-IF.
033600
033700 Write-Audit-Entry.
033800*    One line on the common change journal AUDIT.JRN.
033900     OPEN EXTEND AuditFile.
034000     IF WS-Audit-File-Status NOT = "00"
034100         OPEN OUTPUT AuditFile
034200     END-IF.
034300     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
034400     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
034500     MOVE WS-Sign-On-Id TO AJ-Operator.
034600     MOVE "COURSEMAINT" TO AJ-Program.
034700     MOVE WS-Audit-Key TO AJ-Record-Key.
034800     MOVE WS-Audit-Field TO AJ-Field.
034900     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
035000     MOVE WS-Audit-New-Value TO AJ-New-Value.
035100     WRITE AuditRec.
035200     CLOSE AuditFile.
