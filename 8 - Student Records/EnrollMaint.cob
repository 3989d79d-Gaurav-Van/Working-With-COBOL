000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. EnrollMaint.
000300* The registrar's enrollment and grade maintenance over
000400* ENROLL.DAT, one record per student per term per course (see
000500* ENROLL.CPY). The operator works a prompt loop in the same
000600* spirit as StudentMaint:
000700*   E enrolls a student in a course for a term. The student
000800*     must be on STUDENTS.IDX and Active, and the course must
000900*     be an active course of the student's Program-Code on the
001000*     COURSES.DAT catalogue CourseMaint keeps; the course's
001100*     credits are copied onto the enrollment. A student
001200*     already enrolled in the course that term is refused.
001300*   G records the final grade for an enrollment -- A, A-, B+,
001400*     B, B-, C+, C, C-, D+, D, D- or F, or W for a withdrawal
001500*     or I for an incomplete. Replacing a grade already given
001600*     asks first, and every grade recorded or changed is
001700*     journaled to GRADES.JRN -- date, time, student, term,
001800*     course, old and new grade -- so a changed grade always
001900*     has its trail.
002000*   L lists one student's enrollments and grades.
002100*   Q leaves the program.
002200* The enrollments are held in a table for the session and
002300* ENROLL.DAT is rewritten at the end in student, term and
002400* course order, the way OilGoodsIn rewrites PURCHORD.DAT.
002500* Transcript prints the term-by-term record from the file.
002520* The operator signs on against OPERATOR.DAT first. L needs only
002540* the sign-on; E and G need the grades authority. Each enrollment
002560* and each grade recorded is also written to the common AUDIT.JRN
002580* with the operator, keyed by student, term and course.
002600
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT StudentMaster ASSIGN TO "STUDENTS.IDX"
003100              ORGANIZATION IS INDEXED
003200              ACCESS MODE IS RANDOM
003300              RECORD KEY IS Student-Id OF MasterRec
003400              FILE STATUS IS WS-Master-File-Status.
003500
003600     SELECT CourseFile ASSIGN TO "COURSES.DAT"
003700              ORGANIZATION IS LINE SEQUENTIAL
003800              FILE STATUS IS WS-Course-File-Status.
003900
004000     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Enroll-File-Status.
004300
004400     SELECT GradeJournal ASSIGN TO "GRADES.JRN"
004500              ORGANIZATION IS LINE SEQUENTIAL
004600              FILE STATUS IS WS-Journal-File-Status.
004610
004620     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
004630              ORGANIZATION IS LINE SEQUENTIAL
004640              FILE STATUS IS WS-Operator-File-Status.
004650
004660     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
004670              ORGANIZATION IS LINE SEQUENTIAL
004680              FILE STATUS IS WS-Audit-File-Status.
004700
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  StudentMaster.
005100     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==MasterRec==.
005200
005300 FD  CourseFile.
005400     COPY "COURSE.CPY" REPLACING ==REC-NAME== BY ==CourseRec==.
005500
005600 FD  EnrollFile.
005700     COPY "ENROLL.CPY" REPLACING ==REC-NAME== BY ==EnrollRec==.
005800
005900 FD  GradeJournal.
006000 01  GradeJournalRec.
006100     02  GJ-Date            PIC 9(8).
006200     02  GJ-Time            PIC 9(6).
006300     02  GJ-Student-Id      PIC 9(7).
006400     02  GJ-Term            PIC 9(5).
006500     02  GJ-Program-Code    PIC X(2).
006600     02  GJ-Course-Code     PIC X(6).
006700     02  GJ-Old-Grade       PIC X(2).
006800     02  GJ-New-Grade       PIC X(2).
006810
006820 FD  OperatorFile.
006830 01  OperatorFileRec        PIC X(48).
006840
006850 FD  AuditFile.
006860     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
006900
007000 WORKING-STORAGE SECTION.
007100 01  WS-Master-File-Status  PIC XX.
007200 01  WS-Course-File-Status  PIC XX.
007300 01  WS-Enroll-File-Status  PIC XX.
007400 01  WS-Journal-File-Status PIC XX.
007500
007600 01  WS-Course-EOF          PIC 9       VALUE 0.
007700     88 Course-EOF                      VALUE 1.
007800 01  WS-Enroll-EOF          PIC 9       VALUE 0.
007900     88 Enroll-EOF                      VALUE 1.
008000
008100 01  WS-Action              PIC X       VALUE SPACE.
008200     88 Action-Enroll                   VALUE "E" "e".
008300     88 Action-Grade                    VALUE "G" "g".
008400     88 Action-List                     VALUE "L" "l".
008500     88 Action-Quit                     VALUE "Q" "q".
008600
008700 01  Course-Table.
008800     02  WS-Course-Count    PIC 9(4)    VALUE ZEROS.
008900     02  CRT-Entry OCCURS 500 TIMES INDEXED BY CRT-Idx.
009000         03  CRT-Program-Code   PIC X(2).
009100         03  CRT-Course-Code    PIC X(6).
009200         03  CRT-Course-Title   PIC X(30).
009300         03  CRT-Credits        PIC 99.
009400         03  CRT-Course-Status  PIC X.
009500             88 CRT-Active                  VALUE "A".
009600
009700 01  Enroll-Table.
009800*    Every ENROLL.DAT record in student, term and course order;
009900*    each entry is laid out exactly as ENROLL.CPY so the whole
010000*    record moves in and out in one MOVE.
010100     02  WS-Enroll-Count    PIC 9(4)    VALUE ZEROS.
010200     02  ENT-Entry OCCURS 5000 TIMES INDEXED BY ENT-Idx.
010300         03  ENT-Key.
010400             04  ENT-Student-Id     PIC 9(7).
010500             04  ENT-Term           PIC 9(5).
010600             04  ENT-Program-Code   PIC X(2).
010700             04  ENT-Course-Code    PIC X(6).
010800         03  ENT-Credits        PIC 99.
010900         03  ENT-Grade          PIC X(2).
011000         03  ENT-Enroll-Date    PIC 9(8).
011100         03  ENT-Grade-Date     PIC 9(8).
011200
011300 01  Grade-Values.
011400     02  FILLER             PIC X(24)
011500         VALUE "A 40A-37B+33B 30B-27C+23".
011600     02  FILLER             PIC X(24)
011700         VALUE "C 20C-17D+13D 10D-07F 00".
011800 01  Grade-Table REDEFINES Grade-Values.
011900     02  GT-Entry OCCURS 12 TIMES INDEXED BY GT-Idx.
012000         03  GT-Grade           PIC X(2).
012100         03  GT-Points          PIC 9V9.
012200
012300 01  WS-New-Key.
012400     02  WS-Student-Id      PIC 9(7).
012500     02  WS-Term.
012600         03  WS-Term-Year   PIC 9(4).
012700         03  WS-Term-Number PIC 9.
012800     02  WS-Term-N REDEFINES WS-Term PIC 9(5).
012900     02  WS-Program-Code    PIC X(2).
013000     02  WS-Course-Code     PIC X(6).
013100 01  WS-Course-Sub          PIC 9(4)    VALUE ZEROS.
013200 01  WS-Enroll-Sub          PIC 9(4)    VALUE ZEROS.
013300 01  WS-Shift-Sub           PIC 9(4)    VALUE ZEROS.
013400 01  WS-Listed-Count        PIC 9(4)    VALUE ZEROS.
013500 01  WS-Enrolled-Count      PIC 9(4)    VALUE ZEROS.
013600 01  WS-Graded-Count        PIC 9(4)    VALUE ZEROS.
013700 01  WS-New-Grade           PIC X(2).
013800 01  WS-Old-Grade           PIC X(2).
013900 01  WS-Term-Edited         PIC 9999/9.
014000 01  WS-Todays-Date         PIC 9(8).
014100 01  WS-Student-Ok          PIC 9       VALUE 0.
014200     88 Student-Ok                      VALUE 1.
014300 01  WS-Grade-Ok            PIC 9       VALUE 0.
014400     88 Grade-Ok                        VALUE 1.
014500 01  WS-Confirm             PIC X       VALUE SPACE.
014600     88 Confirmed                       VALUE "Y" "y".
014605
014610 01  WS-Operator-File-Status PIC XX.
014615 01  WS-Audit-File-Status   PIC XX.
014620     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
014625 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
014630 01  WS-Sign-On-Password    PIC X(8).
014635 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
014640 01  WS-Signed-On           PIC 9       VALUE 0.
014645     88 Signed-On                       VALUE 1.
014650 01  WS-Operator-Found      PIC 9       VALUE 0.
014655     88 Operator-Found                  VALUE 1.
014660 01  WS-Operator-EOF        PIC 9       VALUE 0.
014665     88 Operator-EOF                    VALUE 1.
014670 01  WS-Audit-Key           PIC X(20).
014675 01  WS-Audit-Field         PIC X(12).
014680 01  WS-Audit-Old-Value     PIC X(30).
014685 01  WS-Audit-New-Value     PIC X(30).
014700
014800 PROCEDURE DIVISION.
014900 Begin.
015000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Todays-Date.
015050     PERFORM Sign-On-Operator.
015100     PERFORM Load-Course-Catalogue.
015200     PERFORM Load-Enrollments.
015300     OPEN INPUT StudentMaster.
015400     IF WS-Master-File-Status NOT = "00"
015500         DISPLAY "STUDENTS.IDX not available, status "
015600             WS-Master-File-Status
015700         DISPLAY "Run StudentLoad after the nightly merge first."
015800         MOVE 1 TO RETURN-CODE
015900         STOP RUN
016000     END-IF.
016100     PERFORM Process-One-Action UNTIL Action-Quit.
016200     CLOSE StudentMaster.
016300     PERFORM Rewrite-Enroll-File.
016400     DISPLAY "EnrollMaint: " WS-Enrolled-Count " enrollments, "
016500         WS-Graded-Count " grades recorded.".
016600     MOVE 0 TO RETURN-CODE.
016700     STOP RUN.
016800
016900 Load-Course-Catalogue.
017000     MOVE 0 TO WS-Course-EOF.
017100     OPEN INPUT CourseFile.
017200     IF WS-Course-File-Status NOT = "00"
017300         DISPLAY "COURSES.DAT not found -- set up the catalogue"
017400             " with CourseMaint first."
017500         MOVE 1 TO RETURN-CODE
017600         STOP RUN
017700     END-IF.
017800     READ CourseFile
017900         AT END SET Course-EOF TO TRUE
018000     END-READ.
018100     PERFORM UNTIL Course-EOF OR WS-Course-Count >= 500
018200         ADD 1 TO WS-Course-Count
018300         MOVE CO-Program-Code TO CRT-Program-Code(WS-Course-Count)
018400         MOVE CO-Course-Code TO CRT-Course-Code(WS-Course-Count)
018500         MOVE CO-Course-Title TO CRT-Course-Title(WS-Course-Count)
018600         MOVE CO-Credits TO CRT-Credits(WS-Course-Count)
018700         MOVE CO-Course-Status TO
018800             CRT-Course-Status(WS-Course-Count)
018900         READ CourseFile
019000             AT END SET Course-EOF TO TRUE
019100         END-READ
019200     END-PERFORM.
019300     CLOSE CourseFile.
019400
019500 Load-Enrollments.
019600     MOVE 0 TO WS-Enroll-EOF.
019700     OPEN INPUT EnrollFile.
019800     IF WS-Enroll-File-Status = "00"
019900         READ EnrollFile
020000             AT END SET Enroll-EOF TO TRUE
020100         END-READ
020200         PERFORM UNTIL Enroll-EOF
020300             IF WS-Enroll-Count >= 5000
020400                 DISPLAY "ENROLL.DAT holds more than 5000"
020500                     " enrollments -- enlarge Enroll-Table."
020600                 CLOSE EnrollFile
020700                 MOVE 1 TO RETURN-CODE
020800                 STOP RUN
020900             END-IF
021000             ADD 1 TO WS-Enroll-Count
021100             MOVE EnrollRec TO ENT-Entry(WS-Enroll-Count)
021200             READ EnrollFile
021300                 AT END SET Enroll-EOF TO TRUE
021400             END-READ
021500         END-PERFORM
021600         CLOSE EnrollFile
021700     ELSE
021800         DISPLAY "ENROLL.DAT not found -- starting new file."
021900     END-IF.
022000
022100 Process-One-Action.
022200     DISPLAY " ".
022300     DISPLAY "EnrollMaint -- E)nroll, G)rade, L)ist a student,".
022400     DISPLAY "               Q)uit: ".
022500     ACCEPT WS-Action.
022600     EVALUATE TRUE
022700         WHEN Action-Enroll
022720             IF OR-May-Enroll-And-Grade
022740                 PERFORM Enroll-One-Student
022760             ELSE
022780                 DISPLAY "Operator " WS-Sign-On-Id
022800                     " does not hold the grades authority."
022820             END-IF
022900         WHEN Action-Grade
022920             IF OR-May-Enroll-And-Grade
022940                 PERFORM Grade-One-Enrollment
022960             ELSE
022980                 DISPLAY "Operator " WS-Sign-On-Id
023000                     " does not hold the grades authority."
023020             END-IF
023100         WHEN Action-List
023200             PERFORM List-One-Student
023300         WHEN Action-Quit
023400             CONTINUE
023500         WHEN OTHER
023600             DISPLAY "Enter E, G, L or Q."
023700     END-EVALUATE.
023800
023900 Read-Student.
024000     MOVE 0 TO WS-Student-Ok.
024100     DISPLAY "Student id (7 digits): ".
024200     ACCEPT WS-Student-Id.
024300     MOVE WS-Student-Id TO Student-Id OF MasterRec.
024400     READ StudentMaster
024500         INVALID KEY
024600             DISPLAY "Student " WS-Student-Id " not on file."
024700         NOT INVALID KEY
024800             SET Student-Ok TO TRUE
024900             DISPLAY "  " Last-Name OF MasterRec ", "
025000                 First-Name OF MasterRec "  Program: "
025100                 Program-Code OF MasterRec "  Status: "
025200                 Enrollment-Status OF MasterRec
025300     END-READ.
025400
025500 Accept-Term.
025600     DISPLAY "Term year (yyyy): ".
025700     ACCEPT WS-Term-Year.
025800     DISPLAY "Term (1=spring, 2=summer, 3=fall): ".
025900     ACCEPT WS-Term-Number.
026000
026100 Enroll-One-Student.
026200     PERFORM Read-Student.
026300     IF Student-Ok
026400         IF NOT Student-Active OF MasterRec
026500             DISPLAY "Student is not active -- enrollment"
026600                 " refused."
026700         ELSE
026800             PERFORM Enroll-In-Course
026900         END-IF
027000     END-IF.
027100
027200 Enroll-In-Course.
027300     MOVE Program-Code OF MasterRec TO WS-Program-Code.
027400     PERFORM Accept-Term.
027500     DISPLAY "Course code (6 characters): ".
027600     ACCEPT WS-Course-Code.
027700     PERFORM Find-Course.
027800     EVALUATE TRUE
027900         WHEN WS-Term-Number < 1 OR WS-Term-Number > 3
028000            OR WS-Term-Year < 1900
028100             DISPLAY "Term must be a year and 1, 2 or 3 --"
028200                 " enrollment refused."
028300         WHEN WS-Course-Sub = ZERO
028400             DISPLAY "Course " WS-Course-Code " is not in the "
028500                 WS-Program-Code " catalogue -- enrollment"
028600                 " refused."
028700         WHEN NOT CRT-Active(WS-Course-Sub)
028800             DISPLAY "Course " WS-Course-Code " is retired --"
028900                 " enrollment refused."
029000         WHEN OTHER
029100             PERFORM Find-Enrollment
029200             IF WS-Enroll-Sub > ZERO
029300                 DISPLAY "Already enrolled in " WS-Course-Code
029400                     " that term -- enrollment refused."
029500             ELSE
029600                 PERFORM Confirm-Enrollment
029700             END-IF
029800     END-EVALUATE.
029900
030000 Confirm-Enrollment.
030100     MOVE WS-Term-N TO WS-Term-Edited.
030200     DISPLAY "Enroll in " CRT-Course-Title(WS-Course-Sub) " ("
030300         CRT-Credits(WS-Course-Sub) " credits) for term "
030400         WS-Term-Edited "? (Y/N): ".
030500     ACCEPT WS-Confirm.
030600     IF Confirmed
030700         PERFORM Add-Enrollment
030800     ELSE
030900         DISPLAY "Nothing recorded."
031000     END-IF.
031100
031200 Find-Course.
031300     MOVE ZEROS TO WS-Course-Sub.
031400     PERFORM VARYING CRT-Idx FROM 1 BY 1
031500             UNTIL CRT-Idx > WS-Course-Count
031600                OR WS-Course-Sub > ZERO
031700         IF CRT-Program-Code(CRT-Idx) = WS-Program-Code
031800            AND CRT-Course-Code(CRT-Idx) = WS-Course-Code
031900             SET WS-Course-Sub TO CRT-Idx
032000         END-IF
032100     END-PERFORM.
032200
032300 Find-Enrollment.
032400*    The student's enrollment in the course that term, whatever
032500*    program the course was taken under.
032600     MOVE ZEROS TO WS-Enroll-Sub.
032700     PERFORM VARYING ENT-Idx FROM 1 BY 1
032800             UNTIL ENT-Idx > WS-Enroll-Count
032900                OR WS-Enroll-Sub > ZERO
033000         IF ENT-Student-Id(ENT-Idx) = WS-Student-Id
033100            AND ENT-Term(ENT-Idx) = WS-Term-N
033200            AND ENT-Course-Code(ENT-Idx) = WS-Course-Code
033300             SET WS-Enroll-Sub TO ENT-Idx
033400         END-IF
033500     END-PERFORM.
033600
033700 Add-Enrollment.
033800*    Slots the new enrollment in ahead of the first entry with a
033900*    higher student, term and course key.
034000     IF WS-Enroll-Count >= 5000
034100         DISPLAY "Enroll-Table full at 5000 -- nothing recorded."
034200     ELSE
034300         MOVE ZEROS TO WS-Enroll-Sub
034400         PERFORM VARYING ENT-Idx FROM 1 BY 1
034500                 UNTIL ENT-Idx > WS-Enroll-Count
034600                    OR WS-Enroll-Sub > ZERO
034700             IF ENT-Key(ENT-Idx) > WS-New-Key
034800                 SET WS-Enroll-Sub TO ENT-Idx
034900             END-IF
035000         END-PERFORM
035100         IF WS-Enroll-Sub = ZERO
035200             COMPUTE WS-Enroll-Sub = WS-Enroll-Count + 1
035300         END-IF
035400         ADD 1 TO WS-Enroll-Count
035500         PERFORM VARYING WS-Shift-Sub FROM WS-Enroll-Count BY -1
035600                 UNTIL WS-Shift-Sub <= WS-Enroll-Sub
035700             MOVE ENT-Entry(WS-Shift-Sub - 1)
035800                 TO ENT-Entry(WS-Shift-Sub)
035900         END-PERFORM
036000         MOVE WS-New-Key TO ENT-Key(WS-Enroll-Sub)
036100         MOVE CRT-Credits(WS-Course-Sub) TO
036200             ENT-Credits(WS-Enroll-Sub)
036300         MOVE SPACES TO ENT-Grade(WS-Enroll-Sub)
036400         MOVE WS-Todays-Date TO ENT-Enroll-Date(WS-Enroll-Sub)
036500         MOVE ZEROS TO ENT-Grade-Date(WS-Enroll-Sub)
036600         ADD 1 TO WS-Enrolled-Count
036700         DISPLAY "Enrolled."
036750         PERFORM Journal-Enrollment
036800     END-IF.
036900
037000 Grade-One-Enrollment.
037100     PERFORM Read-Student.
037200     IF Student-Ok
037300         PERFORM Accept-Term
037400         DISPLAY "Course code (6 characters): "
037500         ACCEPT WS-Course-Code
037600         PERFORM Find-Enrollment
037700         IF WS-Enroll-Sub = ZERO
037800             DISPLAY "No enrollment in " WS-Course-Code
037900                 " that term."
038000         ELSE
038100             PERFORM Record-Grade
038200         END-IF
038300     END-IF.
038400
038500 Record-Grade.
038600     MOVE ENT-Grade(WS-Enroll-Sub) TO WS-Old-Grade.
038700     DISPLAY "Final grade (A, A-, B+ ... F, W or I): ".
038800     ACCEPT WS-New-Grade.
038900     PERFORM Check-Grade.
039000     MOVE "Y" TO WS-Confirm.
039100     IF Grade-Ok AND WS-Old-Grade NOT = SPACES
039200         DISPLAY "Grade " WS-Old-Grade " already given."
039300             " Replace it with " WS-New-Grade "? (Y/N): "
039400         ACCEPT WS-Confirm
039500     END-IF.
039600     EVALUATE TRUE
039700         WHEN NOT Grade-Ok
039800             DISPLAY "Grade " WS-New-Grade " is not a grade --"
039900                 " not recorded."
040000         WHEN NOT Confirmed
040100             DISPLAY "Grade left as it was."
040200         WHEN OTHER
040300             MOVE WS-New-Grade TO ENT-Grade(WS-Enroll-Sub)
040400             MOVE WS-Todays-Date TO ENT-Grade-Date(WS-Enroll-Sub)
040500             PERFORM Journal-Grade
040600             ADD 1 TO WS-Graded-Count
040700             DISPLAY "Grade " WS-New-Grade " recorded."
040800     END-EVALUATE.
040900
041000 Check-Grade.
041100     MOVE 0 TO WS-Grade-Ok.
041200     IF WS-New-Grade = "W " OR WS-New-Grade = "I "
041300         SET Grade-Ok TO TRUE
041400     ELSE
041500         PERFORM VARYING GT-Idx FROM 1 BY 1 UNTIL GT-Idx > 12
041600             IF GT-Grade(GT-Idx) = WS-New-Grade
041700                 SET Grade-Ok TO TRUE
041800             END-IF
041900         END-PERFORM
042000     END-IF.
042100
042200 Journal-Grade.
042300     OPEN EXTEND GradeJournal.
042400     IF WS-Journal-File-Status NOT = "00"
042500         OPEN OUTPUT GradeJournal
042600     END-IF.
042700     MOVE WS-Todays-Date TO GJ-Date.
042800     MOVE FUNCTION CURRENT-DATE(9:6) TO GJ-Time.
042900     MOVE ENT-Student-Id(WS-Enroll-Sub) TO GJ-Student-Id.
043000     MOVE ENT-Term(WS-Enroll-Sub) TO GJ-Term.
043100     MOVE ENT-Program-Code(WS-Enroll-Sub) TO GJ-Program-Code.
043200     MOVE ENT-Course-Code(WS-Enroll-Sub) TO GJ-Course-Code.
043300     MOVE WS-Old-Grade TO GJ-Old-Grade.
043400     MOVE WS-New-Grade TO GJ-New-Grade.
043500     WRITE GradeJournalRec.
043600     CLOSE GradeJournal.
043610     PERFORM Set-Enroll-Audit-Key.
043620     MOVE "GRADE" TO WS-Audit-Field.
043630     MOVE WS-Old-Grade TO WS-Audit-Old-Value.
043640     MOVE WS-New-Grade TO WS-Audit-New-Value.
043650     PERFORM Write-Audit-Entry.
043700
043800 List-One-Student.
043900     DISPLAY "Student id (7 digits): ".
044000     ACCEPT WS-Student-Id.
044100     MOVE ZEROS TO WS-Listed-Count.
044200     PERFORM VARYING ENT-Idx FROM 1 BY 1
044300             UNTIL ENT-Idx > WS-Enroll-Count
044400         IF ENT-Student-Id(ENT-Idx) = WS-Student-Id
044500             ADD 1 TO WS-Listed-Count
044600             MOVE ENT-Term(ENT-Idx) TO WS-Term-Edited
044700             DISPLAY "  " WS-Term-Edited "  "
044800                 ENT-Program-Code(ENT-Idx) " "
044900                 ENT-Course-Code(ENT-Idx) "  "
045000                 ENT-Credits(ENT-Idx) " credits  grade "
045100                 ENT-Grade(ENT-Idx)
045200         END-IF
045300     END-PERFORM.
045400     IF WS-Listed-Count = ZERO
045500         DISPLAY "No enrollments for student " WS-Student-Id "."
045600     END-IF.
045700
045800 Rewrite-Enroll-File.
045900     OPEN OUTPUT EnrollFile.
046000     PERFORM VARYING ENT-Idx FROM 1 BY 1
046100             UNTIL ENT-Idx > WS-Enroll-Count
046200         MOVE ENT-Entry(ENT-Idx) TO EnrollRec
046300         WRITE EnrollRec
046400     END-PERFORM.
046500     CLOSE EnrollFile.
046600
046700 Journal-Enrollment.
046800     PERFORM Set-Enroll-Audit-Key.
046900     MOVE "*ADDED*" TO WS-Audit-Field.
047000     MOVE SPACES TO WS-Audit-Old-Value.
047100     MOVE SPACES TO WS-Audit-New-Value.
047200     STRING ENT-Program-Code(WS-Enroll-Sub) " "
047300         ENT-Course-Code(WS-Enroll-Sub) " "
047400         ENT-Credits(WS-Enroll-Sub) " CREDITS"
047500         DELIMITED BY SIZE INTO WS-Audit-New-Value.
047600     PERFORM Write-Audit-Entry.
047700
047800 Set-Enroll-Audit-Key.
047900     MOVE SPACES TO WS-Audit-Key.
048000     STRING ENT-Student-Id(WS-Enroll-Sub) " "
048100         ENT-Term(WS-Enroll-Sub) " "
048200         ENT-Course-Code(WS-Enroll-Sub)
048300         DELIMITED BY SIZE INTO WS-Audit-Key.
048400
048500 Sign-On-Operator.
048600*    The operator signs on against OPERATOR.DAT before any work is
048700*    taken; three refusals end the session. Every try is written
048800*    to AUDIT.JRN.
048900     MOVE 0 TO WS-Sign-On-Tries.
049000     PERFORM Try-One-Sign-On
049100         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
049200     IF NOT Signed-On
049300         DISPLAY "Sign-on refused -- see the security officer."
049400         MOVE 1 TO RETURN-CODE
049500         STOP RUN
049600     END-IF.
049700
049800 Try-One-Sign-On.
049900     ADD 1 TO WS-Sign-On-Tries.
050000     DISPLAY "Operator id: ".
050100     ACCEPT WS-Sign-On-Id.
050200     DISPLAY "Password: ".
050300     ACCEPT WS-Sign-On-Password.
050400     PERFORM Find-Operator.
050500     MOVE SPACES TO WS-Audit-Key.
050600     MOVE SPACES TO WS-Audit-Old-Value.
050700     MOVE "SIGN-ON" TO WS-Audit-Field.
050800     IF Operator-Found AND OR-Active
050900             AND OR-Password = WS-Sign-On-Password
051000         SET Signed-On TO TRUE
051100         MOVE "ACCEPTED" TO WS-Audit-New-Value
051200         DISPLAY "Signed on as " OR-Operator-Name
051300     ELSE
051400         MOVE "REFUSED" TO WS-Audit-New-Value
051500         DISPLAY "Operator id or password not accepted."
051600     END-IF.
051700     PERFORM Write-Audit-Entry.
051800
051900 Find-Operator.
052000     MOVE 0 TO WS-Operator-Found.
052100     MOVE 0 TO WS-Operator-EOF.
052200     OPEN INPUT OperatorFile.
052300     IF WS-Operator-File-Status NOT = "00"
052400         DISPLAY "OPERATOR.DAT not found -- the security officer"
052500             " sets up operators with OperMaint."
052600         MOVE 1 TO RETURN-CODE
052700         STOP RUN
052800     END-IF.
052900     PERFORM UNTIL Operator-EOF OR Operator-Found
053000         MOVE SPACES TO SignOnRec
053100         READ OperatorFile INTO SignOnRec
053200             AT END
053300                 SET Operator-EOF TO TRUE
053400             NOT AT END
053500                 IF OR-Operator-Id = WS-Sign-On-Id
053600                         AND WS-Sign-On-Id NOT = SPACES
053700                     SET Operator-Found TO TRUE
053800                 END-IF
053900         END-READ
054000     END-PERFORM.
054100     CLOSE OperatorFile.
054200
054300 Write-Audit-Entry.
054400*    One line on the common change journal AUDIT.JRN.
054500     OPEN EXTEND AuditFile.
054600     IF WS-Audit-File-Status NOT = "00"
054700         OPEN OUTPUT AuditFile
054800     END-IF.
054900     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
055000     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
055100     MOVE WS-Sign-On-Id TO AJ-Operator.
055200     MOVE "ENROLLMAINT" TO AJ-Program.
055300     MOVE WS-Audit-Key TO AJ-Record-Key.
055400     MOVE WS-Audit-Field TO AJ-Field.
055500     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
055600     MOVE WS-Audit-New-Value TO AJ-New-Value.
055700     WRITE AuditRec.
055800     CLOSE AuditFile.
