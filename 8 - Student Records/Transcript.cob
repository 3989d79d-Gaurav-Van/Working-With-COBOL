000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. Transcript.
000300* Prints academic transcripts to TRANSCRP.RPT for the students
000400* the registrar keys in, one after another, until a zero id
000500* ends the session. Each transcript heads with the student's
000600* name, Program-Code and status, taken from STUDENTS.IDX for a
000700* current student or, for a student StudentPurge has moved
000800* out, from the most recent STUDARCH.DAT record (the heading
000900* then shows ARCHIVED and the purge date) -- so a transcript
001000* request for a former student is answered the same way as
001100* for a current one.
001200* The body is the student's ENROLL.DAT record term by term in
001300* the order the terms were taught: each course with its title
001400* from COURSES.DAT, the credits, the final grade and the grade
001500* points (grade value times credits), then the term's credits
001600* and grade average and the cumulative credits and grade
001700* average to date. Grade values are A 4.0, A- 3.7, B+ 3.3,
001800* B 3.0, B- 2.7, C+ 2.3, C 2.0, C- 1.7, D+ 1.3, D 1.0, D- 0.7
001900* and F 0.0; a course withdrawn (W), incomplete (I) or still
002000* in progress (no grade) is listed but carries no points and
002100* does not count in an average. Credits earned are the
002200* credits of every course passed with D- or better.
002300* A student on neither file, or with no enrollments, is
002400* reported on the screen and no transcript is printed.
002500
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT StudentMaster ASSIGN TO "STUDENTS.IDX"
003000              ORGANIZATION IS INDEXED
003100              ACCESS MODE IS RANDOM
003200              RECORD KEY IS Student-Id OF MasterRec
003300              FILE STATUS IS WS-Master-File-Status.
003400
003500     SELECT ArchiveFile ASSIGN TO "STUDARCH.DAT"
003600              ORGANIZATION IS LINE SEQUENTIAL
003700              FILE STATUS IS WS-Archive-File-Status.
003800
003900     SELECT CourseFile ASSIGN TO "COURSES.DAT"
004000              ORGANIZATION IS LINE SEQUENTIAL
004100              FILE STATUS IS WS-Course-File-Status.
004200
004300     SELECT EnrollFile ASSIGN TO "ENROLL.DAT"
004400              ORGANIZATION IS LINE SEQUENTIAL
004500              FILE STATUS IS WS-Enroll-File-Status.
004600
004700     SELECT TranscriptFile ASSIGN TO "TRANSCRP.RPT"
004800              ORGANIZATION IS LINE SEQUENTIAL.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  StudentMaster.
005300     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==MasterRec==.
005400
005500 FD  ArchiveFile.
005600 01  ArchiveRec.
005700     02  ARC-Student-Image  PIC X(30).
005800     02  ARC-Purge-Date     PIC 9(8).
005900
006000 FD  CourseFile.
006100     COPY "COURSE.CPY" REPLACING ==REC-NAME== BY ==CourseRec==.
006200
006300 FD  EnrollFile.
006400     COPY "ENROLL.CPY" REPLACING ==REC-NAME== BY ==EnrollRec==.
006500
006600 FD  TranscriptFile.
006700 01  TranscriptLine         PIC X(90).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-Master-File-Status  PIC XX.
007100 01  WS-Archive-File-Status PIC XX.
007200 01  WS-Course-File-Status  PIC XX.
007300 01  WS-Enroll-File-Status  PIC XX.
007400
007500 01  WS-Archive-EOF         PIC 9       VALUE 0.
007600     88 Archive-EOF                     VALUE 1.
007700 01  WS-Course-EOF          PIC 9       VALUE 0.
007800     88 Course-EOF                      VALUE 1.
007900 01  WS-Enroll-EOF          PIC 9       VALUE 0.
008000     88 Enroll-EOF                      VALUE 1.
008100 01  WS-Master-Open         PIC 9       VALUE 0.
008200     88 Master-On                       VALUE 1.
008300 01  WS-Student-Found       PIC 9       VALUE 0.
008400     88 Student-Found                   VALUE 1.
008500
008600* The student whose transcript is printing, from the master
008700* or unpacked from the archive record image.
008800     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==TranStudent==.
008900
009000 01  Course-Table.
009100     02  WS-Course-Count    PIC 9(4)    VALUE ZEROS.
009200     02  CRT-Entry OCCURS 500 TIMES INDEXED BY CRT-Idx.
009300         03  CRT-Program-Code   PIC X(2).
009400         03  CRT-Course-Code    PIC X(6).
009500         03  CRT-Course-Title   PIC X(30).
009600
009700 01  Grade-Values.
009800     02  FILLER             PIC X(24)
009900         VALUE "A 40A-37B+33B 30B-27C+23".
010000     02  FILLER             PIC X(24)
010100         VALUE "C 20C-17D+13D 10D-07F 00".
010200 01  Grade-Table REDEFINES Grade-Values.
010300     02  GT-Entry OCCURS 12 TIMES INDEXED BY GT-Idx.
010400         03  GT-Grade           PIC X(2).
010500         03  GT-Points          PIC 9V9.
010600
010700 01  Term-Name-Values       PIC X(18)
010800     VALUE "SPRINGSUMMERFALL  ".
010900 01  Term-Name-Table REDEFINES Term-Name-Values.
011000     02  TN-Name            PIC X(6) OCCURS 3 TIMES.
011100
011200 01  WS-Lookup-Id           PIC 9(7).
011300 01  WS-Purge-Date          PIC 9(8)    VALUE ZEROS.
011400 01  WS-Current-Term        PIC 9(5)    VALUE ZEROS.
011500 01  WS-Current-Term-Parts REDEFINES WS-Current-Term.
011600     02  WS-Current-Year    PIC 9(4).
011700     02  WS-Current-Number  PIC 9.
011800 01  WS-Course-Lines        PIC 9(4)    VALUE ZEROS.
011900 01  WS-Printed-Count       PIC 9(4)    VALUE ZEROS.
012000 01  WS-Course-Points       PIC 999V9   VALUE ZEROS.
012100 01  WS-Graded-Course       PIC 9       VALUE 0.
012200     88 Graded-Course                   VALUE 1.
012300 01  WS-Term-Credits        PIC 9(3)    VALUE ZEROS.
012400 01  WS-Term-Graded-Credits PIC 9(3)    VALUE ZEROS.
012500 01  WS-Term-Points         PIC 9(4)V9  VALUE ZEROS.
012600 01  WS-Cum-Credits         PIC 9(4)    VALUE ZEROS.
012700 01  WS-Cum-Graded-Credits  PIC 9(4)    VALUE ZEROS.
012800 01  WS-Cum-Earned-Credits  PIC 9(4)    VALUE ZEROS.
012900 01  WS-Cum-Points          PIC 9(5)V9  VALUE ZEROS.
013000 01  WS-Average             PIC 9V99    VALUE ZEROS.
013100 01  WS-Todays-Date         PIC 9(8).
013200
013300 01  Transcript-Heading-Line PIC X(60)
013400     VALUE "                    ACADEMIC TRANSCRIPT".
013500 01  Printed-Date-Line.
013600     02  FILLER             PIC X(20) VALUE "  Printed:".
013700     02  Prn-Todays-Date    PIC 9999/99/99.
013800 01  Student-Line.
013900     02  FILLER             PIC X(11) VALUE "  Student: ".
014000     02  Prn-Student-Id     PIC 9(7).
014100     02  FILLER             PIC XX    VALUE SPACES.
014200     02  Prn-Last-Name      PIC X(8).
014300     02  FILLER             PIC XX    VALUE ", ".
014400     02  Prn-First-Name     PIC X(6).
014500     02  FILLER             PIC X(11) VALUE "  Program: ".
014600     02  Prn-Program-Code   PIC X(2).
014700     02  FILLER             PIC X(11) VALUE "   Status: ".
014800     02  Prn-Status         PIC X(25).
014900 01  Term-Line.
015000     02  FILLER             PIC X(7)  VALUE "  TERM ".
015100     02  Prn-Term-Name      PIC X(6).
015200     02  FILLER             PIC X     VALUE SPACE.
015300     02  Prn-Term-Year      PIC 9(4).
015400 01  Course-Topic-Line.
015500     02  FILLER             PIC X(40)
015600         VALUE "    COURSE  TITLE".
015700     02  FILLER             PIC X(30)
015800         VALUE "     CREDITS  GRADE  POINTS".
015900 01  Course-Detail-Line.
016000     02  FILLER             PIC X(4)  VALUE SPACES.
016100     02  Prn-Course-Code    PIC X(6).
016200     02  FILLER             PIC XX    VALUE SPACES.
016300     02  Prn-Course-Title   PIC X(30).
016400     02  FILLER             PIC X(6)  VALUE SPACES.
016500     02  Prn-Credits        PIC Z9.
016600     02  FILLER             PIC X(5)  VALUE SPACES.
016700     02  Prn-Grade          PIC X(2).
016800     02  FILLER             PIC XXX   VALUE SPACES.
016900     02  Prn-Points         PIC ZZ9.9.
017000     02  Prn-Points-X REDEFINES Prn-Points PIC X(5).
017100 01  Term-Total-Line.
017200     02  FILLER             PIC X(18)
017300         VALUE "    Term credits".
017400     02  Prn-Term-Credits   PIC ZZ9.
017500     02  FILLER             PIC X(11) VALUE "  average ".
017600     02  Prn-Term-Average   PIC 9.99.
017700     02  Prn-Term-Average-X REDEFINES Prn-Term-Average
017800                            PIC X(4).
017900     02  FILLER             PIC X(22)
018000         VALUE "    Cumulative credits".
018100     02  Prn-Cum-Credits    PIC ZZZ9.
018200     02  FILLER             PIC X(11) VALUE "  average ".
018300     02  Prn-Cum-Average    PIC 9.99.
018400     02  Prn-Cum-Average-X REDEFINES Prn-Cum-Average
018500                            PIC X(4).
018600 01  Final-Line.
018700     02  FILLER             PIC X(28)
018800         VALUE "  CREDITS ATTEMPTED".
018900     02  Prn-Final-Attempted PIC ZZZ9.
019000     02  FILLER             PIC X(16) VALUE "   EARNED".
019100     02  Prn-Final-Earned   PIC ZZZ9.
019200 01  Final-Average-Line.
019300     02  FILLER             PIC X(28)
019400         VALUE "  CUMULATIVE GRADE AVERAGE".
019500     02  Prn-Final-Average  PIC 9.99.
019600     02  Prn-Final-Average-X REDEFINES Prn-Final-Average
019700                            PIC X(4).
019800
019900 PROCEDURE DIVISION.
020000 Begin.
020100     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Todays-Date.
020200     PERFORM Load-Course-Titles.
020300     OPEN INPUT StudentMaster.
020400     IF WS-Master-File-Status = "00"
020500         SET Master-On TO TRUE
020600     ELSE
020700         DISPLAY "STUDENTS.IDX not available -- archived students"
020800             " only."
020900     END-IF.
021000     OPEN OUTPUT TranscriptFile.
021100     MOVE 1 TO WS-Lookup-Id.
021200     PERFORM Print-One-Request UNTIL WS-Lookup-Id = ZERO.
021300     CLOSE TranscriptFile.
021400     IF Master-On
021500         CLOSE StudentMaster
021600     END-IF.
021700     DISPLAY "Transcript: " WS-Printed-Count
021800         " transcripts printed to TRANSCRP.RPT.".
021900     MOVE 0 TO RETURN-CODE.
022000     STOP RUN.
022100
022200 Load-Course-Titles.
022300     MOVE 0 TO WS-Course-EOF.
022400     OPEN INPUT CourseFile.
022500     IF WS-Course-File-Status = "00"
022600         READ CourseFile
022700             AT END SET Course-EOF TO TRUE
022800         END-READ
022900         PERFORM UNTIL Course-EOF OR WS-Course-Count >= 500
023000             ADD 1 TO WS-Course-Count
023100             MOVE CO-Program-Code TO
023200                 CRT-Program-Code(WS-Course-Count)
023300             MOVE CO-Course-Code TO
023400                 CRT-Course-Code(WS-Course-Count)
023500             MOVE CO-Course-Title TO
023600                 CRT-Course-Title(WS-Course-Count)
023700             READ CourseFile
023800                 AT END SET Course-EOF TO TRUE
023900             END-READ
024000         END-PERFORM
024100         CLOSE CourseFile
024200     ELSE
024300         DISPLAY "COURSES.DAT not found -- course titles blank."
024400     END-IF.
024500
024600 Print-One-Request.
024700     DISPLAY "Student id for transcript (0000000 to finish): ".
024800     ACCEPT WS-Lookup-Id.
024900     IF WS-Lookup-Id NOT = ZERO
025000         PERFORM Find-Student
025100         IF NOT Student-Found
025200             DISPLAY "Student " WS-Lookup-Id " is not on"
025300                 " STUDENTS.IDX or STUDARCH.DAT."
025400         ELSE
025500             PERFORM Count-Enrollments
025600             IF WS-Course-Lines = ZERO
025700                 DISPLAY "Student " WS-Lookup-Id " has no"
025800                     " enrollments -- nothing to print."
025900             ELSE
026000                 PERFORM Print-Transcript
026100                 ADD 1 TO WS-Printed-Count
026200                 DISPLAY "Transcript for " WS-Lookup-Id
026300                     " printed."
026400             END-IF
026500         END-IF
026600     END-IF.
026700
026800 Find-Student.
026900     MOVE 0 TO WS-Student-Found.
027000     MOVE ZEROS TO WS-Purge-Date.
027100     IF Master-On
027200         MOVE WS-Lookup-Id TO Student-Id OF MasterRec
027300         READ StudentMaster
027400             INVALID KEY
027500                 CONTINUE
027600             NOT INVALID KEY
027700                 MOVE MasterRec TO TranStudent
027800                 SET Student-Found TO TRUE
027900         END-READ
028000     END-IF.
028100     IF NOT Student-Found
028200         PERFORM Scan-Archive
028300     END-IF.
028400
028500 Scan-Archive.
028600*    The last archive record for the id is the most recent purge
028700*    -- the one the transcript heads with.
028800     MOVE 0 TO WS-Archive-EOF.
028900     OPEN INPUT ArchiveFile.
029000     IF WS-Archive-File-Status = "00"
029100         READ ArchiveFile
029200             AT END SET Archive-EOF TO TRUE
029300         END-READ
029400         PERFORM UNTIL Archive-EOF
029500             IF ARC-Student-Image(1:7) = WS-Lookup-Id
029600                 MOVE ARC-Student-Image TO TranStudent
029700                 MOVE ARC-Purge-Date TO WS-Purge-Date
029800                 SET Student-Found TO TRUE
029900             END-IF
030000             READ ArchiveFile
030100                 AT END SET Archive-EOF TO TRUE
030200             END-READ
030300         END-PERFORM
030400         CLOSE ArchiveFile
030500     END-IF.
030600
030700 Count-Enrollments.
030800     MOVE ZEROS TO WS-Course-Lines.
030900     MOVE 0 TO WS-Enroll-EOF.
031000     OPEN INPUT EnrollFile.
031100     IF WS-Enroll-File-Status = "00"
031200         READ EnrollFile
031300             AT END SET Enroll-EOF TO TRUE
031400         END-READ
031500         PERFORM UNTIL Enroll-EOF
031600             IF EN-Student-Id = WS-Lookup-Id
031700                 ADD 1 TO WS-Course-Lines
031800             END-IF
031900             READ EnrollFile
032000                 AT END SET Enroll-EOF TO TRUE
032100             END-READ
032200         END-PERFORM
032300         CLOSE EnrollFile
032400     END-IF.
032500
032600 Print-Transcript.
032700     IF WS-Printed-Count > ZERO
032800         MOVE SPACES TO TranscriptLine
032900         WRITE TranscriptLine
033000         WRITE TranscriptLine
033100     END-IF.
033200     WRITE TranscriptLine FROM Transcript-Heading-Line.
033300     MOVE WS-Todays-Date TO Prn-Todays-Date.
033400     WRITE TranscriptLine FROM Printed-Date-Line.
033500     MOVE Student-Id OF TranStudent TO Prn-Student-Id.
033600     MOVE Last-Name OF TranStudent TO Prn-Last-Name.
033700     MOVE First-Name OF TranStudent TO Prn-First-Name.
033800     MOVE Program-Code OF TranStudent TO Prn-Program-Code.
033900     MOVE SPACES TO Prn-Status.
034000     IF WS-Purge-Date NOT = ZERO
034100         STRING "ARCHIVED " WS-Purge-Date(1:4) "/"
034200             WS-Purge-Date(5:2) "/" WS-Purge-Date(7:2)
034300             DELIMITED BY SIZE INTO Prn-Status
034400     ELSE
034500         EVALUATE TRUE
034600             WHEN Student-Active OF TranStudent
034700                 MOVE "ACTIVE" TO Prn-Status
034800             WHEN Student-Inactive OF TranStudent
034900                 MOVE "INACTIVE" TO Prn-Status
035000             WHEN Student-Withdrawn OF TranStudent
035100                 MOVE "WITHDRAWN" TO Prn-Status
035200             WHEN OTHER
035300                 MOVE Enrollment-Status OF TranStudent
035400                     TO Prn-Status
035500         END-EVALUATE
035600     END-IF.
035700     WRITE TranscriptLine FROM Student-Line.
035800     MOVE ZEROS TO WS-Current-Term, WS-Term-Credits,
035900         WS-Term-Graded-Credits, WS-Term-Points, WS-Cum-Credits,
036000         WS-Cum-Graded-Credits, WS-Cum-Earned-Credits,
036100         WS-Cum-Points.
036200     MOVE 0 TO WS-Enroll-EOF.
036300     OPEN INPUT EnrollFile.
036400     READ EnrollFile
036500         AT END SET Enroll-EOF TO TRUE
036600     END-READ.
036700     PERFORM UNTIL Enroll-EOF
036800         IF EN-Student-Id = WS-Lookup-Id
036900             IF EN-Term NOT = WS-Current-Term
037000                 IF WS-Current-Term NOT = ZERO
037100                     PERFORM Print-Term-Totals
037200                 END-IF
037300                 MOVE EN-Term TO WS-Current-Term
037400                 PERFORM Print-Term-Heading
037500             END-IF
037600             PERFORM Print-Course-Line
037700         END-IF
037800         READ EnrollFile
037900             AT END SET Enroll-EOF TO TRUE
038000         END-READ
038100     END-PERFORM.
038200     CLOSE EnrollFile.
038300     PERFORM Print-Term-Totals.
038400     MOVE SPACES TO TranscriptLine.
038500     WRITE TranscriptLine.
038600     MOVE WS-Cum-Credits TO Prn-Final-Attempted.
038700     MOVE WS-Cum-Earned-Credits TO Prn-Final-Earned.
038800     WRITE TranscriptLine FROM Final-Line.
038900     IF WS-Cum-Graded-Credits = ZERO
039000         MOVE " -- " TO Prn-Final-Average-X
039100     ELSE
039200         COMPUTE WS-Average ROUNDED =
039300             WS-Cum-Points / WS-Cum-Graded-Credits
039400         MOVE WS-Average TO Prn-Final-Average
039500     END-IF.
039600     WRITE TranscriptLine FROM Final-Average-Line.
039700
039800 Print-Term-Heading.
039900     MOVE SPACES TO TranscriptLine.
040000     WRITE TranscriptLine.
040100     MOVE SPACES TO Prn-Term-Name.
040200     IF WS-Current-Number >= 1 AND WS-Current-Number <= 3
040300         MOVE TN-Name(WS-Current-Number) TO Prn-Term-Name
040400     END-IF.
040500     MOVE WS-Current-Year TO Prn-Term-Year.
040600     WRITE TranscriptLine FROM Term-Line.
040700     WRITE TranscriptLine FROM Course-Topic-Line.
040800     MOVE ZEROS TO WS-Term-Credits, WS-Term-Graded-Credits,
040900         WS-Term-Points.
041000
041100 Print-Course-Line.
041200     MOVE EN-Course-Code TO Prn-Course-Code.
041300     MOVE SPACES TO Prn-Course-Title.
041400     PERFORM VARYING CRT-Idx FROM 1 BY 1
041500             UNTIL CRT-Idx > WS-Course-Count
041600         IF CRT-Program-Code(CRT-Idx) = EN-Program-Code
041700            AND CRT-Course-Code(CRT-Idx) = EN-Course-Code
041800             MOVE CRT-Course-Title(CRT-Idx) TO Prn-Course-Title
041900         END-IF
042000     END-PERFORM.
042100     MOVE EN-Credits TO Prn-Credits.
042200     MOVE EN-Grade TO Prn-Grade.
042300     ADD EN-Credits TO WS-Term-Credits, WS-Cum-Credits.
042400     MOVE 0 TO WS-Graded-Course.
042500     PERFORM VARYING GT-Idx FROM 1 BY 1 UNTIL GT-Idx > 12
042600         IF GT-Grade(GT-Idx) = EN-Grade
042700             SET Graded-Course TO TRUE
042800             COMPUTE WS-Course-Points =
042900                 GT-Points(GT-Idx) * EN-Credits
043000             IF GT-Points(GT-Idx) > ZERO
043100                 ADD EN-Credits TO WS-Cum-Earned-Credits
043200             END-IF
043300         END-IF
043400     END-PERFORM.
043500     IF Graded-Course
043600         MOVE WS-Course-Points TO Prn-Points
043700         ADD EN-Credits TO WS-Term-Graded-Credits,
043800             WS-Cum-Graded-Credits
043900         ADD WS-Course-Points TO WS-Term-Points, WS-Cum-Points
044000     ELSE
044100         MOVE SPACES TO Prn-Points-X
044200     END-IF.
044300     WRITE TranscriptLine FROM Course-Detail-Line.
044400
044500 Print-Term-Totals.
044600     MOVE WS-Term-Credits TO Prn-Term-Credits.
044700     IF WS-Term-Graded-Credits = ZERO
044800         MOVE " -- " TO Prn-Term-Average-X
044900     ELSE
045000         COMPUTE WS-Average ROUNDED =
045100             WS-Term-Points / WS-Term-Graded-Credits
045200         MOVE WS-Average TO Prn-Term-Average
045300     END-IF.
045400     MOVE WS-Cum-Credits TO Prn-Cum-Credits.
045500     IF WS-Cum-Graded-Credits = ZERO
045600         MOVE " -- " TO Prn-Cum-Average-X
045700     ELSE
045800         COMPUTE WS-Average ROUNDED =
045900             WS-Cum-Points / WS-Cum-Graded-Credits
046000         MOVE WS-Average TO Prn-Cum-Average
046100     END-IF.
046200     WRITE TranscriptLine FROM Term-Total-Line.
