000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. StudPlanDue.
000300* Weekly payment-plan follow-up. Walks STUDENTS.NEW and the
000400* open items on STUDITEM.DAT together (both in Student-Id
000500* order) and picks out every plan installment -- the "I"
000600* items StudPlan writes -- with money still open on it that
000700* is either MISSED (due date before the run date) or DUE SOON
000800* (due within the next DAYS days, the run date included).
000900* INSTDUE.RPT is the bursar's list: one line per installment
001000* under the student's name with the due date, the amount
001100* still open and how many days late or to go, then the
001200* counts and open totals missed and due soon.
001300* INSTRMND.RPT holds one reminder notice per student on the
001400* list, one after another separated for bursting: a student
001500* with a missed installment gets the overdue notice, one with
001600* installments only coming due gets the friendly reminder,
001700* and either way every listed installment is printed with
001800* the total to pay.
001900* Plain term charges are not listed -- a student not on a
002000* plan is followed up through the aging on STUDROLL.RPT --
002100* and items for ids no longer on the master (purged
002200* students' history) are passed over.
002300* The optional DUEPARM.DAT parameter file, one keyword card
002400* per line in the OILPARM.DAT manner, sets:
002500*   DAYS=nnn -- how far ahead counts as due soon (default
002600*               007, a week, for the weekly run).
002700* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002800* programs do, falling back to today's date run standalone.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT NewStudentFile ASSIGN TO "STUDENTS.NEW"
003400              ORGANIZATION IS LINE SEQUENTIAL
003500              FILE STATUS IS WS-New-File-Status.
003600
003700     SELECT ItemFile ASSIGN TO "STUDITEM.DAT"
003800              ORGANIZATION IS LINE SEQUENTIAL
003900              FILE STATUS IS WS-Item-File-Status.
004000
004100     SELECT ParmFile ASSIGN TO "DUEPARM.DAT"
004200              ORGANIZATION IS LINE SEQUENTIAL
004300              FILE STATUS IS WS-Parm-File-Status.
004400
004500     SELECT ListFile ASSIGN TO "INSTDUE.RPT"
004600              ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT NoticeFile ASSIGN TO "INSTRMND.RPT"
004900              ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005200              ORGANIZATION IS LINE SEQUENTIAL
005300              FILE STATUS IS WS-Run-Date-File-Status.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  NewStudentFile.
005800     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==NewStudRec==.
005900
006000 FD  ItemFile.
006100     COPY "STUDITEM.CPY" REPLACING ==REC-NAME== BY ==ItemRec==.
006200
006300 FD  ParmFile.
006400 01  ParmRec                PIC X(80).
006500
006600 FD  ListFile.
006700 01  ListLine               PIC X(80).
006800
006900 FD  NoticeFile.
007000 01  NoticeLine             PIC X(80).
007100
007200 FD  RunDateFile.
007300 01  RunDateRec             PIC 9(8).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-New-File-Status     PIC XX.
007700 01  WS-Item-File-Status    PIC XX.
007800 01  WS-Parm-File-Status    PIC XX.
007900 01  WS-Run-Date-File-Status PIC XX.
008000
008100 01  WS-Student-EOF         PIC 9       VALUE 0.
008200     88 Student-EOF                     VALUE 1.
008300 01  WS-Item-EOF            PIC 9       VALUE 0.
008400     88 Item-EOF                        VALUE 1.
008500 01  WS-Parm-EOF            PIC 9       VALUE 0.
008600     88 Parm-EOF                        VALUE 1.
008700
008800 01  WS-Days-Ahead          PIC 9(3)    VALUE 7.
008900 01  WS-Run-Date            PIC 9(8).
009000 01  WS-Run-Date-Days       PIC 9(7)    VALUE ZEROS.
009100 01  WS-Due-Date-Days       PIC 9(7)    VALUE ZEROS.
009200 01  WS-Days-Late           PIC S9(5)   VALUE ZEROS.
009300 01  WS-Days-To-Go          PIC 9(5)    VALUE ZEROS.
009400
009500* The current student's installments to list, in file order
009600* (each plan's installments sit earliest due date first).
009700 01  Listed-Installments.
009800     02  WS-Listed-Count    PIC 9(3)    VALUE ZEROS.
009900     02  LI-Entry OCCURS 100 TIMES.
010000         03  LI-Due-Date    PIC 9(8).
010100         03  LI-Ref-Num     PIC 9(6).
010200         03  LI-Amount      PIC 9(4)V99.
010300         03  LI-Open-Amount PIC 9(4)V99.
010400         03  LI-Days        PIC 9(5).
010500         03  LI-Status      PIC X.
010600             88 LI-Missed               VALUE "M".
010700             88 LI-Due-Soon             VALUE "S".
010800 01  WS-Listed-Sub          PIC 9(3)    VALUE ZEROS.
010900 01  WS-Student-Missed      PIC 9       VALUE 0.
011000     88 Student-Has-Missed              VALUE 1.
011100 01  WS-Student-Total       PIC 9(5)V99 VALUE ZEROS.
011200
011300 01  WS-Student-Count       PIC 9(5)    VALUE ZEROS.
011400 01  WS-Missed-Count        PIC 9(5)    VALUE ZEROS.
011500 01  WS-Missed-Total        PIC 9(7)V99 VALUE ZEROS.
011600 01  WS-Soon-Count          PIC 9(5)    VALUE ZEROS.
011700 01  WS-Soon-Total          PIC 9(7)V99 VALUE ZEROS.
011800
011900 01  List-Heading-Line      PIC X(60)
012000     VALUE "        PAYMENT PLAN INSTALLMENTS DUE SOON OR MISSED".
012100 01  List-Date-Line.
012200     02  FILLER             PIC X(10) VALUE SPACES.
012300     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
012400     02  Prn-Run-Date       PIC 9999/99/99.
012500     02  FILLER             PIC X(17) VALUE "  DUE SOON DAYS: ".
012600     02  Prn-Days-Ahead     PIC ZZ9.
012700 01  List-Topic-Line.
012800     02  FILLER             PIC X(14) VALUE "      DUE DATE".
012900     02  FILLER             PIC X(10) VALUE "   REF".
013000     02  FILLER             PIC X(12) VALUE " INSTALLMENT".
013100     02  FILLER             PIC X(12) VALUE "   STILL DUE".
013200     02  FILLER             PIC X(20) VALUE "  STATUS".
013300 01  List-Student-Line.
013400     02  FILLER             PIC XX    VALUE SPACES.
013500     02  Prn-Student-Id     PIC 9(7).
013600     02  FILLER             PIC XX    VALUE SPACES.
013700     02  Prn-Last-Name      PIC X(8).
013800     02  FILLER             PIC XX    VALUE ", ".
013900     02  Prn-First-Name     PIC X(6).
014000 01  List-Detail-Line.
014100     02  FILLER             PIC X(4)  VALUE SPACES.
014200     02  Prn-Due-Date       PIC 9999/99/99.
014300     02  FILLER             PIC XX    VALUE SPACES.
014400     02  Prn-Ref-Num        PIC 9(6).
014500     02  Prn-Amount         PIC BBB$$,$$9.99.
014600     02  Prn-Open-Amount    PIC BBB$$,$$9.99.
014700     02  FILLER             PIC XX    VALUE SPACES.
014800     02  Prn-Status-Word    PIC X(9).
014900     02  Prn-Days           PIC ZZZZ9.
015000     02  Prn-Days-Word      PIC X(9).
015100 01  List-None-Line         PIC X(60)
015200     VALUE "  No installments due soon or missed on this run.".
015300 01  List-Missed-Total-Line.
015400     02  FILLER             PIC X(24)
015500         VALUE "  INSTALLMENTS MISSED".
015600     02  Prn-Missed-Count   PIC ZZZZ9.
015700     02  FILLER             PIC X(8)  VALUE "  OPEN ".
015800     02  Prn-Missed-Total   PIC $$,$$$,$$9.99.
015900 01  List-Soon-Total-Line.
016000     02  FILLER             PIC X(24)
016100         VALUE "  INSTALLMENTS DUE SOON".
016200     02  Prn-Soon-Count     PIC ZZZZ9.
016300     02  FILLER             PIC X(8)  VALUE "  OPEN ".
016400     02  Prn-Soon-Total     PIC $$,$$$,$$9.99.
016500 01  List-Student-Total-Line.
016600     02  FILLER             PIC X(24)
016700         VALUE "  STUDENTS REMINDED".
016800     02  Prn-Student-Count  PIC ZZZZ9.
016900
017000 01  Notice-Separator       PIC X(60) VALUE ALL "=".
017100 01  Notice-Head-Line.
017200     02  Prn-Notice-Title   PIC X(30).
017300     02  FILLER             PIC X(14) VALUE SPACES.
017400     02  FILLER             PIC X(6)  VALUE "DATE: ".
017500     02  Prn-Notice-Date    PIC 9999/99/99.
017600 01  Notice-Student-Line.
017700     02  FILLER             PIC X(9)  VALUE "STUDENT: ".
017800     02  Prn-Notice-Id      PIC 9(7).
017900     02  FILLER             PIC XX    VALUE SPACES.
018000     02  Prn-Notice-Last    PIC X(8).
018100     02  FILLER             PIC XX    VALUE ", ".
018200     02  Prn-Notice-First   PIC X(6).
018300* Body of the notice, three lines each: the overdue notice,
018400* then the reminder of installments coming due.
018500 01  Notice-Texts.
018600     02  FILLER             PIC X(60) VALUE
018700         "Our records show an installment of your payment plan".
018800     02  FILLER             PIC X(60) VALUE
018900         "has passed its due date unpaid. Please pay the amount".
019000     02  FILLER             PIC X(60) VALUE
019100         "below now, or call the bursar's office to discuss it.".
019200     02  FILLER             PIC X(60) VALUE
019300         "This is a reminder that the installment of your".
019400     02  FILLER             PIC X(60) VALUE
019500         "payment plan shown below falls due shortly. If you".
019600     02  FILLER             PIC X(60) VALUE
019700         "have already paid it, please accept our thanks.".
019800 01  Notice-Text-Table REDEFINES Notice-Texts.
019900     02  NX-Kind            OCCURS 2 TIMES.
020000         03  NX-Line        PIC X(60)   OCCURS 3 TIMES.
020100 01  WS-Notice-Kind         PIC 9       VALUE ZERO.
020200 01  WS-Text-Sub            PIC 9       VALUE ZERO.
020300 01  Notice-Topic-Line.
020400     02  FILLER             PIC X(14) VALUE "      DUE DATE".
020500     02  FILLER             PIC X(22) VALUE SPACES.
020600     02  FILLER             PIC X(12) VALUE "  AMOUNT DUE".
020700 01  Notice-Item-Line.
020800     02  FILLER             PIC X(4)  VALUE SPACES.
020900     02  Prn-Notice-Due     PIC 9999/99/99.
021000     02  FILLER             PIC XX    VALUE SPACES.
021100     02  Prn-Notice-Word    PIC X(20).
021200     02  Prn-Notice-Amount  PIC BB$$,$$9.99.
021300 01  Notice-Total-Line.
021400     02  FILLER             PIC X(36)
021500         VALUE "TOTAL TO PAY NOW OR SHORTLY:".
021600     02  Prn-Notice-Total   PIC B$$$,$$9.99.
021700 01  Notice-Close-Line      PIC X(60)
021800     VALUE "Please quote your student id with your payment.".
021900
022000 PROCEDURE DIVISION.
022100 Begin.
022200     PERFORM Load-Run-Date.
022300     PERFORM Load-Parameters.
022400     COMPUTE WS-Run-Date-Days =
022500         FUNCTION INTEGER-OF-DATE(WS-Run-Date).
022600     OPEN INPUT NewStudentFile.
022700     IF WS-New-File-Status NOT = "00"
022800         DISPLAY "STUDENTS.NEW not found -- nothing to follow up."
022900         MOVE 1 TO RETURN-CODE
023000         STOP RUN
023100     END-IF.
023200     OPEN INPUT ItemFile.
023300     IF WS-Item-File-Status NOT = "00"
023400         DISPLAY "STUDITEM.DAT not found -- no plan installments"
023500             " to follow up. Run StudItemSeed."
023600         CLOSE NewStudentFile
023700         MOVE 1 TO RETURN-CODE
023800         STOP RUN
023900     END-IF.
024000     OPEN OUTPUT ListFile, NoticeFile.
024100     WRITE ListLine FROM List-Heading-Line.
024200     MOVE WS-Run-Date TO Prn-Run-Date.
024300     MOVE WS-Days-Ahead TO Prn-Days-Ahead.
024400     WRITE ListLine FROM List-Date-Line.
024500     MOVE SPACES TO ListLine.
024600     WRITE ListLine.
024700     WRITE ListLine FROM List-Topic-Line.
024800     READ NewStudentFile
024900         AT END SET Student-EOF TO TRUE
025000     END-READ.
025100     READ ItemFile
025200         AT END SET Item-EOF TO TRUE
025300     END-READ.
025400     PERFORM UNTIL Student-EOF
025500         PERFORM Follow-Up-One-Student
025600         READ NewStudentFile
025700             AT END SET Student-EOF TO TRUE
025800         END-READ
025900     END-PERFORM.
026000     PERFORM Write-List-Totals.
026100     CLOSE NewStudentFile, ItemFile, ListFile, NoticeFile.
026200     DISPLAY "StudPlanDue: " WS-Missed-Count " installments"
026300         " missed, " WS-Soon-Count " due soon, "
026400         WS-Student-Count " reminder notices printed.".
026500     MOVE 0 TO RETURN-CODE.
026600     STOP RUN.
026700
026800 Load-Run-Date.
026900     OPEN INPUT RunDateFile.
027000     IF WS-Run-Date-File-Status = "00"
027100         READ RunDateFile
027200             AT END CONTINUE
027300         END-READ
027400         MOVE RunDateRec TO WS-Run-Date
027500         CLOSE RunDateFile
027600     ELSE
027700         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
027800     END-IF.
027900
028000 Load-Parameters.
028100     MOVE 0 TO WS-Parm-EOF.
028200     OPEN INPUT ParmFile.
028300     IF WS-Parm-File-Status = "00"
028400         READ ParmFile
028500             AT END SET Parm-EOF TO TRUE
028600         END-READ
028700         PERFORM Apply-One-Parm-Card UNTIL Parm-EOF
028800         CLOSE ParmFile
028900     END-IF.
029000
029100 Apply-One-Parm-Card.
029200     EVALUATE TRUE
029300         WHEN ParmRec = SPACES
029400             CONTINUE
029500         WHEN ParmRec(1:5) = "DAYS=" AND ParmRec(6:3) IS NUMERIC
029600             MOVE ParmRec(6:3) TO WS-Days-Ahead
029700             DISPLAY "DUEPARM: due soon within " WS-Days-Ahead
029800                 " days."
029900         WHEN OTHER
030000             DISPLAY "DUEPARM: bad card ignored: " ParmRec
030100     END-EVALUATE.
030200     READ ParmFile
030300         AT END SET Parm-EOF TO TRUE
030400     END-READ.
030500
030600 Follow-Up-One-Student.
030700*    Items for ids below the current master record belong to
030800*    students no longer on the master -- skip past them.
030900     PERFORM UNTIL Item-EOF
031000          OR IT-Student-Id NOT < Student-Id OF NewStudRec
031100         READ ItemFile
031200             AT END SET Item-EOF TO TRUE
031300         END-READ
031400     END-PERFORM.
031500     MOVE ZEROS TO WS-Listed-Count, WS-Student-Total.
031600     MOVE 0 TO WS-Student-Missed.
031700     PERFORM UNTIL Item-EOF
031800          OR IT-Student-Id NOT = Student-Id OF NewStudRec
031900         IF IT-Installment AND IT-Open-Amount > ZERO
032000             PERFORM Check-One-Installment
032100         END-IF
032200         READ ItemFile
032300             AT END SET Item-EOF TO TRUE
032400         END-READ
032500     END-PERFORM.
032600     IF WS-Listed-Count > ZERO
032700         ADD 1 TO WS-Student-Count
032800         PERFORM List-Student
032900         PERFORM Print-Notice
033000     END-IF.
033100
033200 Check-One-Installment.
033300     COMPUTE WS-Due-Date-Days =
033400         FUNCTION INTEGER-OF-DATE(IT-Item-Date).
033500     COMPUTE WS-Days-Late = WS-Run-Date-Days - WS-Due-Date-Days.
033600     IF WS-Days-Late > ZERO
033700         PERFORM Note-Installment
033800         IF WS-Listed-Sub > ZERO
033900             SET LI-Missed(WS-Listed-Sub) TO TRUE
034000             MOVE WS-Days-Late TO LI-Days(WS-Listed-Sub)
034100             SET Student-Has-Missed TO TRUE
034200             ADD 1 TO WS-Missed-Count
034300             ADD IT-Open-Amount TO WS-Missed-Total
034400         END-IF
034500     ELSE
034600         COMPUTE WS-Days-To-Go = 0 - WS-Days-Late
034700         IF WS-Days-To-Go < WS-Days-Ahead
034800             PERFORM Note-Installment
034900             IF WS-Listed-Sub > ZERO
035000                 SET LI-Due-Soon(WS-Listed-Sub) TO TRUE
035100                 MOVE WS-Days-To-Go TO LI-Days(WS-Listed-Sub)
035200                 ADD 1 TO WS-Soon-Count
035300                 ADD IT-Open-Amount TO WS-Soon-Total
035400             END-IF
035500         END-IF
035600     END-IF.
035700
035800 Note-Installment.
035900     IF WS-Listed-Count >= 100
036000         DISPLAY "Over 100 installments to list for id "
036100             Student-Id OF NewStudRec " -- rest not listed."
036200         MOVE ZEROS TO WS-Listed-Sub
036300     ELSE
036400         ADD 1 TO WS-Listed-Count
036500         MOVE WS-Listed-Count TO WS-Listed-Sub
036600         MOVE IT-Item-Date TO LI-Due-Date(WS-Listed-Sub)
036700         MOVE IT-Ref-Num TO LI-Ref-Num(WS-Listed-Sub)
036800         MOVE IT-Amount TO LI-Amount(WS-Listed-Sub)
036900         MOVE IT-Open-Amount TO LI-Open-Amount(WS-Listed-Sub)
037000         ADD IT-Open-Amount TO WS-Student-Total
037100     END-IF.
037200
037300 List-Student.
037400     MOVE SPACES TO ListLine.
037500     WRITE ListLine.
037600     MOVE Student-Id OF NewStudRec TO Prn-Student-Id.
037700     MOVE Last-Name OF NewStudRec TO Prn-Last-Name.
037800     MOVE First-Name OF NewStudRec TO Prn-First-Name.
037900     WRITE ListLine FROM List-Student-Line.
038000     MOVE 0 TO WS-Listed-Sub.
038100     PERFORM UNTIL WS-Listed-Sub >= WS-Listed-Count
038200         ADD 1 TO WS-Listed-Sub
038300         MOVE LI-Due-Date(WS-Listed-Sub) TO Prn-Due-Date
038400         MOVE LI-Ref-Num(WS-Listed-Sub) TO Prn-Ref-Num
038500         MOVE LI-Amount(WS-Listed-Sub) TO Prn-Amount
038600         MOVE LI-Open-Amount(WS-Listed-Sub) TO Prn-Open-Amount
038700         MOVE LI-Days(WS-Listed-Sub) TO Prn-Days
038800         IF LI-Missed(WS-Listed-Sub)
038900             MOVE "MISSED" TO Prn-Status-Word
039000             MOVE " DAYS AGO" TO Prn-Days-Word
039100         ELSE
039200             MOVE "DUE IN" TO Prn-Status-Word
039300             MOVE " DAYS" TO Prn-Days-Word
039400         END-IF
039500         WRITE ListLine FROM List-Detail-Line
039600     END-PERFORM.
039700
039800 Print-Notice.
039900     IF Student-Has-Missed
040000         MOVE 1 TO WS-Notice-Kind
040100         MOVE "OVERDUE INSTALLMENT NOTICE" TO Prn-Notice-Title
040200     ELSE
040300         MOVE 2 TO WS-Notice-Kind
040400         MOVE "INSTALLMENT REMINDER" TO Prn-Notice-Title
040500     END-IF.
040600     IF WS-Student-Count > 1
040700         MOVE SPACES TO NoticeLine
040800         WRITE NoticeLine
040900     END-IF.
041000     WRITE NoticeLine FROM Notice-Separator.
041100     MOVE WS-Run-Date TO Prn-Notice-Date.
041200     WRITE NoticeLine FROM Notice-Head-Line.
041300     MOVE SPACES TO NoticeLine.
041400     WRITE NoticeLine.
041500     MOVE Student-Id OF NewStudRec TO Prn-Notice-Id.
041600     MOVE Last-Name OF NewStudRec TO Prn-Notice-Last.
041700     MOVE First-Name OF NewStudRec TO Prn-Notice-First.
041800     WRITE NoticeLine FROM Notice-Student-Line.
041900     MOVE SPACES TO NoticeLine.
042000     WRITE NoticeLine.
042100     PERFORM VARYING WS-Text-Sub FROM 1 BY 1 UNTIL WS-Text-Sub > 3
042200         WRITE NoticeLine FROM
042250             NX-Line(WS-Notice-Kind, WS-Text-Sub)
042300     END-PERFORM.
042400     MOVE SPACES TO NoticeLine.
042500     WRITE NoticeLine.
042600     WRITE NoticeLine FROM Notice-Topic-Line.
042700     MOVE 0 TO WS-Listed-Sub.
042800     PERFORM UNTIL WS-Listed-Sub >= WS-Listed-Count
042900         ADD 1 TO WS-Listed-Sub
043000         MOVE LI-Due-Date(WS-Listed-Sub) TO Prn-Notice-Due
043100         IF LI-Missed(WS-Listed-Sub)
043200             MOVE "PAST DUE" TO Prn-Notice-Word
043300         ELSE
043400             MOVE "COMING DUE" TO Prn-Notice-Word
043500         END-IF
043600         MOVE LI-Open-Amount(WS-Listed-Sub) TO Prn-Notice-Amount
043700         WRITE NoticeLine FROM Notice-Item-Line
043800     END-PERFORM.
043900     MOVE SPACES TO NoticeLine.
044000     WRITE NoticeLine.
044100     MOVE WS-Student-Total TO Prn-Notice-Total.
044200     WRITE NoticeLine FROM Notice-Total-Line.
044300     MOVE SPACES TO NoticeLine.
044400     WRITE NoticeLine.
044500     WRITE NoticeLine FROM Notice-Close-Line.
044600
044700 Write-List-Totals.
044800     MOVE SPACES TO ListLine.
044900     WRITE ListLine.
045000     IF WS-Student-Count = ZERO
045100         WRITE ListLine FROM List-None-Line
045200         MOVE SPACES TO ListLine
045300         WRITE ListLine
045400     END-IF.
045500     MOVE WS-Missed-Count TO Prn-Missed-Count.
045600     MOVE WS-Missed-Total TO Prn-Missed-Total.
045700     WRITE ListLine FROM List-Missed-Total-Line.
045800     MOVE WS-Soon-Count TO Prn-Soon-Count.
045900     MOVE WS-Soon-Total TO Prn-Soon-Total.
046000     WRITE ListLine FROM List-Soon-Total-Line.
046100     MOVE WS-Student-Count TO Prn-Student-Count.
046200     WRITE ListLine FROM List-Student-Total-Line.
