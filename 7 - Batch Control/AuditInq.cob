000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. AuditInq.
000300* Audit inquiry report for the auditors over AUDIT.JRN, the
000400* common change journal every on-line maintenance program writes
000500* (AUDITJRN.CPY): one line per field changed, with the operator,
000600* date and time, program, record key and the old and new values,
000700* and one per sign-on. AUDIT.RPT lists the chosen entries grouped
000800* by operator, by program or by record key, oldest first within
000900* each group, with a count per group and a total.
001000* The optional AUDPARM.DAT parameter file, one keyword card per
001100* line in the OILPARM.DAT manner, sets:
001200*   BY=OPERATOR     group by operator id (the default);
001300*   BY=PROGRAM      group by program;
001400*   BY=KEY          group by record key;
001500*   OPER=xxxxxx     only this operator's entries;
001600*   PROG=xxxxxxxx   only this program's entries, e.g. CUSTMAINT;
001700*   KEY=xxxx...     only record keys beginning with this, so
001800*                   KEY=1234567 lists a student's master changes
001900*                   together with their enrollments and grades;
002000*   FROM=yyyymmdd   first date (default the start of the file);
002100*   TO=yyyymmdd     last date (default the end of the file);
002200*   SIGNON=N        leave the sign-on entries out.
002300* Unknown cards are reported and ignored. Operator names are
002400* taken from OPERATOR.DAT when it is there. The journal itself is
002500* only read; entries are put in order through a SORT.
002600* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002700* programs do, falling back to today's date run standalone.
002800
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
003300              ORGANIZATION IS LINE SEQUENTIAL
003400              FILE STATUS IS WS-Audit-File-Status.
003500
003600     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
003700              ORGANIZATION IS LINE SEQUENTIAL
003800              FILE STATUS IS WS-Operator-File-Status.
003900
004000     SELECT ParmFile ASSIGN TO "AUDPARM.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Parm-File-Status.
004300
004400     SELECT AuditReportFile ASSIGN TO "AUDIT.RPT"
004500              ORGANIZATION IS LINE SEQUENTIAL.
004600
004700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004800              ORGANIZATION IS LINE SEQUENTIAL
004900              FILE STATUS IS WS-Run-Date-File-Status.
005000
005100     SELECT Work-File ASSIGN TO "AUDSORT.TMP".
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  AuditFile.
005600     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
005700
005800 FD  OperatorFile.
005900     COPY "OPERATOR.CPY"
006000          REPLACING ==REC-NAME== BY ==OperatorRec==.
006100
006200 FD  ParmFile.
006300 01  ParmRec                     PIC X(80).
006400
006500 FD  AuditReportFile.
006600 01  AuditReportLine             PIC X(140).
006700
006800 FD  RunDateFile.
006900 01  RunDateRec                  PIC 9(8).
007000
007100 SD  Work-File.
007200 01  Work-Rec.
007300     88 End-Of-Work-File                     VALUE HIGH-VALUES.
007400     02  WF-Group-Key            PIC X(20).
007500     02  WF-Date                 PIC 9(8).
007600     02  WF-Time                 PIC 9(6).
007700     02  WF-Seq                  PIC 9(7).
007800     02  WF-Entry                PIC X(128).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-Audit-File-Status        PIC XX.
008200 01  WS-Operator-File-Status     PIC XX.
008300 01  WS-Parm-File-Status         PIC XX.
008400 01  WS-Run-Date-File-Status     PIC XX.
008500
008600 01  WS-Audit-EOF                PIC 9       VALUE 0.
008700     88 Audit-EOF                            VALUE 1.
008800 01  WS-Operator-EOF             PIC 9       VALUE 0.
008900     88 Operator-EOF                         VALUE 1.
009000 01  WS-Parm-EOF                 PIC 9       VALUE 0.
009100     88 Parm-EOF                             VALUE 1.
009200
009300 01  Operator-Name-Table.
009400     02  WS-Operator-Count       PIC 999     VALUE ZEROS.
009500     02  ONT-Entry OCCURS 200 TIMES INDEXED BY ONT-Idx.
009600         03  ONT-Operator-Id     PIC X(6).
009700         03  ONT-Operator-Name   PIC X(20).
009800
009900*    One journal entry back from the sort, laid out as
010000*    AUDITJRN.CPY.
010100     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==EntryRec==.
010200
010300 01  WS-Group-By                 PIC X(8)    VALUE "OPERATOR".
010400     88 Group-By-Operator                    VALUE "OPERATOR".
010500     88 Group-By-Program                     VALUE "PROGRAM".
010600     88 Group-By-Key                         VALUE "KEY".
010700 01  WS-Sel-Operator             PIC X(6)    VALUE SPACES.
010800 01  WS-Sel-Program              PIC X(16)   VALUE SPACES.
010900 01  WS-Sel-Key                  PIC X(20)   VALUE SPACES.
011000 01  WS-Sel-Key-Length           PIC 99      VALUE ZEROS.
011100 01  WS-From-Date                PIC 9(8)    VALUE ZEROS.
011200 01  WS-To-Date                  PIC 9(8)    VALUE 99999999.
011300 01  WS-Sign-On-Wanted           PIC X       VALUE "Y".
011400     88 Sign-On-Wanted                       VALUE "Y".
011500 01  WS-Entry-Wanted             PIC 9       VALUE 0.
011600     88 Entry-Wanted                         VALUE 1.
011700
011800 01  WS-Run-Date                 PIC 9(8).
011900 01  WS-Group-Key                PIC X(20).
012000 01  WS-Read-Count               PIC 9(7)    VALUE ZEROS.
012100 01  WS-Listed-Count             PIC 9(7)    VALUE ZEROS.
012200 01  WS-Group-Count              PIC 9(7)    VALUE ZEROS.
012300 01  WS-Groups-Printed           PIC 9(5)    VALUE ZEROS.
012400 01  WS-Time-Parts.
012500     02  WS-Hour                 PIC 99.
012600     02  WS-Minute               PIC 99.
012700     02  WS-Second               PIC 99.
012800 01  WS-Time-N REDEFINES WS-Time-Parts PIC 9(6).
012900
013000 01  Audit-Heading-Line          PIC X(60)
013100     VALUE "        CHANGE AUDIT JOURNAL INQUIRY".
013200 01  Run-Date-Line.
013300     02  FILLER                  PIC X(10) VALUE SPACES.
013400     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
013500     02  Prn-Run-Date            PIC 9999/99/99.
013600     02  FILLER                  PIC X(15)
013700         VALUE "   ENTRIES FROM".
013800     02  Prn-From-Date           PIC B9999/99/99.
013900     02  Prn-From-Date-X REDEFINES Prn-From-Date
014000                                 PIC X(11).
014100     02  FILLER                  PIC X(4)  VALUE " TO ".
014200     02  Prn-To-Date             PIC 9999/99/99.
014300     02  Prn-To-Date-X REDEFINES Prn-To-Date
014400                                 PIC X(10).
014500 01  Selection-Line.
014600     02  FILLER                  PIC X(21)
014700         VALUE "          GROUPED BY ".
014800     02  Prn-Group-By            PIC X(8).
014900     02  FILLER                  PIC X(12) VALUE "   OPERATOR ".
015000     02  Prn-Sel-Operator        PIC X(6).
015100     02  FILLER                  PIC X(10) VALUE "  PROGRAM ".
015200     02  Prn-Sel-Program         PIC X(16).
015300     02  FILLER                  PIC X(6)  VALUE "  KEY ".
015400     02  Prn-Sel-Key             PIC X(20).
015500 01  Topic-Line.
015600     02  FILLER                  PIC X(45)
015700         VALUE " DATE       TIME     OPER   PROGRAM".
015800     02  FILLER                  PIC X(34)
015900         VALUE "RECORD KEY           FIELD".
016000     02  FILLER                  PIC X(31)
016100         VALUE "OLD VALUE".
016200     02  FILLER                  PIC X(9)
016300         VALUE "NEW VALUE".
016400 01  Group-Heading-Line.
016500     02  Prn-Group-Title         PIC X(10).
016600     02  Prn-Group-Key           PIC X(20).
016700     02  FILLER                  PIC X     VALUE SPACE.
016800     02  Prn-Group-Name          PIC X(20).
016900 01  Detail-Line.
017000     02  FILLER                  PIC X     VALUE SPACE.
017100     02  Prn-Date                PIC 9999/99/99.
017200     02  FILLER                  PIC X     VALUE SPACE.
017300     02  Prn-Hour                PIC 99.
017400     02  FILLER                  PIC X     VALUE ":".
017500     02  Prn-Minute              PIC 99.
017600     02  FILLER                  PIC X     VALUE ":".
017700     02  Prn-Second              PIC 99.
017800     02  FILLER                  PIC X     VALUE SPACE.
017900     02  Prn-Operator            PIC X(6).
018000     02  FILLER                  PIC X     VALUE SPACE.
018100     02  Prn-Program             PIC X(16).
018200     02  FILLER                  PIC X     VALUE SPACE.
018300     02  Prn-Record-Key          PIC X(20).
018400     02  FILLER                  PIC X     VALUE SPACE.
018500     02  Prn-Field               PIC X(12).
018600     02  FILLER                  PIC X     VALUE SPACE.
018700     02  Prn-Old-Value           PIC X(30).
018800     02  FILLER                  PIC X     VALUE SPACE.
018900     02  Prn-New-Value           PIC X(30).
019000 01  Group-Total-Line.
019100     02  FILLER                  PIC X(12) VALUE SPACES.
019200     02  Prn-Group-Count         PIC Z(6)9.
019300     02  FILLER                  PIC X(8)  VALUE " ENTRIES".
019400 01  Report-Total-Line.
019500     02  FILLER                  PIC X(24)
019600         VALUE "  TOTAL ENTRIES LISTED".
019700     02  Prn-Listed-Count        PIC Z(6)9.
019800     02  FILLER                  PIC X(4)  VALUE " OF ".
019900     02  Prn-Read-Count          PIC Z(6)9.
020000     02  FILLER                  PIC X(15)
020100         VALUE " ON THE JOURNAL".
020200 01  No-Entries-Line             PIC X(60)
020300     VALUE "  NO JOURNAL ENTRIES MATCH THE SELECTION.".
020400
020500 PROCEDURE DIVISION.
020600 Begin.
020700     PERFORM Load-Run-Date.
020800     PERFORM Load-Parameters.
020900     PERFORM Load-Operator-Names.
021000     OPEN INPUT AuditFile.
021100     IF WS-Audit-File-Status NOT = "00"
021200         DISPLAY "AUDIT.JRN not found -- no change has been"
021300             " journalled yet."
021400         MOVE 1 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700     CLOSE AuditFile.
021800     SORT Work-File ON ASCENDING WF-Group-Key WF-Date WF-Time
021900                                 WF-Seq
022000          INPUT PROCEDURE IS Select-Audit-Entries
022100          OUTPUT PROCEDURE IS Print-Audit-Report.
022200     DISPLAY "AuditInq: " WS-Listed-Count " of " WS-Read-Count
022300         " journal entries listed in " WS-Groups-Printed
022400         " groups.".
022500     MOVE 0 TO RETURN-CODE.
022600     STOP RUN.
022700
022800 Load-Run-Date.
022900     OPEN INPUT RunDateFile.
023000     IF WS-Run-Date-File-Status = "00"
023100         READ RunDateFile
023200             AT END CONTINUE
023300         END-READ
023400         MOVE RunDateRec TO WS-Run-Date
023500         CLOSE RunDateFile
023600     ELSE
023700         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
023800     END-IF.
023900
024000 Load-Parameters.
024100     MOVE 0 TO WS-Parm-EOF.
024200     OPEN INPUT ParmFile.
024300     IF WS-Parm-File-Status = "00"
024400         READ ParmFile
024500             AT END SET Parm-EOF TO TRUE
024600         END-READ
024700         PERFORM Apply-One-Parm-Card UNTIL Parm-EOF
024800         CLOSE ParmFile
024900     END-IF.
025000     PERFORM Find-Key-Length.
025100
025200 Apply-One-Parm-Card.
025300     INSPECT ParmRec CONVERTING "abcdefghijklmnopqrstuvwxyz"
025400         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
025500     EVALUATE TRUE
025600         WHEN ParmRec = SPACES
025700             CONTINUE
025800         WHEN ParmRec(1:3) = "BY="
025900          AND (ParmRec(4:9) = "OPERATOR" OR "PROGRAM" OR "KEY")
026000             MOVE ParmRec(4:8) TO WS-Group-By
026100             DISPLAY "AUDPARM: grouped by " WS-Group-By "."
026200         WHEN ParmRec(1:5) = "OPER=" AND ParmRec(6:6) NOT = SPACES
026300             MOVE ParmRec(6:6) TO WS-Sel-Operator
026400             DISPLAY "AUDPARM: operator " WS-Sel-Operator " only."
026500         WHEN ParmRec(1:5) = "PROG="
026600          AND ParmRec(6:16) NOT = SPACES
026700             MOVE ParmRec(6:16) TO WS-Sel-Program
026800             DISPLAY "AUDPARM: program " WS-Sel-Program " only."
026900         WHEN ParmRec(1:4) = "KEY=" AND ParmRec(5:20) NOT = SPACES
027000             MOVE ParmRec(5:20) TO WS-Sel-Key
027100             DISPLAY "AUDPARM: keys beginning " WS-Sel-Key "."
027200         WHEN ParmRec(1:5) = "FROM=" AND ParmRec(6:8) IS NUMERIC
027300             MOVE ParmRec(6:8) TO WS-From-Date
027400             DISPLAY "AUDPARM: entries from " WS-From-Date "."
027500         WHEN ParmRec(1:3) = "TO=" AND ParmRec(4:8) IS NUMERIC
027600             MOVE ParmRec(4:8) TO WS-To-Date
027700             DISPLAY "AUDPARM: entries to " WS-To-Date "."
027800         WHEN ParmRec(1:8) = "SIGNON=N"
027900             MOVE "N" TO WS-Sign-On-Wanted
028000             DISPLAY "AUDPARM: sign-on entries left out."
028100         WHEN OTHER
028200             DISPLAY "AUDPARM: bad card ignored: " ParmRec
028300     END-EVALUATE.
028400     READ ParmFile
028500         AT END SET Parm-EOF TO TRUE
028600     END-READ.
028700
028800 Find-Key-Length.
028900*    KEY= matches on the characters keyed, up to the last one
029000*    that is not a space.
029100     MOVE ZEROS TO WS-Sel-Key-Length.
029200     PERFORM VARYING WS-Sel-Key-Length FROM 20 BY -1
029300             UNTIL WS-Sel-Key-Length = ZERO
029400                OR WS-Sel-Key(WS-Sel-Key-Length:1) NOT = SPACE
029500         CONTINUE
029600     END-PERFORM.
029700
029800 Load-Operator-Names.
029900     MOVE 0 TO WS-Operator-EOF.
030000     OPEN INPUT OperatorFile.
030100     IF WS-Operator-File-Status = "00"
030200         READ OperatorFile
030300             AT END SET Operator-EOF TO TRUE
030400         END-READ
030500         PERFORM UNTIL Operator-EOF OR WS-Operator-Count >= 200
030600             ADD 1 TO WS-Operator-Count
030700             MOVE OR-Operator-Id TO
030800                 ONT-Operator-Id(WS-Operator-Count)
030900             MOVE OR-Operator-Name TO
031000                 ONT-Operator-Name(WS-Operator-Count)
031100             READ OperatorFile
031200                 AT END SET Operator-EOF TO TRUE
031300             END-READ
031400         END-PERFORM
031500         CLOSE OperatorFile
031600     ELSE
031700         DISPLAY "OPERATOR.DAT not found -- operator names blank."
031800     END-IF.
031900
032000 Select-Audit-Entries.
032100     MOVE 0 TO WS-Audit-EOF.
032200     OPEN INPUT AuditFile.
032300     READ AuditFile
032400         AT END SET Audit-EOF TO TRUE
032500     END-READ.
032600     PERFORM UNTIL Audit-EOF
032700         ADD 1 TO WS-Read-Count
032800         PERFORM Check-Entry-Wanted
032900         IF Entry-Wanted
033000             PERFORM Release-One-Entry
033100         END-IF
033200         READ AuditFile
033300             AT END SET Audit-EOF TO TRUE
033400         END-READ
033500     END-PERFORM.
033600     CLOSE AuditFile.
033700
033800 Check-Entry-Wanted.
033900     SET Entry-Wanted TO TRUE.
034000     IF AJ-Date OF AuditRec < WS-From-Date
034100        OR AJ-Date OF AuditRec > WS-To-Date
034200         MOVE 0 TO WS-Entry-Wanted
034300     END-IF.
034400     IF WS-Sel-Operator NOT = SPACES
034500        AND AJ-Operator OF AuditRec NOT = WS-Sel-Operator
034600         MOVE 0 TO WS-Entry-Wanted
034700     END-IF.
034800     IF WS-Sel-Program NOT = SPACES
034900        AND AJ-Program OF AuditRec NOT = WS-Sel-Program
035000         MOVE 0 TO WS-Entry-Wanted
035100     END-IF.
035200     IF WS-Sel-Key-Length > ZERO
035300         IF AJ-Record-Key OF AuditRec(1:WS-Sel-Key-Length)
035400                 NOT = WS-Sel-Key(1:WS-Sel-Key-Length)
035500             MOVE 0 TO WS-Entry-Wanted
035600         END-IF
035700     END-IF.
035800     IF AJ-Field OF AuditRec = "SIGN-ON" AND NOT Sign-On-Wanted
035900         MOVE 0 TO WS-Entry-Wanted
036000     END-IF.
036100
036200 Release-One-Entry.
036300     EVALUATE TRUE
036400         WHEN Group-By-Program
036500             MOVE AJ-Program OF AuditRec TO WF-Group-Key
036600         WHEN Group-By-Key
036700             MOVE AJ-Record-Key OF AuditRec TO WF-Group-Key
036800         WHEN OTHER
036900             MOVE AJ-Operator OF AuditRec TO WF-Group-Key
037000     END-EVALUATE.
037100     MOVE AJ-Date OF AuditRec TO WF-Date.
037200     MOVE AJ-Time OF AuditRec TO WF-Time.
037300     MOVE WS-Read-Count TO WF-Seq.
037400     MOVE AuditRec TO WF-Entry.
037500     RELEASE Work-Rec.
037600
037700 Print-Audit-Report.
037800     OPEN OUTPUT AuditReportFile.
037900     WRITE AuditReportLine FROM Audit-Heading-Line.
038000     MOVE WS-Run-Date TO Prn-Run-Date.
038100     IF WS-From-Date = ZEROS
038200         MOVE " THE START" TO Prn-From-Date-X
038300     ELSE
038400         MOVE WS-From-Date TO Prn-From-Date
038500     END-IF.
038600     IF WS-To-Date = 99999999
038700         MOVE "THE END" TO Prn-To-Date-X
038800     ELSE
038900         MOVE WS-To-Date TO Prn-To-Date
039000     END-IF.
039100     WRITE AuditReportLine FROM Run-Date-Line.
039200     MOVE WS-Group-By TO Prn-Group-By.
039300     MOVE WS-Sel-Operator TO Prn-Sel-Operator.
039400     MOVE WS-Sel-Program TO Prn-Sel-Program.
039500     MOVE WS-Sel-Key TO Prn-Sel-Key.
039600     IF WS-Sel-Operator = SPACES
039700         MOVE "(ALL)" TO Prn-Sel-Operator
039800     END-IF.
039900     IF WS-Sel-Program = SPACES
040000         MOVE "(ALL)" TO Prn-Sel-Program
040100     END-IF.
040200     IF WS-Sel-Key = SPACES
040300         MOVE "(ALL)" TO Prn-Sel-Key
040400     END-IF.
040500     WRITE AuditReportLine FROM Selection-Line.
040600     MOVE SPACES TO AuditReportLine.
040700     WRITE AuditReportLine.
040800     WRITE AuditReportLine FROM Topic-Line.
040900     RETURN Work-File
041000         AT END SET End-Of-Work-File TO TRUE
041100     END-RETURN.
041200     PERFORM Print-One-Group UNTIL End-Of-Work-File.
041300     IF WS-Listed-Count = ZERO
041400         WRITE AuditReportLine FROM No-Entries-Line
041500     END-IF.
041600     MOVE SPACES TO AuditReportLine.
041700     WRITE AuditReportLine.
041800     MOVE WS-Listed-Count TO Prn-Listed-Count.
041900     MOVE WS-Read-Count TO Prn-Read-Count.
042000     WRITE AuditReportLine FROM Report-Total-Line.
042100     CLOSE AuditReportFile.
042200
042300 Print-One-Group.
042400     MOVE WF-Group-Key TO WS-Group-Key.
042500     MOVE ZEROS TO WS-Group-Count.
042600     ADD 1 TO WS-Groups-Printed.
042700     MOVE SPACES TO Group-Heading-Line.
042800     MOVE WS-Group-Key TO Prn-Group-Key.
042900     EVALUATE TRUE
043000         WHEN Group-By-Program
043100             MOVE "PROGRAM:" TO Prn-Group-Title
043200         WHEN Group-By-Key
043300             MOVE "KEY:" TO Prn-Group-Title
043400         WHEN OTHER
043500             MOVE "OPERATOR:" TO Prn-Group-Title
043600             PERFORM VARYING ONT-Idx FROM 1 BY 1
043700                     UNTIL ONT-Idx > WS-Operator-Count
043800                 IF ONT-Operator-Id(ONT-Idx) = WS-Group-Key
043900                     MOVE ONT-Operator-Name(ONT-Idx)
044000                         TO Prn-Group-Name
044100                 END-IF
044200             END-PERFORM
044300     END-EVALUATE.
044400     MOVE SPACES TO AuditReportLine.
044500     WRITE AuditReportLine.
044600     WRITE AuditReportLine FROM Group-Heading-Line.
044700     PERFORM Print-One-Entry
044800         UNTIL End-Of-Work-File
044900            OR WF-Group-Key NOT = WS-Group-Key.
045000     MOVE WS-Group-Count TO Prn-Group-Count.
045100     WRITE AuditReportLine FROM Group-Total-Line.
045200
045300 Print-One-Entry.
045400     MOVE WF-Entry TO EntryRec.
045500     MOVE AJ-Date OF EntryRec TO Prn-Date.
045600     MOVE AJ-Time OF EntryRec TO WS-Time-N.
045700     MOVE WS-Hour TO Prn-Hour.
045800     MOVE WS-Minute TO Prn-Minute.
045900     MOVE WS-Second TO Prn-Second.
046000     MOVE AJ-Operator OF EntryRec TO Prn-Operator.
046100     MOVE AJ-Program OF EntryRec TO Prn-Program.
046200     MOVE AJ-Record-Key OF EntryRec TO Prn-Record-Key.
046300     MOVE AJ-Field OF EntryRec TO Prn-Field.
046400     MOVE AJ-Old-Value OF EntryRec TO Prn-Old-Value.
046500     MOVE AJ-New-Value OF EntryRec TO Prn-New-Value.
046600     WRITE AuditReportLine FROM Detail-Line.
046700     ADD 1 TO WS-Group-Count.
046800     ADD 1 TO WS-Listed-Count.
046900     RETURN Work-File
047000         AT END SET End-Of-Work-File TO TRUE
047100     END-RETURN.
