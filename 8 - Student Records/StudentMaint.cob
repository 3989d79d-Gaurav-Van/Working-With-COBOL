001500* operations can see what the next StudentUnload will carry
001600* into the batch cycle, and BatchReady can tell whether a
001610* correction happened after the last unload.
001620* The operator signs on against OPERATOR.DAT before the master is
001630* opened. D and P need only the sign-on; names, program code and
001640* status need the student authority, and the balance due is kept
001650* to operators holding the balance authority (finance). Each
001660* applied correction is also written to the common AUDIT.JRN with
001670* the operator who made it; STUDMNT.JRN keeps its own layout for
001680* the batch programs that read it.
001700
001800 ENVIRONMENT DIVISION.
001900 INPUT-OUTPUT SECTION.
002800              ORGANIZATION IS LINE SEQUENTIAL
002900              FILE STATUS IS WS-Journal-File-Status.
003000
003010     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
003020              ORGANIZATION IS LINE SEQUENTIAL
003030              FILE STATUS IS WS-Operator-File-Status.
003040
003050     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
003060              ORGANIZATION IS LINE SEQUENTIAL
003070              FILE STATUS IS WS-Audit-File-Status.
003080
003100 DATA DIVISION.
003200 FILE SECTION.
003300 FD  StudentMaster.
004000     02  JRN-Field          PIC X(10).
004100     02  JRN-Old-Value      PIC X(8).
004200     02  JRN-New-Value      PIC X(8).
004210
004220 FD  OperatorFile.
004230 01  OperatorFileRec        PIC X(48).
004240
004250 FD  AuditFile.
004260     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
004300
004400 WORKING-STORAGE SECTION.
004500 01  WS-Master-File-Status  PIC XX.
007500 01  WS-Balance-Display     PIC $Z,ZZ9.99.
007550 01  WS-Balance-Edit        PIC 9999.99.
007600 01  WS-Todays-Date         PIC 9(8).
007605 01  WS-Authority-Held      PIC 9       VALUE 0.
007610     88 Authority-Held                  VALUE 1.
007615
007620 01  WS-Operator-File-Status PIC XX.
007625 01  WS-Audit-File-Status   PIC XX.
007630     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
007635 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
007640 01  WS-Sign-On-Password    PIC X(8).
007645 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
007650 01  WS-Signed-On           PIC 9       VALUE 0.
007655     88 Signed-On                       VALUE 1.
007660 01  WS-Operator-Found      PIC 9       VALUE 0.
007665     88 Operator-Found                  VALUE 1.
007670 01  WS-Operator-EOF        PIC 9       VALUE 0.
007675     88 Operator-EOF                    VALUE 1.
007680 01  WS-Audit-Key           PIC X(20).
007685 01  WS-Audit-Field         PIC X(12).
007690 01  WS-Audit-Old-Value     PIC X(30).
007695 01  WS-Audit-New-Value     PIC X(30).
007700
007800 PROCEDURE DIVISION.
007900 Begin.
008000     MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Todays-Date.
008050     PERFORM Sign-On-Operator.
008100     OPEN I-O StudentMaster.
008200     IF WS-Master-File-Status NOT = "00"
008300         DISPLAY "STUDENTS.IDX not available, status "
017700     DISPLAY "  4) Status      5) Balance due: ".
017800     ACCEPT WS-Field-Choice.
017900     MOVE 0 TO WS-Correction-Ok.
017910     PERFORM Check-Field-Authority.
017920     IF Authority-Held
017930         PERFORM Apply-Held-Correction
017940     END-IF.
017950
017960 Apply-Held-Correction.
018000     EVALUATE WS-Field-Choice
018100         WHEN 1
018200             DISPLAY "New last name: "
024500         PERFORM Show-Master-Record
024600     END-IF.
024700
024705 Check-Field-Authority.
024710*    Names, program code and status need the student authority;
024715*    the balance due is kept to the balance authority.
024720     MOVE 1 TO WS-Authority-Held.
024725     EVALUATE WS-Field-Choice
024730         WHEN 1 THRU 4
024735             IF NOT OR-May-Maintain-Students
024740                 MOVE 0 TO WS-Authority-Held
024745             END-IF
024750         WHEN 5
024755             IF NOT OR-May-Change-Balances
024760                 MOVE 0 TO WS-Authority-Held
024765             END-IF
024770     END-EVALUATE.
024775     IF NOT Authority-Held
024780         DISPLAY "Operator " WS-Sign-On-Id
024785             " does not hold the authority for that field."
024790     END-IF.
024795
024800 Journal-Correction.
024850     MOVE JRN-Field TO WS-Audit-Field.
024900     OPEN EXTEND JournalFile.
025000     IF WS-Journal-File-Status NOT = "00"
025100         OPEN OUTPUT JournalFile
025600     MOVE WS-New-Value TO JRN-New-Value.
025700     WRITE JournalRec.
025800     CLOSE JournalFile.
025900     MOVE Student-Id OF MasterRec TO WS-Audit-Key.
026000     MOVE WS-Old-Value TO WS-Audit-Old-Value.
026100     MOVE WS-New-Value TO WS-Audit-New-Value.
026200     PERFORM Write-Audit-Entry.
026300
026400 Sign-On-Operator.
026500*    The operator signs on against OPERATOR.DAT before any work is
026600*    taken; three refusals end the session. Every try is written
026700*    to AUDIT.JRN.
026800     MOVE 0 TO WS-Sign-On-Tries.
026900     PERFORM Try-One-Sign-On
027000         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
027100     IF NOT Signed-On
027200         DISPLAY "Sign-on refused -- see the security officer."
027300         MOVE 1 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600
027700 Try-One-Sign-On.
027800     ADD 1 TO WS-Sign-On-Tries.
027900     DISPLAY "Operator id: ".
028000     ACCEPT WS-Sign-On-Id.
028100     DISPLAY "Password: ".
028200     ACCEPT WS-Sign-On-Password.
028300     PERFORM Find-Operator.
028400     MOVE SPACES TO WS-Audit-Key.
028500     MOVE SPACES TO WS-Audit-Old-Value.
028600     MOVE "SIGN-ON" TO WS-Audit-Field.
028700     IF Operator-Found AND OR-Active
028800             AND OR-Password = WS-Sign-On-Password
028900         SET Signed-On TO TRUE
029000         MOVE "ACCEPTED" TO WS-Audit-New-Value
029100         DISPLAY "Signed on as " OR-Operator-Name
029200     ELSE
029300         MOVE "REFUSED" TO WS-Audit-New-Value
029400         DISPLAY "Operator id or password not accepted."
029500     END-IF.
029600     PERFORM Write-Audit-Entry.
029700
029800 Find-Operator.
029900     MOVE 0 TO WS-Operator-Found.
030000     MOVE 0 TO WS-Operator-EOF.
030100     OPEN INPUT OperatorFile.
030200     IF WS-Operator-File-Status NOT = "00"
030300         DISPLAY "OPERATOR.DAT not found -- the security officer"
030400             " sets up operators with OperMaint."
030500         MOVE 1 TO RETURN-CODE
030600         STOP RUN
030700     END-IF.
030800     PERFORM UNTIL Operator-EOF OR Operator-Found
030900         MOVE SPACES TO SignOnRec
031000         READ OperatorFile INTO SignOnRec
031100             AT END
031200                 SET Operator-EOF TO TRUE
031300             NOT AT END
031400                 IF OR-Operator-Id = WS-Sign-On-Id
031500                         AND WS-Sign-On-Id NOT = SPACES
031600                     SET Operator-Found TO TRUE
031700                 END-IF
031800         END-READ
031900     END-PERFORM.
032000     CLOSE OperatorFile.
032100
032200 Write-Audit-Entry.
032300*    One line on the common change journal AUDIT.JRN.
032400     OPEN EXTEND AuditFile.
032500     IF WS-Audit-File-Status NOT = "00"
032600         OPEN OUTPUT AuditFile
032700     END-IF.
032800     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
032900     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
033000     MOVE WS-Sign-On-Id TO AJ-Operator.
033100     MOVE "STUDENTMAINT" TO AJ-Program.
033200     MOVE WS-Audit-Key TO AJ-Record-Key.
033300     MOVE WS-Audit-Field TO AJ-Field.
033400     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
033500     MOVE WS-Audit-New-Value TO AJ-New-Value.
033600     WRITE AuditRec.
033700     CLOSE AuditFile.
