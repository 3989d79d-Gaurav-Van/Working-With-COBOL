000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. GLPost.
000300* Period-end general ledger posting. Every program that moves
000400* money appends its double entries to GLJRNL.DAT (GLJRNL.CPY
000500* layout) as it posts -- OilInvoice its invoices and credit
000600* memos, OilCashPost and OilCashAlloc the customer cash,
000700* TermBill the tuition charges, PayPost and SponPayPost the
000800* student and sponsor receipts -- so the accounts no longer
000900* have to be rebuilt by hand from the printed registers.
001000* This program posts that journal to the period and proves it.
001100* The period is the run date's month, or the yyyymm on a
001200* PERIOD=yyyymm card in GLPARM.DAT (the keyword-card form of
001300* OilMargin's MARGPARM.DAT) for a late close. Every unposted
001400* entry dated on or before the period's last day is posted to
001500* it: both of its accounts are checked against the chart of
001600* accounts, GLACCTS.DAT (GLACCT.CPY layout), and the entry is
001700* stamped with the period. An entry naming an account not on
001800* the chart is not posted -- it is listed on the report and
001900* waits for the next run once the chart is put right -- and
002000* entries dated after the period end wait for their own
002100* period. The journal is rebuilt through GLJRNL.TMP and
002200* copied back, so a failure partway leaves it as it was, and
002300* a re-run for the same period posts only what arrived since.
002400* A period earlier than one already posted is refused, since
002500* posting into it would move the later period's opening
002600* balances.
002700* Balances come from the journal itself: an account's opening
002800* balance is every entry posted to an earlier period, its
002900* period movement every entry posted to this one, so there is
003000* no separate balance file to fall out of step.
003100* GLTRIAL.RPT is the trial balance -- per account the opening
003200* balance, the period's debits and credits, and the closing
003300* balance in the debit or credit column -- with the column
003400* totals, which must net to zero; an out-of-balance ledger
003500* is flagged and ends the run with return code 1, as do
003600* entries left unposted for an unknown account.
003700* GLIMPORT.DAT is the file for the accountant's package,
003800* rewritten every run with what THIS run posted, one line per
003900* source program per account (so importing each run once
004000* never doubles an entry); the columns are:
004100*   1-6    period, yyyymm.
004200*   7-14   period-end date, yyyymmdd (the posting date).
004300*   15-26  the account's import code from the chart (the
004400*          account number itself when the code is blank).
004500*   27-37  debit amount, 9(9)V99, no decimal point.
004600*   38-48  credit amount, 9(9)V99, no decimal point.
004700*   49-78  narrative: source program and period.
004800* A missing GLACCTS.DAT is written with the standard chart
004900* (GLACCT.CPY lists it) and a console note.
005000* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
005100* programs do, falling back to today's date run standalone.
005200
005300 ENVIRONMENT DIVISION.
005400 INPUT-OUTPUT SECTION.
005500 FILE-CONTROL.
005600     SELECT ParmFile ASSIGN TO "GLPARM.DAT"
005700              ORGANIZATION IS LINE SEQUENTIAL
005800              FILE STATUS IS WS-Parm-File-Status.
005900
006000     SELECT GLAcctFile ASSIGN TO "GLACCTS.DAT"
006100              ORGANIZATION IS LINE SEQUENTIAL
006200              FILE STATUS IS WS-GL-Acct-File-Status.
006300
006400     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
006500              ORGANIZATION IS LINE SEQUENTIAL
006600              FILE STATUS IS WS-GL-Jrnl-File-Status.
006700
006800     SELECT GLJrnlTmpFile ASSIGN TO "GLJRNL.TMP"
006900              ORGANIZATION IS LINE SEQUENTIAL.
007000
007100     SELECT GLImportFile ASSIGN TO "GLIMPORT.DAT"
007200              ORGANIZATION IS LINE SEQUENTIAL.
007300
007400     SELECT TrialReportFile ASSIGN TO "GLTRIAL.RPT"
007500              ORGANIZATION IS LINE SEQUENTIAL.
007600
007700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
007800              ORGANIZATION IS LINE SEQUENTIAL
007900              FILE STATUS IS WS-Run-Date-File-Status.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  ParmFile.
008400 01  ParmRec                PIC X(80).
008500
008600 FD  GLAcctFile.
008700     COPY "GLACCT.CPY" REPLACING ==REC-NAME== BY ==GLAcctRec==.
008800
008900 FD  GLJrnlFile.
009000     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
009100
009200 FD  GLJrnlTmpFile.
009300 01  GLJrnlTmpRec           PIC X(60).
009400
009500 FD  GLImportFile.
009600 01  GLImportRec.
009700     02  GI-Period          PIC 9(6).
009800     02  GI-Post-Date       PIC 9(8).
009900     02  GI-Account         PIC X(12).
010000     02  GI-Debit           PIC 9(9)V99.
010100     02  GI-Credit          PIC 9(9)V99.
010200     02  GI-Narrative       PIC X(30).
010300
010400 FD  TrialReportFile.
010500 01  TrialReportLine        PIC X(120).
010600
010700 FD  RunDateFile.
010800 01  RunDateRec             PIC 9(8).
010900
011000 WORKING-STORAGE SECTION.
011100 01  WS-Parm-File-Status    PIC XX.
011200 01  WS-GL-Acct-File-Status PIC XX.
011300 01  WS-GL-Jrnl-File-Status PIC XX.
011400 01  WS-Run-Date-File-Status PIC XX.
011500
011600 01  WS-Parm-EOF            PIC 9       VALUE 0.
011700     88 Parm-EOF                        VALUE 1.
011800 01  WS-Acct-EOF            PIC 9       VALUE 0.
011900     88 Acct-EOF                        VALUE 1.
012000 01  WS-Jrnl-EOF            PIC 9       VALUE 0.
012100     88 Jrnl-EOF                        VALUE 1.
012200 01  WS-Tmp-EOF             PIC 9       VALUE 0.
012300     88 Tmp-EOF                         VALUE 1.
012400 01  WS-Later-Period        PIC 9       VALUE 0.
012500     88 Later-Period-Posted             VALUE 1.
012600 01  WS-Out-Of-Balance      PIC 9       VALUE 0.
012700     88 Out-Of-Balance                  VALUE 1.
012800
012900 01  WS-Run-Date            PIC 9(8).
013000 01  WS-Run-Date-Edited     PIC 9999/99/99.
013100
013200* The period being closed and the dates that bound it.
013300 01  WS-Period              PIC 9(6).
013400 01  WS-Period-Parts REDEFINES WS-Period.
013500     02  WS-Period-Year     PIC 9(4).
013600     02  WS-Period-Month    PIC 99.
013700 01  WS-Next-Month-Start    PIC 9(8).
013800 01  WS-Next-Parts REDEFINES WS-Next-Month-Start.
013900     02  WS-Next-Year       PIC 9(4).
014000     02  WS-Next-Month      PIC 99.
014100     02  WS-Next-Day        PIC 99.
014200 01  WS-Period-End          PIC 9(8).
014300 01  WS-Latest-Period       PIC 9(6)    VALUE ZEROS.
014400
014500* The chart, with each account's balances built up from the
014600* journal as it is read.
014700 01  Account-Table.
014800     02  WS-Account-Count   PIC 9(3)    VALUE ZEROS.
014900     02  AT-Entry OCCURS 100 TIMES INDEXED BY AT-Idx.
015000         03  AT-Account     PIC X(6).
015100         03  AT-Name        PIC X(30).
015200         03  AT-Import-Code PIC X(12).
015300         03  AT-On-Chart    PIC 9.
015400             88 AT-Charted              VALUE 1.
015500         03  AT-Opening     PIC S9(9)V99.
015600         03  AT-Period-Dr   PIC 9(9)V99.
015700         03  AT-Period-Cr   PIC 9(9)V99.
015800
015900 01  WS-Account-Sub         PIC 9(3)    VALUE ZEROS.
016000 01  WS-Debit-Sub           PIC 9(3)    VALUE ZEROS.
016100 01  WS-Credit-Sub          PIC 9(3)    VALUE ZEROS.
016200 01  WS-Find-Account        PIC X(6).
016300 01  WS-Account-Found       PIC 9       VALUE 0.
016400     88 Account-Found                   VALUE 1.
016500
016600* What this run posted, by source program and account, for
016700* GLIMPORT.DAT.
016800 01  Import-Table.
016900     02  WS-Import-Count    PIC 9(3)    VALUE ZEROS.
017000     02  IS-Entry OCCURS 200 TIMES INDEXED BY IS-Idx.
017100         03  IS-Source      PIC X(12).
017200         03  IS-Account     PIC X(6).
017300         03  IS-Debit       PIC 9(9)V99.
017400         03  IS-Credit      PIC 9(9)V99.
017500
017600 01  WS-Import-Sub          PIC 9(3)    VALUE ZEROS.
017700 01  WS-Import-Source       PIC X(12).
017800 01  WS-Import-Account      PIC X(6).
017900 01  WS-Import-Debit        PIC 9(9)V99 VALUE ZEROS.
018000 01  WS-Import-Credit       PIC 9(9)V99 VALUE ZEROS.
018100
018200* Entries left unposted for an account not on the chart, held
018300* until the trial balance is printed.
018400 01  Exception-Table.
018500     02  EX-Line OCCURS 200 TIMES PIC X(100).
018600 01  WS-Exception-Detail    PIC X(100).
018700 01  WS-Exception-Sub       PIC 9(5)    VALUE ZEROS.
018800
018900 01  WS-Read-Count          PIC 9(7)    VALUE ZEROS.
019000 01  WS-Posted-Count        PIC 9(7)    VALUE ZEROS.
019100 01  WS-Held-Count          PIC 9(7)    VALUE ZEROS.
019200 01  WS-Exception-Count     PIC 9(5)    VALUE ZEROS.
019300 01  WS-Amount-Display      PIC Z,ZZZ,ZZ9.99.
019400
019500 01  WS-Closing             PIC S9(9)V99 VALUE ZEROS.
019600 01  WS-Total-Period-Dr     PIC 9(10)V99 VALUE ZEROS.
019700 01  WS-Total-Period-Cr     PIC 9(10)V99 VALUE ZEROS.
019800 01  WS-Total-Closing-Dr    PIC 9(10)V99 VALUE ZEROS.
019900 01  WS-Total-Closing-Cr    PIC 9(10)V99 VALUE ZEROS.
020000 01  WS-Difference          PIC S9(10)V99 VALUE ZEROS.
020100
020200 01  Trial-Heading-Line     PIC X(50)
020300     VALUE "           GENERAL LEDGER TRIAL BALANCE".
020400 01  Trial-Period-Line.
020500     02  FILLER             PIC X(10) VALUE "  PERIOD: ".
020600     02  Prn-Period         PIC 9999/99.
020700     02  FILLER             PIC X(14) VALUE "  PERIOD END: ".
020800     02  Prn-Period-End     PIC 9999/99/99.
020900     02  FILLER             PIC X(12) VALUE "  RUN DATE: ".
021000     02  Prn-Run-Date       PIC 9999/99/99.
021100 01  Trial-Topic-Line.
021200     02  FILLER             PIC X(33)
021300         VALUE "  ACCOUNT NAME".
021400     02  FILLER             PIC X(17)
021500         VALUE "        OPENING".
021600     02  FILLER             PIC X(15) VALUE "      PERIOD DR".
021700     02  FILLER             PIC X(15) VALUE "      PERIOD CR".
021800     02  FILLER             PIC X(15) VALUE "  CLOSING DEBIT".
021900     02  FILLER             PIC X(15) VALUE " CLOSING CREDIT".
022000 01  Trial-Detail-Line.
022100     02  FILLER             PIC XX    VALUE SPACES.
022200     02  Prn-Account        PIC X(6).
022300     02  FILLER             PIC X     VALUE SPACE.
022400     02  Prn-Account-Name   PIC X(24).
022500     02  FILLER             PIC X     VALUE SPACE.
022600     02  Prn-Opening        PIC ZZZ,ZZZ,ZZ9.99CR.
022700     02  FILLER             PIC X     VALUE SPACE.
022800     02  Prn-Period-Dr      PIC ZZZ,ZZZ,ZZ9.99.
022900     02  FILLER             PIC X     VALUE SPACE.
023000     02  Prn-Period-Cr      PIC ZZZ,ZZZ,ZZ9.99.
023100     02  FILLER             PIC X     VALUE SPACE.
023200     02  Prn-Closing-Dr     PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
023300     02  FILLER             PIC X     VALUE SPACE.
023400     02  Prn-Closing-Cr     PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
023500 01  Trial-Total-Line.
023600     02  FILLER             PIC X(51) VALUE "  TOTALS".
023700     02  Prn-Total-Period-Dr PIC ZZZ,ZZZ,ZZ9.99.
023800     02  FILLER             PIC X     VALUE SPACE.
023900     02  Prn-Total-Period-Cr PIC ZZZ,ZZZ,ZZ9.99.
024000     02  FILLER             PIC X     VALUE SPACE.
024100     02  Prn-Total-Closing-Dr PIC ZZZ,ZZZ,ZZ9.99.
024200     02  FILLER             PIC X     VALUE SPACE.
024300     02  Prn-Total-Closing-Cr PIC ZZZ,ZZZ,ZZ9.99.
024400 01  Trial-Balance-Line     PIC X(70).
024500 01  Trial-Difference-Line.
024600     02  FILLER             PIC X(36)
024700         VALUE "  ** OUT OF BALANCE -- DIFFERENCE ".
024800     02  Prn-Difference     PIC Z,ZZZ,ZZZ,ZZ9.99CR.
024900     02  FILLER             PIC X(22)
025000         VALUE " -- DO NOT IMPORT **".
025100 01  Trial-Count-Line.
025200     02  Prn-Count-Caption  PIC X(40).
025300     02  Prn-Count          PIC Z,ZZZ,ZZ9.
025400 01  Trial-Exception-Heading PIC X(60)
025500     VALUE "  ENTRIES NOT POSTED -- ACCOUNT NOT ON THE CHART".
025600
025700 PROCEDURE DIVISION.
025800 Begin.
025900     PERFORM Load-Run-Date.
026000     MOVE WS-Run-Date(1:6) TO WS-Period.
026100     PERFORM Load-Parameters.
026200     PERFORM Work-Out-Period-End.
026300     PERFORM Load-Chart.
026400     PERFORM Post-Journal.
026500     IF Later-Period-Posted
026600         DISPLAY "GLPost: period " WS-Period " is before period "
026700             WS-Latest-Period " already posted -- nothing"
026800             " posted."
026900         MOVE 1 TO RETURN-CODE
027000         STOP RUN
027100     END-IF.
027200     IF WS-Posted-Count > ZERO
027300         PERFORM Replace-Journal
027400     END-IF.
027500     PERFORM Write-Import-File.
027600     PERFORM Print-Trial-Balance.
027700     DISPLAY "GLPost: period " WS-Period ", " WS-Posted-Count
027800         " entries posted, " WS-Held-Count " held for a later"
027900         " period, " WS-Exception-Count " not posted.".
028000     IF Out-Of-Balance OR WS-Exception-Count > ZERO
028100         MOVE 1 TO RETURN-CODE
028200     ELSE
028300         MOVE 0 TO RETURN-CODE
028400     END-IF.
028500     STOP RUN.
028600
028700 Load-Run-Date.
028800     OPEN INPUT RunDateFile.
028900     IF WS-Run-Date-File-Status = "00"
029000         READ RunDateFile
029100             AT END CONTINUE
029200         END-READ
029300         MOVE RunDateRec TO WS-Run-Date
029400         CLOSE RunDateFile
029500     ELSE
029600         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
029700     END-IF.
029800
029900 Load-Parameters.
030000     MOVE 0 TO WS-Parm-EOF.
030100     OPEN INPUT ParmFile.
030200     IF WS-Parm-File-Status = "00"
030300         READ ParmFile
030400             AT END SET Parm-EOF TO TRUE
030500         END-READ
030600         PERFORM Apply-One-Parm-Card UNTIL Parm-EOF
030700         CLOSE ParmFile
030800     END-IF.
030900
031000 Apply-One-Parm-Card.
031100     EVALUATE TRUE
031200         WHEN ParmRec = SPACES
031300             CONTINUE
031400         WHEN ParmRec(1:7) = "PERIOD=" AND ParmRec(8:6) IS NUMERIC
031500              AND ParmRec(12:2) >= "01" AND ParmRec(12:2) <= "12"
031600             MOVE ParmRec(8:6) TO WS-Period
031700             DISPLAY "GLPARM: posting period " WS-Period "."
031800         WHEN OTHER
031900             DISPLAY "GLPARM: bad card ignored: " ParmRec
032000     END-EVALUATE.
032100     READ ParmFile
032200         AT END SET Parm-EOF TO TRUE
032300     END-READ.
032400
032500 Work-Out-Period-End.
032600*    The day before the first of the following month.
032700     IF WS-Period-Month = 12
032800         COMPUTE WS-Next-Year = WS-Period-Year + 1
032900         MOVE 1 TO WS-Next-Month
033000     ELSE
033100         MOVE WS-Period-Year TO WS-Next-Year
033200         COMPUTE WS-Next-Month = WS-Period-Month + 1
033300     END-IF.
033400     MOVE 1 TO WS-Next-Day.
033500     COMPUTE WS-Period-End = FUNCTION DATE-OF-INTEGER(
033600         FUNCTION INTEGER-OF-DATE(WS-Next-Month-Start) - 1).
033700
033800 Load-Chart.
033900     OPEN INPUT GLAcctFile.
034000     IF WS-GL-Acct-File-Status NOT = "00"
034100         DISPLAY "GLACCTS.DAT not found -- standard chart of"
034200             " accounts written."
034300         PERFORM Write-Standard-Chart
034400         OPEN INPUT GLAcctFile
034500     END-IF.
034600     MOVE 0 TO WS-Acct-EOF.
034700     READ GLAcctFile
034800         AT END SET Acct-EOF TO TRUE
034900     END-READ.
035000     PERFORM UNTIL Acct-EOF
035100         IF GA-Account = SPACES OR GA-Account(1:1) = "*"
035200             CONTINUE
035300         ELSE
035400             MOVE GA-Account TO WS-Find-Account
035500             PERFORM Find-Account
035600             IF Account-Found
035700                 DISPLAY "GLACCTS.DAT: account " GA-Account
035800                     " listed twice -- second ignored."
035900             ELSE
036000                 PERFORM Add-Account
036100                 MOVE GA-Account-Name TO
036200                     AT-Name(WS-Account-Count)
036300                 IF GA-Import-Code = SPACES
036400                     MOVE GA-Account TO
036500                         AT-Import-Code(WS-Account-Count)
036600                 ELSE
036700                     MOVE GA-Import-Code TO
036800                         AT-Import-Code(WS-Account-Count)
036900                 END-IF
037000                 MOVE 1 TO AT-On-Chart(WS-Account-Count)
037100             END-IF
037200         END-IF
037300         READ GLAcctFile
037400             AT END SET Acct-EOF TO TRUE
037500         END-READ
037600     END-PERFORM.
037700     CLOSE GLAcctFile.
037800
037900 Write-Standard-Chart.
038000     OPEN OUTPUT GLAcctFile.
038100     MOVE SPACES TO GLAcctRec.
038200     MOVE "1010" TO GA-Account.
038300     MOVE "CASH AT BANK" TO GA-Account-Name.
038400     SET GA-Asset TO TRUE.
038500     WRITE GLAcctRec.
038600     MOVE SPACES TO GLAcctRec.
038700     MOVE "1200" TO GA-Account.
038800     MOVE "CUSTOMER RECEIVABLES" TO GA-Account-Name.
038900     SET GA-Asset TO TRUE.
039000     WRITE GLAcctRec.
039100     MOVE SPACES TO GLAcctRec.
039200     MOVE "1210" TO GA-Account.
039300     MOVE "STUDENT RECEIVABLES" TO GA-Account-Name.
039400     SET GA-Asset TO TRUE.
039500     WRITE GLAcctRec.
039600     MOVE SPACES TO GLAcctRec.
039700     MOVE "1220" TO GA-Account.
039800     MOVE "SPONSOR RECEIVABLES" TO GA-Account-Name.
039900     SET GA-Asset TO TRUE.
040000     WRITE GLAcctRec.
040100     MOVE SPACES TO GLAcctRec.
040200     MOVE "2300" TO GA-Account.
040300     MOVE "CUSTOMER CASH ON ACCOUNT" TO GA-Account-Name.
040400     SET GA-Liability TO TRUE.
040500     WRITE GLAcctRec.
040600     MOVE SPACES TO GLAcctRec.
040700     MOVE "4000" TO GA-Account.
040800     MOVE "OIL SALES" TO GA-Account-Name.
040900     SET GA-Income TO TRUE.
041000     WRITE GLAcctRec.
041100     MOVE SPACES TO GLAcctRec.
041200     MOVE "4010" TO GA-Account.
041300     MOVE "OIL SALES RETURNS" TO GA-Account-Name.
041400     SET GA-Income TO TRUE.
041500     WRITE GLAcctRec.
041600     MOVE SPACES TO GLAcctRec.
041700     MOVE "4100" TO GA-Account.
041800     MOVE "TUITION FEES" TO GA-Account-Name.
041900     SET GA-Income TO TRUE.
042000     WRITE GLAcctRec.
042100     CLOSE GLAcctFile.
042200
042300 Find-Account.
042400     MOVE 0 TO WS-Account-Found.
042500     MOVE ZEROS TO WS-Account-Sub.
042600     PERFORM UNTIL Account-Found
042700            OR WS-Account-Sub >= WS-Account-Count
042800         ADD 1 TO WS-Account-Sub
042900         IF AT-Account(WS-Account-Sub) = WS-Find-Account
043000             SET Account-Found TO TRUE
043100         END-IF
043200     END-PERFORM.
043300
043400 Add-Account.
043500*    A new slot for WS-Find-Account, not yet on the chart.
043600     IF WS-Account-Count >= 100
043700         DISPLAY "Over 100 ledger accounts -- raise the"
043800             " AT-Entry table size."
043900         MOVE 1 TO RETURN-CODE
044000         STOP RUN
044100     END-IF.
044200     ADD 1 TO WS-Account-Count.
044300     MOVE WS-Account-Count TO WS-Account-Sub.
044400     MOVE WS-Find-Account TO AT-Account(WS-Account-Count).
044500     MOVE "** NOT ON THE CHART **" TO AT-Name(WS-Account-Count).
044600     MOVE WS-Find-Account TO AT-Import-Code(WS-Account-Count).
044700     MOVE 0 TO AT-On-Chart(WS-Account-Count).
044800     MOVE ZEROS TO AT-Opening(WS-Account-Count),
044900         AT-Period-Dr(WS-Account-Count),
045000         AT-Period-Cr(WS-Account-Count).
045100
045200 Post-Journal.
045300     OPEN INPUT GLJrnlFile.
045400     IF WS-GL-Jrnl-File-Status NOT = "00"
045500         DISPLAY "GLJRNL.DAT not found -- nothing to post."
045600         MOVE 1 TO RETURN-CODE
045700         STOP RUN
045800     END-IF.
045900     OPEN OUTPUT GLJrnlTmpFile.
046000     MOVE 0 TO WS-Jrnl-EOF.
046100     READ GLJrnlFile
046200         AT END SET Jrnl-EOF TO TRUE
046300     END-READ.
046400     PERFORM UNTIL Jrnl-EOF
046500         ADD 1 TO WS-Read-Count
046600         IF GJ-Unposted
046700             PERFORM Post-One-Entry
046800         ELSE
046900             PERFORM Take-Up-Posted-Entry
047000         END-IF
047100         WRITE GLJrnlTmpRec FROM GLJrnlRec
047200         READ GLJrnlFile
047300             AT END SET Jrnl-EOF TO TRUE
047400         END-READ
047500     END-PERFORM.
047600     CLOSE GLJrnlFile, GLJrnlTmpFile.
047700
047800 Take-Up-Posted-Entry.
047900*    Posted before: an earlier period is opening balance, this
048000*    period (an earlier run of the same close) is movement.
048100     IF GJ-Posted-Period > WS-Period
048200         SET Later-Period-Posted TO TRUE
048300         IF GJ-Posted-Period > WS-Latest-Period
048400             MOVE GJ-Posted-Period TO WS-Latest-Period
048500         END-IF
048600     ELSE
048700         PERFORM Locate-Entry-Accounts
048800         IF GJ-Posted-Period < WS-Period
048900             ADD GJ-Amount TO AT-Opening(WS-Debit-Sub)
049000             SUBTRACT GJ-Amount FROM AT-Opening(WS-Credit-Sub)
049100         ELSE
049200             ADD GJ-Amount TO AT-Period-Dr(WS-Debit-Sub)
049300             ADD GJ-Amount TO AT-Period-Cr(WS-Credit-Sub)
049400         END-IF
049500     END-IF.
049600
049700 Locate-Entry-Accounts.
049800*    An account posted to once stays in the trial balance even
049900*    if it has since been taken off the chart.
050000     MOVE GJ-Debit-Acct TO WS-Find-Account.
050100     PERFORM Find-Account.
050200     IF NOT Account-Found
050300         PERFORM Add-Account
050400     END-IF.
050500     MOVE WS-Account-Sub TO WS-Debit-Sub.
050600     MOVE GJ-Credit-Acct TO WS-Find-Account.
050700     PERFORM Find-Account.
050800     IF NOT Account-Found
050900         PERFORM Add-Account
051000     END-IF.
051100     MOVE WS-Account-Sub TO WS-Credit-Sub.
051200
051300 Post-One-Entry.
051400     IF GJ-Run-Date > WS-Period-End
051500         ADD 1 TO WS-Held-Count
051600     ELSE
051700         MOVE ZEROS TO WS-Debit-Sub, WS-Credit-Sub
051800         MOVE GJ-Debit-Acct TO WS-Find-Account
051900         PERFORM Find-Account
052000         IF Account-Found AND AT-Charted(WS-Account-Sub)
052100             MOVE WS-Account-Sub TO WS-Debit-Sub
052200         END-IF
052300         MOVE GJ-Credit-Acct TO WS-Find-Account
052400         PERFORM Find-Account
052500         IF Account-Found AND AT-Charted(WS-Account-Sub)
052600             MOVE WS-Account-Sub TO WS-Credit-Sub
052700         END-IF
052800         IF WS-Debit-Sub = ZERO OR WS-Credit-Sub = ZERO
052900             PERFORM Note-Exception
053000         ELSE
053100             MOVE WS-Period TO GJ-Posted-Period
053200             ADD 1 TO WS-Posted-Count
053300             ADD GJ-Amount TO AT-Period-Dr(WS-Debit-Sub)
053400             ADD GJ-Amount TO AT-Period-Cr(WS-Credit-Sub)
053500             MOVE GJ-Source TO WS-Import-Source
053600             MOVE GJ-Debit-Acct TO WS-Import-Account
053700             MOVE GJ-Amount TO WS-Import-Debit
053800             MOVE ZEROS TO WS-Import-Credit
053900             PERFORM Add-To-Import
054000             MOVE GJ-Credit-Acct TO WS-Import-Account
054100             MOVE ZEROS TO WS-Import-Debit
054200             MOVE GJ-Amount TO WS-Import-Credit
054300             PERFORM Add-To-Import
054400         END-IF
054500     END-IF.
054600
054700 Note-Exception.
054800     ADD 1 TO WS-Exception-Count.
054900     MOVE GJ-Amount TO WS-Amount-Display.
055000     MOVE SPACES TO WS-Exception-Detail.
055100     STRING "  " GJ-Source " REF " GJ-Ref-Num " DATED "
055200         GJ-Run-Date " DR " GJ-Debit-Acct " CR " GJ-Credit-Acct
055300         " " WS-Amount-Display
055400         DELIMITED BY SIZE INTO WS-Exception-Detail
055500     END-STRING.
055600     IF WS-Exception-Count > 200
055700         DISPLAY WS-Exception-Detail
055800     ELSE
055900         MOVE WS-Exception-Detail TO EX-Line(WS-Exception-Count)
056000     END-IF.
056100
056200 Add-To-Import.
056300     MOVE ZEROS TO WS-Import-Sub.
056400     PERFORM VARYING IS-Idx FROM 1 BY 1
056500             UNTIL IS-Idx > WS-Import-Count
056600                OR WS-Import-Sub NOT = ZERO
056700         IF IS-Source(IS-Idx) = WS-Import-Source
056800            AND IS-Account(IS-Idx) = WS-Import-Account
056900             SET WS-Import-Sub TO IS-Idx
057000         END-IF
057100     END-PERFORM.
057200     IF WS-Import-Sub = ZERO
057300         IF WS-Import-Count >= 200
057400             DISPLAY "Over 200 import lines -- raise the"
057500                 " IS-Entry table size."
057600             MOVE 1 TO RETURN-CODE
057700             STOP RUN
057800         END-IF
057900         ADD 1 TO WS-Import-Count
058000         MOVE WS-Import-Count TO WS-Import-Sub
058100         MOVE WS-Import-Source TO IS-Source(WS-Import-Sub)
058200         MOVE WS-Import-Account TO IS-Account(WS-Import-Sub)
058300         MOVE ZEROS TO IS-Debit(WS-Import-Sub),
058400             IS-Credit(WS-Import-Sub)
058500     END-IF.
058600     ADD WS-Import-Debit TO IS-Debit(WS-Import-Sub).
058700     ADD WS-Import-Credit TO IS-Credit(WS-Import-Sub).
058800
058900 Replace-Journal.
059000     MOVE 0 TO WS-Tmp-EOF.
059100     OPEN INPUT GLJrnlTmpFile.
059200     OPEN OUTPUT GLJrnlFile.
059300     READ GLJrnlTmpFile
059400         AT END SET Tmp-EOF TO TRUE
059500     END-READ.
059600     PERFORM UNTIL Tmp-EOF
059700         WRITE GLJrnlRec FROM GLJrnlTmpRec
059800         READ GLJrnlTmpFile
059900             AT END SET Tmp-EOF TO TRUE
060000         END-READ
060100     END-PERFORM.
060200     CLOSE GLJrnlTmpFile, GLJrnlFile.
060300
060400 Write-Import-File.
060500     OPEN OUTPUT GLImportFile.
060600     PERFORM VARYING IS-Idx FROM 1 BY 1
060700             UNTIL IS-Idx > WS-Import-Count
060800         MOVE IS-Account(IS-Idx) TO WS-Find-Account
060900         PERFORM Find-Account
061000         MOVE WS-Period TO GI-Period
061100         MOVE WS-Period-End TO GI-Post-Date
061200         MOVE AT-Import-Code(WS-Account-Sub) TO GI-Account
061300         MOVE IS-Debit(IS-Idx) TO GI-Debit
061400         MOVE IS-Credit(IS-Idx) TO GI-Credit
061500         MOVE SPACES TO GI-Narrative
061600         STRING IS-Source(IS-Idx) DELIMITED BY SPACE
061700             " POSTINGS " WS-Period DELIMITED BY SIZE
061800             INTO GI-Narrative
061900         END-STRING
062000         WRITE GLImportRec
062100     END-PERFORM.
062200     CLOSE GLImportFile.
062300
062400 Print-Trial-Balance.
062500     OPEN OUTPUT TrialReportFile.
062600     WRITE TrialReportLine FROM Trial-Heading-Line.
062700     MOVE WS-Period TO Prn-Period.
062800     MOVE WS-Period-End TO Prn-Period-End.
062900     MOVE WS-Run-Date TO Prn-Run-Date.
063000     WRITE TrialReportLine FROM Trial-Period-Line.
063100     MOVE SPACES TO TrialReportLine.
063200     WRITE TrialReportLine.
063300     WRITE TrialReportLine FROM Trial-Topic-Line.
063400     PERFORM VARYING AT-Idx FROM 1 BY 1
063500             UNTIL AT-Idx > WS-Account-Count
063600         PERFORM Print-Account-Line
063700     END-PERFORM.
063800     MOVE WS-Total-Period-Dr TO Prn-Total-Period-Dr.
063900     MOVE WS-Total-Period-Cr TO Prn-Total-Period-Cr.
064000     MOVE WS-Total-Closing-Dr TO Prn-Total-Closing-Dr.
064100     MOVE WS-Total-Closing-Cr TO Prn-Total-Closing-Cr.
064200     MOVE SPACES TO TrialReportLine.
064300     WRITE TrialReportLine.
064400     WRITE TrialReportLine FROM Trial-Total-Line.
064500     MOVE SPACES TO TrialReportLine.
064600     WRITE TrialReportLine.
064700     COMPUTE WS-Difference =
064800         WS-Total-Closing-Dr - WS-Total-Closing-Cr.
064900     IF WS-Difference = ZERO
065000        AND WS-Total-Period-Dr = WS-Total-Period-Cr
065100         MOVE "  TRIAL BALANCE NETS TO ZERO -- IN BALANCE."
065200             TO Trial-Balance-Line
065300         WRITE TrialReportLine FROM Trial-Balance-Line
065400     ELSE
065500         SET Out-Of-Balance TO TRUE
065600         IF WS-Difference = ZERO
065700             COMPUTE WS-Difference =
065800                 WS-Total-Period-Dr - WS-Total-Period-Cr
065900         END-IF
066000         MOVE WS-Difference TO Prn-Difference
066100         WRITE TrialReportLine FROM Trial-Difference-Line
066200     END-IF.
066300     MOVE SPACES TO TrialReportLine.
066400     WRITE TrialReportLine.
066500     MOVE "  JOURNAL ENTRIES READ" TO Prn-Count-Caption.
066600     MOVE WS-Read-Count TO Prn-Count.
066700     WRITE TrialReportLine FROM Trial-Count-Line.
066800     MOVE "  POSTED TO THE PERIOD THIS RUN" TO Prn-Count-Caption.
066900     MOVE WS-Posted-Count TO Prn-Count.
067000     WRITE TrialReportLine FROM Trial-Count-Line.
067100     MOVE "  HELD -- DATED AFTER THE PERIOD END"
067200         TO Prn-Count-Caption.
067300     MOVE WS-Held-Count TO Prn-Count.
067400     WRITE TrialReportLine FROM Trial-Count-Line.
067500     MOVE "  NOT POSTED -- ACCOUNT NOT ON CHART"
067600         TO Prn-Count-Caption.
067700     MOVE WS-Exception-Count TO Prn-Count.
067800     WRITE TrialReportLine FROM Trial-Count-Line.
067900     IF WS-Exception-Count > ZERO
068000         MOVE SPACES TO TrialReportLine
068100         WRITE TrialReportLine
068200         WRITE TrialReportLine FROM Trial-Exception-Heading
068300         PERFORM VARYING WS-Exception-Sub FROM 1 BY 1
068400                 UNTIL WS-Exception-Sub > WS-Exception-Count
068500                    OR WS-Exception-Sub > 200
068600             WRITE TrialReportLine FROM EX-Line(WS-Exception-Sub)
068700         END-PERFORM
068800     END-IF.
068900     CLOSE TrialReportFile.
069000
069100 Print-Account-Line.
069200     COMPUTE WS-Closing = AT-Opening(AT-Idx)
069300         + AT-Period-Dr(AT-Idx) - AT-Period-Cr(AT-Idx).
069400     MOVE AT-Account(AT-Idx) TO Prn-Account.
069500     MOVE AT-Name(AT-Idx) TO Prn-Account-Name.
069600     MOVE AT-Opening(AT-Idx) TO Prn-Opening.
069700     MOVE AT-Period-Dr(AT-Idx) TO Prn-Period-Dr.
069800     MOVE AT-Period-Cr(AT-Idx) TO Prn-Period-Cr.
069900     IF WS-Closing < ZERO
070000         MOVE ZEROS TO Prn-Closing-Dr
070100         COMPUTE Prn-Closing-Cr = 0 - WS-Closing
070200         SUBTRACT WS-Closing FROM WS-Total-Closing-Cr
070300     ELSE
070400         MOVE WS-Closing TO Prn-Closing-Dr
070500         MOVE ZEROS TO Prn-Closing-Cr
070600         ADD WS-Closing TO WS-Total-Closing-Dr
070700     END-IF.
070800     ADD AT-Period-Dr(AT-Idx) TO WS-Total-Period-Dr.
070900     ADD AT-Period-Cr(AT-Idx) TO WS-Total-Period-Cr.
071000     WRITE TrialReportLine FROM Trial-Detail-Line.
