000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilStatement.
000300* Month-end statement of account run: one statement per
000400* customer with anything to tell them, printed to STATEMNT.RPT
000500* one after another and separated for bursting the way
000600* OilInvoice prints its invoices.
000700* The statement month is the month of the run date (the
000800* RUNDATE.DAT stamp, today run standalone), so the month-end
000900* run is stamped with the month's last day. Each statement
001000* shows:
001100*   - every open OPENINV.DAT item for the customer -- invoices
001200*     with their due date (invoice date plus CM-Credit-Days)
001300*     and a PAST TERMS flag once that has gone by, credit memos
001400*     as negative items -- with the amount, the cash applied so
001500*     far and what is still open;
001530*   - the cash OilCashPost received on the account during the
001560*     month, from the CASHAPPL.DAT journal -- applied to an
001590*     invoice or held on account -- and any on-account cash
001620*     OilCashAlloc allocated to invoices, marked but not
001650*     counted again;
001680*   - the cash still held on account unallocated, from
001710*     ONACCT.DAT;
001800*   - the balance brought forward from last month, the new
001900*     invoices and credit memos dated this month, the cash
001970*     received, and the balance carried forward (the open
002040*     items total less the unallocated cash on account), with
002110*     how much of the open items is past terms.
002200* The brought-forward figure is worked back from the others --
002300* carried forward, less this month's documents (settled or
002400* not, which is why the whole register is loaded), plus this
002500* month's cash -- so it agrees with last month's carried
002600* forward without a statement history file.
002700* A customer gets a statement when it has an open item, a
002760* document dated this month, cash received this month or
002820* cash held on account.
002900* Customers print in customer-id order; the name, contact and
003000* terms come from CUSTMAST.IDX, and a customer on the register
003100* but missing from the master still gets a statement, flagged,
003200* so the balance is not lost. Housekeep only moves SETTLED
003300* register records out, and only before its retention date,
003400* so the month's documents are still on OPENINV.DAT when this
003500* runs.
003600
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT OpenInvoiceFile ASSIGN TO "OPENINV.DAT"
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Open-Inv-File-Status.
004300
004400     SELECT CashApplFile ASSIGN TO "CASHAPPL.DAT"
004500              ORGANIZATION IS LINE SEQUENTIAL
004600              FILE STATUS IS WS-Cash-Appl-File-Status.
004620
004640     SELECT OnAccountFile ASSIGN TO "ONACCT.DAT"
004660              ORGANIZATION IS LINE SEQUENTIAL
004680              FILE STATUS IS WS-On-Account-File-Status.
004700
004800     SELECT CustomerMaster ASSIGN TO "CUSTMAST.IDX"
004900              ORGANIZATION IS INDEXED
005000              ACCESS MODE IS RANDOM
005100              RECORD KEY IS CM-Cust-Id
005200              FILE STATUS IS WS-Customer-File-Status.
005300
005400     SELECT StatementFile ASSIGN TO "STATEMNT.RPT"
005500              ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005800              ORGANIZATION IS LINE SEQUENTIAL
005900              FILE STATUS IS WS-Run-Date-File-Status.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  OpenInvoiceFile.
006400     COPY "OPENINV.CPY" REPLACING ==REC-NAME== BY ==OpenInvRec==.
006500
006600 FD  CashApplFile.
006700     COPY "CASHAPPL.CPY" REPLACING
006800         ==REC-NAME== BY ==CashApplRec==.
006900
006920 FD  OnAccountFile.
006940     COPY "ONACCT.CPY" REPLACING ==REC-NAME== BY ==OnAcctRec==.
006960
007000 FD  CustomerMaster.
007100     COPY "CUSTOMER.CPY" REPLACING
007200         ==REC-NAME== BY ==CustMastRec==.
007300
007400 FD  StatementFile.
007500 01  StatementLine          PIC X(100).
007600
007700 FD  RunDateFile.
007800 01  RunDateRec             PIC 9(8).
007900
008000 WORKING-STORAGE SECTION.
008100 01  WS-Open-Inv-File-Status PIC XX.
008200 01  WS-Cash-Appl-File-Status PIC XX.
008250 01  WS-On-Account-File-Status PIC XX.
008300 01  WS-Customer-File-Status PIC XX.
008400 01  WS-Run-Date-File-Status PIC XX.
008500
008600 01  WS-Register-EOF        PIC 9       VALUE 0.
008700     88 Register-EOF                    VALUE 1.
008800 01  WS-Cash-Appl-EOF       PIC 9       VALUE 0.
008900     88 Cash-Appl-EOF                   VALUE 1.
008930 01  WS-On-Account-EOF      PIC 9       VALUE 0.
008960     88 On-Account-EOF                  VALUE 1.
009000 01  WS-Cust-Master-On      PIC 9       VALUE 0.
009100     88 Cust-Master-On                  VALUE 1.
009200
009300 01  Register-Table.
009400     02  WS-Register-Count  PIC 9(4)    VALUE ZEROS.
009500     02  RT-Entry OCCURS 2000 TIMES INDEXED BY RT-Idx.
009600         03  RT-Invoice-Num PIC 9(6).
009700         03  RT-Cust-Id     PIC X(5).
009800         03  RT-Inv-Date    PIC 9(8).
009900         03  RT-Amount      PIC S9(7)V99.
010000         03  RT-Amount-Paid PIC S9(7)V99.
010100         03  RT-Status      PIC X.
010200
010300* The month's cash applications only -- the journal runs back
010400* to the first posting, but nothing before the month is shown.
010500 01  Cash-Table.
010600     02  WS-Cash-Count      PIC 9(4)    VALUE ZEROS.
010700     02  CT-Entry OCCURS 2000 TIMES INDEXED BY CT-Idx.
010800         03  CT-Receipt-Num PIC 9(6).
010900         03  CT-Cust-Id     PIC X(5).
011000         03  CT-Invoice-Num PIC 9(6).
011100         03  CT-Receipt-Date PIC 9(8).
011200         03  CT-Amount      PIC S9(7)V99.
011210         03  CT-Entry-Type  PIC X.
011220
011230* Receipts with cash still held on account, unallocated.
011240 01  On-Account-Table.
011250     02  WS-On-Account-Count PIC 9(4)   VALUE ZEROS.
011260     02  OAT-Entry OCCURS 1000 TIMES INDEXED BY OAT-Idx.
011270         03  OAT-Receipt-Num PIC 9(6).
011280         03  OAT-Cust-Id    PIC X(5).
011290         03  OAT-Receipt-Date PIC 9(8).
011300         03  OAT-Unallocated PIC 9(7)V99.
011310
011400* Customers to state, kept in customer-id order as they are
011500* added.
011600 01  Cust-List.
011700     02  WS-Cust-List-Count PIC 9(4)    VALUE ZEROS.
011800     02  CL-Entry OCCURS 1000 TIMES INDEXED BY CL-Idx.
011900         03  CL-Cust-Id     PIC X(5).
012000 01  WS-List-Cust           PIC X(5)    VALUE SPACES.
012100 01  WS-Insert-Sub          PIC 9(4)    VALUE ZEROS.
012200 01  WS-Shift-Sub           PIC 9(4)    VALUE ZEROS.
012300
012400 01  WS-Run-Date            PIC 9(8).
012500 01  WS-Run-Date-R REDEFINES WS-Run-Date.
012600     02  WS-Stmt-Month      PIC 9(6).
012700     02  FILLER             PIC 99.
012800 01  WS-Run-Date-Days       PIC 9(7)    VALUE ZEROS.
012900 01  WS-Work-Date           PIC 9(8)    VALUE ZEROS.
013000 01  WS-Work-Date-R REDEFINES WS-Work-Date.
013100     02  WS-Work-Month      PIC 9(6).
013200     02  FILLER             PIC 99.
013300 01  WS-Due-Days            PIC 9(7)    VALUE ZEROS.
013400 01  WS-Due-Date            PIC 9(8)    VALUE ZEROS.
013500 01  WS-Due-Date-Edited     PIC 9999/99/99.
013600
013700 01  WS-Stmt-Cust           PIC X(5)    VALUE SPACES.
013800 01  WS-Stmt-Name           PIC X(30)   VALUE SPACES.
013900 01  WS-Stmt-Contact        PIC X(20)   VALUE SPACES.
014000 01  WS-Terms-Days          PIC 9(3)    VALUE ZEROS.
014100 01  WS-Open-Amount         PIC S9(7)V99 VALUE ZEROS.
014200 01  WS-Open-Total          PIC S9(8)V99 VALUE ZEROS.
014300 01  WS-Past-Total          PIC S9(8)V99 VALUE ZEROS.
014400 01  WS-New-Docs-Total      PIC S9(8)V99 VALUE ZEROS.
014500 01  WS-Cash-Total          PIC S9(8)V99 VALUE ZEROS.
014520 01  WS-Cash-Lines          PIC 9(4)    VALUE ZEROS.
014540 01  WS-Unapplied-Total     PIC S9(8)V99 VALUE ZEROS.
014560 01  WS-Carried-Forward     PIC S9(8)V99 VALUE ZEROS.
014600 01  WS-Brought-Forward     PIC S9(8)V99 VALUE ZEROS.
014700 01  WS-Item-Count          PIC 9(4)    VALUE ZEROS.
014800 01  WS-Statement-Count     PIC 9(5)    VALUE ZEROS.
014900
015000 01  Stmt-Separator         PIC X(60) VALUE ALL "=".
015100 01  Stmt-Head-Line.
015200     02  FILLER             PIC X(36)
015300         VALUE "STATEMENT OF ACCOUNT".
015400     02  FILLER             PIC X(14) VALUE "MONTH ENDING: ".
015500     02  Prn-Run-Date       PIC 9999/99/99.
015600 01  Stmt-Cust-Line.
015700     02  FILLER             PIC X(10) VALUE "CUSTOMER: ".
015800     02  Prn-Cust-Id        PIC X(5).
015900     02  FILLER             PIC XX    VALUE SPACES.
016000     02  Prn-Cust-Name      PIC X(30).
016100 01  Stmt-Attn-Line.
016200     02  FILLER             PIC X(10) VALUE "ATTN:     ".
016300     02  Prn-Contact        PIC X(20).
016400 01  Stmt-Items-Title       PIC X(40)
016500     VALUE "OPEN INVOICES AND CREDIT MEMOS".
016600 01  Stmt-Item-Topic.
016700     02  FILLER             PIC X(12) VALUE "DOCUMENT".
016800     02  FILLER             PIC X(8)  VALUE "NUMBER".
016900     02  FILLER             PIC X(12) VALUE "DOC DATE".
017000     02  FILLER             PIC X(10) VALUE "DUE DATE".
017100     02  FILLER             PIC X(12) VALUE "      AMOUNT".
017200     02  FILLER             PIC X(12) VALUE "        PAID".
017300     02  FILLER             PIC X(12) VALUE "        OPEN".
017400 01  Stmt-Item-Line.
017500     02  Prn-Doc-Type       PIC X(11).
017600     02  FILLER             PIC X     VALUE SPACE.
017700     02  Prn-Doc-Num        PIC 9(6).
017800     02  FILLER             PIC XX    VALUE SPACES.
017900     02  Prn-Doc-Date       PIC 9999/99/99.
018000     02  FILLER             PIC XX    VALUE SPACES.
018100     02  Prn-Due-Date       PIC X(10).
018200     02  Prn-Doc-Amount     PIC BZZZ,ZZ9.99-.
018300     02  Prn-Doc-Paid       PIC BZZZ,ZZ9.99-.
018400     02  Prn-Doc-Open       PIC BZZZ,ZZ9.99-.
018500     02  Prn-Past-Flag      PIC X(12).
018600 01  Stmt-No-Items-Line     PIC X(40)
018700     VALUE "  No open items.".
018800 01  Stmt-Cash-Title        PIC X(40)
018900     VALUE "CASH RECEIVED THIS MONTH".
019000 01  Stmt-Cash-Topic.
019100     02  FILLER             PIC X(10) VALUE "  RECEIPT".
019200     02  FILLER             PIC X(12) VALUE "RECEIVED".
019300     02  FILLER             PIC X(7)  VALUE "INVOICE".
019400     02  FILLER             PIC X(12) VALUE "      AMOUNT".
019500 01  Stmt-Cash-Line.
019600     02  FILLER             PIC XX    VALUE SPACES.
019700     02  Prn-Cash-Receipt   PIC 9(6).
019800     02  FILLER             PIC XX    VALUE SPACES.
019900     02  Prn-Cash-Date      PIC 9999/99/99.
020000     02  FILLER             PIC XX    VALUE SPACES.
020100     02  Prn-Cash-Invoice   PIC 9(6).
020200     02  FILLER             PIC X     VALUE SPACE.
020300     02  Prn-Cash-Amount    PIC BZZZ,ZZ9.99-.
020330     02  FILLER             PIC XX    VALUE SPACES.
020360     02  Prn-Cash-Note      PIC X(30).
020400 01  Stmt-No-Cash-Line      PIC X(40)
020410     VALUE "  No cash received this month.".
020420 01  Stmt-On-Acct-Title     PIC X(40)
020430     VALUE "UNAPPLIED CASH ON ACCOUNT".
020440 01  Stmt-On-Acct-Topic.
020450     02  FILLER             PIC X(10) VALUE "  RECEIPT".
020460     02  FILLER             PIC X(12) VALUE "RECEIVED".
020470     02  FILLER             PIC X(7)  VALUE SPACES.
020480     02  FILLER             PIC X(12) VALUE " UNALLOCATED".
020490 01  Stmt-On-Acct-Line.
020500     02  FILLER             PIC XX    VALUE SPACES.
020510     02  Prn-OA-Receipt     PIC 9(6).
020520     02  FILLER             PIC XX    VALUE SPACES.
020530     02  Prn-OA-Date        PIC 9999/99/99.
020540     02  FILLER             PIC X(9)  VALUE SPACES.
020550     02  Prn-OA-Amount      PIC BZZZ,ZZ9.99-.
020600 01  Stmt-Summary-Line.
020700     02  Prn-Summary-Label  PIC X(28).
020800     02  Prn-Summary-Amount PIC $$$,$$$,$$9.99-.
020900 01  Stmt-None-Line         PIC X(50)
021000     VALUE "No customer has anything to state this month.".
021100
021200 PROCEDURE DIVISION.
021300 Begin.
021400     PERFORM Load-Run-Date.
021500     PERFORM Open-Customer-Master.
021600     PERFORM Load-Register.
021700     PERFORM Load-Month-Cash.
021750     PERFORM Load-On-Account.
021800     PERFORM Build-Customer-List.
021900     OPEN OUTPUT StatementFile.
022000     PERFORM VARYING CL-Idx FROM 1 BY 1
022100             UNTIL CL-Idx > WS-Cust-List-Count
022200         PERFORM Print-One-Statement
022300     END-PERFORM.
022400     IF WS-Statement-Count = ZERO
022500         WRITE StatementLine FROM Stmt-None-Line
022600     END-IF.
022700     CLOSE StatementFile.
022800     IF Cust-Master-On
022900         CLOSE CustomerMaster
023000     END-IF.
023100     DISPLAY "OilStatement: " WS-Statement-Count
023200         " statements printed for month " WS-Stmt-Month ".".
023300     MOVE 0 TO RETURN-CODE.
023400     STOP RUN.
023500
023600 Load-Run-Date.
023700     OPEN INPUT RunDateFile.
023800     IF WS-Run-Date-File-Status = "00"
023900         READ RunDateFile
024000             AT END CONTINUE
024100         END-READ
024200         MOVE RunDateRec TO WS-Run-Date
024300         CLOSE RunDateFile
024400     ELSE
024500         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
024600     END-IF.
024700     COMPUTE WS-Run-Date-Days =
024800         FUNCTION INTEGER-OF-DATE(WS-Run-Date).
024900
025000 Open-Customer-Master.
025100     OPEN INPUT CustomerMaster.
025200     IF WS-Customer-File-Status = "00"
025300         SET Cust-Master-On TO TRUE
025400     ELSE
025500         DISPLAY "CUSTMAST.IDX not found -- statements print"
025600             " without names, all terms zero days."
025700     END-IF.
025800
025900 Load-Register.
026000     MOVE 0 TO WS-Register-EOF.
026100     OPEN INPUT OpenInvoiceFile.
026200     IF WS-Open-Inv-File-Status NOT = "00"
026300         DISPLAY "OPENINV.DAT not found -- run OilInvoice first."
026400         MOVE 1 TO RETURN-CODE
026500         STOP RUN
026600     END-IF.
026700     READ OpenInvoiceFile
026800         AT END SET Register-EOF TO TRUE
026900     END-READ.
027000     PERFORM UNTIL Register-EOF
027100            OR WS-Register-Count >= 2000
027200         ADD 1 TO WS-Register-Count
027300         MOVE OI-Invoice-Num TO
027400             RT-Invoice-Num(WS-Register-Count)
027500         MOVE OI-Cust-Id TO RT-Cust-Id(WS-Register-Count)
027600         MOVE OI-Inv-Date TO RT-Inv-Date(WS-Register-Count)
027700         MOVE OI-Amount TO RT-Amount(WS-Register-Count)
027800         MOVE OI-Amount-Paid TO
027900             RT-Amount-Paid(WS-Register-Count)
028000         MOVE OI-Status TO RT-Status(WS-Register-Count)
028100         READ OpenInvoiceFile
028200             AT END SET Register-EOF TO TRUE
028300         END-READ
028400     END-PERFORM.
028500     IF NOT Register-EOF
028600         DISPLAY "OPENINV.DAT holds more than 2000 invoices --"
028700             " run Housekeep to archive the settled ones, or"
028800             " raise the RT-Entry table size."
028900         MOVE 1 TO RETURN-CODE
029000         STOP RUN
029100     END-IF.
029200     CLOSE OpenInvoiceFile.
029300
029400 Load-Month-Cash.
029500     MOVE 0 TO WS-Cash-Appl-EOF.
029600     OPEN INPUT CashApplFile.
029700     IF WS-Cash-Appl-File-Status NOT = "00"
029800         DISPLAY "CASHAPPL.DAT not found -- no cash shown."
029900     ELSE
030000         READ CashApplFile
030100             AT END SET Cash-Appl-EOF TO TRUE
030200         END-READ
030300         PERFORM UNTIL Cash-Appl-EOF
030400             MOVE CA-Post-Date TO WS-Work-Date
030500             IF WS-Work-Month = WS-Stmt-Month
030600                AND CA-Post-Date NOT > WS-Run-Date
030700                 PERFORM Keep-Month-Cash
030800             END-IF
030900             READ CashApplFile
031000                 AT END SET Cash-Appl-EOF TO TRUE
031100             END-READ
031200         END-PERFORM
031300         CLOSE CashApplFile
031400     END-IF.
031500
031600 Keep-Month-Cash.
031700     IF WS-Cash-Count >= 2000
031800         DISPLAY "CASHAPPL.DAT has over 2000 applications this"
031900             " month -- raise the CT-Entry table size."
032000         MOVE 1 TO RETURN-CODE
032100         STOP RUN
032200     END-IF.
032300     ADD 1 TO WS-Cash-Count.
032400     MOVE CA-Receipt-Num TO CT-Receipt-Num(WS-Cash-Count).
032500     MOVE CA-Cust-Id TO CT-Cust-Id(WS-Cash-Count).
032600     MOVE CA-Invoice-Num TO CT-Invoice-Num(WS-Cash-Count).
032700     MOVE CA-Receipt-Date TO CT-Receipt-Date(WS-Cash-Count).
032800     MOVE CA-Amount TO CT-Amount(WS-Cash-Count).
032810     MOVE CA-Entry-Type TO CT-Entry-Type(WS-Cash-Count).
032820
032830 Load-On-Account.
032840     MOVE 0 TO WS-On-Account-EOF.
032850     OPEN INPUT OnAccountFile.
032860     IF WS-On-Account-File-Status = "00"
032870         READ OnAccountFile
032880             AT END SET On-Account-EOF TO TRUE
032890         END-READ
032900         PERFORM UNTIL On-Account-EOF
032910             IF UA-Amount-Alloc < UA-Amount
032920                 PERFORM Keep-On-Account
032930             END-IF
032940             READ OnAccountFile
032950                 AT END SET On-Account-EOF TO TRUE
032960             END-READ
032970         END-PERFORM
032980         CLOSE OnAccountFile
032990     END-IF.
033000
033010 Keep-On-Account.
033020     IF WS-On-Account-Count >= 1000
033030         DISPLAY "ONACCT.DAT holds more than 1000 receipts"
033040             " -- raise the OAT-Entry table size."
033050         MOVE 1 TO RETURN-CODE
033060         STOP RUN
033070     END-IF.
033080     ADD 1 TO WS-On-Account-Count.
033090     MOVE UA-Receipt-Num TO OAT-Receipt-Num(WS-On-Account-Count).
033100     MOVE UA-Cust-Id TO OAT-Cust-Id(WS-On-Account-Count).
033110     MOVE UA-Receipt-Date TO
033120         OAT-Receipt-Date(WS-On-Account-Count).
033130     COMPUTE OAT-Unallocated(WS-On-Account-Count) =
033140         UA-Amount - UA-Amount-Alloc.
033150
033160 Build-Customer-List.
033170     PERFORM VARYING RT-Idx FROM 1 BY 1
033200             UNTIL RT-Idx > WS-Register-Count
033300         MOVE RT-Inv-Date(RT-Idx) TO WS-Work-Date
033400         IF RT-Status(RT-Idx) = "O"
033500            OR WS-Work-Month = WS-Stmt-Month
033600             MOVE RT-Cust-Id(RT-Idx) TO WS-List-Cust
033700             PERFORM Add-To-Customer-List
033800         END-IF
033900     END-PERFORM.
034000     PERFORM VARYING CT-Idx FROM 1 BY 1
034100             UNTIL CT-Idx > WS-Cash-Count
034200         MOVE CT-Cust-Id(CT-Idx) TO WS-List-Cust
034210         PERFORM Add-To-Customer-List
034220     END-PERFORM.
034230     PERFORM VARYING OAT-Idx FROM 1 BY 1
034240             UNTIL OAT-Idx > WS-On-Account-Count
034250         MOVE OAT-Cust-Id(OAT-Idx) TO WS-List-Cust
034300         PERFORM Add-To-Customer-List
034400     END-PERFORM.
034500
034600 Add-To-Customer-List.
034700*    WS-Insert-Sub comes back at the first entry not below the
034800*    new id, or zero when it belongs on the end.
034900     MOVE ZEROS TO WS-Insert-Sub.
035000     PERFORM VARYING CL-Idx FROM 1 BY 1
035100             UNTIL CL-Idx > WS-Cust-List-Count
035200                OR WS-Insert-Sub > ZERO
035300         IF CL-Cust-Id(CL-Idx) NOT < WS-List-Cust
035400             SET WS-Insert-Sub TO CL-Idx
035500         END-IF
035600     END-PERFORM.
035700     EVALUATE TRUE
035800         WHEN WS-Insert-Sub > ZERO
035900          AND CL-Cust-Id(WS-Insert-Sub) = WS-List-Cust
036000             CONTINUE
036100         WHEN WS-Cust-List-Count >= 1000
036200             DISPLAY "OilStatement: over 1000 customers -- cust "
036300                 WS-List-Cust " gets no statement."
036400         WHEN OTHER
036500             IF WS-Insert-Sub = ZERO
036600                 COMPUTE WS-Insert-Sub = WS-Cust-List-Count + 1
036700             END-IF
036800             PERFORM VARYING WS-Shift-Sub
036900                     FROM WS-Cust-List-Count BY -1
037000                     UNTIL WS-Shift-Sub < WS-Insert-Sub
037100                 MOVE CL-Cust-Id(WS-Shift-Sub)
037200                     TO CL-Cust-Id(WS-Shift-Sub + 1)
037300             END-PERFORM
037400             ADD 1 TO WS-Cust-List-Count
037500             MOVE WS-List-Cust TO CL-Cust-Id(WS-Insert-Sub)
037600     END-EVALUATE.
037700
037800 Print-One-Statement.
037900     MOVE CL-Cust-Id(CL-Idx) TO WS-Stmt-Cust.
038000     PERFORM Look-Up-Customer.
038100     MOVE ZEROS TO WS-Open-Total, WS-Past-Total,
038160         WS-New-Docs-Total, WS-Cash-Total, WS-Item-Count,
038220         WS-Cash-Lines, WS-Unapplied-Total.
038300     ADD 1 TO WS-Statement-Count.
038400     WRITE StatementLine FROM Stmt-Separator.
038500     MOVE WS-Run-Date TO Prn-Run-Date.
038600     WRITE StatementLine FROM Stmt-Head-Line.
038700     MOVE WS-Stmt-Cust TO Prn-Cust-Id.
038800     MOVE WS-Stmt-Name TO Prn-Cust-Name.
038900     WRITE StatementLine FROM Stmt-Cust-Line.
039000     IF WS-Stmt-Contact NOT = SPACES
039100         MOVE WS-Stmt-Contact TO Prn-Contact
039200         WRITE StatementLine FROM Stmt-Attn-Line
039300     END-IF.
039400     MOVE SPACES TO StatementLine.
039500     WRITE StatementLine.
039600
039700     WRITE StatementLine FROM Stmt-Items-Title.
039800     WRITE StatementLine FROM Stmt-Item-Topic.
039900     PERFORM VARYING RT-Idx FROM 1 BY 1
040000             UNTIL RT-Idx > WS-Register-Count
040100         IF RT-Cust-Id(RT-Idx) = WS-Stmt-Cust
040200             PERFORM State-Register-Item
040300         END-IF
040400     END-PERFORM.
040500     IF WS-Item-Count = ZERO
040600         WRITE StatementLine FROM Stmt-No-Items-Line
040700     END-IF.
040800     MOVE SPACES TO StatementLine.
040900     WRITE StatementLine.
041000
041100     WRITE StatementLine FROM Stmt-Cash-Title.
041200     WRITE StatementLine FROM Stmt-Cash-Topic.
041300     PERFORM VARYING CT-Idx FROM 1 BY 1
041400             UNTIL CT-Idx > WS-Cash-Count
041500         IF CT-Cust-Id(CT-Idx) = WS-Stmt-Cust
041600             PERFORM State-Cash-Item
041700         END-IF
041800     END-PERFORM.
041900     IF WS-Cash-Lines = ZERO
042000         WRITE StatementLine FROM Stmt-No-Cash-Line
042100     END-IF.
042200     MOVE SPACES TO StatementLine.
042300     WRITE StatementLine.
042310     PERFORM VARYING OAT-Idx FROM 1 BY 1
042320             UNTIL OAT-Idx > WS-On-Account-Count
042330         IF OAT-Cust-Id(OAT-Idx) = WS-Stmt-Cust
042340             PERFORM State-On-Account-Item
042350         END-IF
042360     END-PERFORM.
042370     IF WS-Unapplied-Total NOT = ZERO
042380         MOVE SPACES TO StatementLine
042390         WRITE StatementLine
042400     END-IF.
042410     PERFORM Print-Statement-Summary.
042500
042600 Look-Up-Customer.
042700     MOVE SPACES TO WS-Stmt-Name, WS-Stmt-Contact.
042800     MOVE ZEROS TO WS-Terms-Days.
042900     IF Cust-Master-On
043000         MOVE WS-Stmt-Cust TO CM-Cust-Id
043100         READ CustomerMaster
043200             INVALID KEY
043300                 MOVE "** NOT ON CUSTOMER MASTER **"
043400                     TO WS-Stmt-Name
043500             NOT INVALID KEY
043600                 MOVE CM-Cust-Name TO WS-Stmt-Name
043700                 MOVE CM-Contact TO WS-Stmt-Contact
043800                 IF CM-Credit-Days IS NUMERIC
043900                     MOVE CM-Credit-Days TO WS-Terms-Days
044000                 END-IF
044100         END-READ
044200     END-IF.
044300
044400 State-Register-Item.
044500*    Every document dated this month counts toward the month's
044600*    new business, settled or not; only open ones are listed.
044700     MOVE RT-Inv-Date(RT-Idx) TO WS-Work-Date.
044800     IF WS-Work-Month = WS-Stmt-Month
044900         ADD RT-Amount(RT-Idx) TO WS-New-Docs-Total
045000     END-IF.
045100     IF RT-Status(RT-Idx) = "O"
045200         ADD 1 TO WS-Item-Count
045300         COMPUTE WS-Open-Amount = RT-Amount(RT-Idx)
045400             - RT-Amount-Paid(RT-Idx)
045500         ADD WS-Open-Amount TO WS-Open-Total
045600         MOVE RT-Invoice-Num(RT-Idx) TO Prn-Doc-Num
045700         MOVE RT-Inv-Date(RT-Idx) TO Prn-Doc-Date
045800         MOVE RT-Amount(RT-Idx) TO Prn-Doc-Amount
045900         MOVE RT-Amount-Paid(RT-Idx) TO Prn-Doc-Paid
046000         MOVE WS-Open-Amount TO Prn-Doc-Open
046100         MOVE SPACES TO Prn-Due-Date, Prn-Past-Flag
046200         IF RT-Amount(RT-Idx) < ZERO
046300             MOVE "CREDIT MEMO" TO Prn-Doc-Type
046400         ELSE
046500             MOVE "INVOICE" TO Prn-Doc-Type
046600             COMPUTE WS-Due-Days =
046700                 FUNCTION INTEGER-OF-DATE(RT-Inv-Date(RT-Idx))
046800                 + WS-Terms-Days
046900             COMPUTE WS-Due-Date =
047000                 FUNCTION DATE-OF-INTEGER(WS-Due-Days)
047100             MOVE WS-Due-Date TO WS-Due-Date-Edited
047200             MOVE WS-Due-Date-Edited TO Prn-Due-Date
047300             IF WS-Run-Date-Days > WS-Due-Days
047400                 MOVE "  PAST TERMS" TO Prn-Past-Flag
047500                 ADD WS-Open-Amount TO WS-Past-Total
047600             END-IF
047700         END-IF
047800         WRITE StatementLine FROM Stmt-Item-Line
047900     END-IF.
048000
048100 State-Cash-Item.
048150*    An allocation from account moves cash already received, so
048200*    it is listed for the customer but not added in again.
048250     ADD 1 TO WS-Cash-Lines.
048300     MOVE CT-Receipt-Num(CT-Idx) TO Prn-Cash-Receipt.
048400     MOVE CT-Receipt-Date(CT-Idx) TO Prn-Cash-Date.
048500     MOVE CT-Invoice-Num(CT-Idx) TO Prn-Cash-Invoice.
048600     MOVE CT-Amount(CT-Idx) TO Prn-Cash-Amount.
048610     EVALUATE CT-Entry-Type(CT-Idx)
048620         WHEN "U"
048630             ADD CT-Amount(CT-Idx) TO WS-Cash-Total
048640             MOVE "HELD ON ACCOUNT" TO Prn-Cash-Note
048650         WHEN "L"
048660             MOVE "ALLOCATED FROM ACCOUNT" TO Prn-Cash-Note
048670         WHEN OTHER
048680             ADD CT-Amount(CT-Idx) TO WS-Cash-Total
048690             MOVE SPACES TO Prn-Cash-Note
048700     END-EVALUATE.
048710     WRITE StatementLine FROM Stmt-Cash-Line.
048800
048810 State-On-Account-Item.
048820     IF WS-Unapplied-Total = ZERO
048830         WRITE StatementLine FROM Stmt-On-Acct-Title
048840         WRITE StatementLine FROM Stmt-On-Acct-Topic
048850     END-IF.
048860     ADD OAT-Unallocated(OAT-Idx) TO WS-Unapplied-Total.
048870     MOVE OAT-Receipt-Num(OAT-Idx) TO Prn-OA-Receipt.
048880     MOVE OAT-Receipt-Date(OAT-Idx) TO Prn-OA-Date.
048890     MOVE OAT-Unallocated(OAT-Idx) TO Prn-OA-Amount.
048900     WRITE StatementLine FROM Stmt-On-Acct-Line.
048910
048920 Print-Statement-Summary.
048930     COMPUTE WS-Carried-Forward = WS-Open-Total
048940         - WS-Unapplied-Total.
048950     COMPUTE WS-Brought-Forward = WS-Carried-Forward
049100         - WS-New-Docs-Total + WS-Cash-Total.
049200     MOVE "BALANCE BROUGHT FORWARD   :" TO Prn-Summary-Label.
049300     MOVE WS-Brought-Forward TO Prn-Summary-Amount.
049400     WRITE StatementLine FROM Stmt-Summary-Line.
049500     MOVE "NEW INVOICES AND CREDITS  :" TO Prn-Summary-Label.
049600     MOVE WS-New-Docs-Total TO Prn-Summary-Amount.
049700     WRITE StatementLine FROM Stmt-Summary-Line.
049800     MOVE "CASH RECEIVED             :" TO Prn-Summary-Label.
049900     MOVE WS-Cash-Total TO Prn-Summary-Amount.
050000     WRITE StatementLine FROM Stmt-Summary-Line.
050100     MOVE "BALANCE CARRIED FORWARD   :" TO Prn-Summary-Label.
050200     MOVE WS-Carried-Forward TO Prn-Summary-Amount.
050300     WRITE StatementLine FROM Stmt-Summary-Line.
050310     IF WS-Unapplied-Total NOT = ZERO
050320         MOVE "  OPEN ITEMS              :" TO Prn-Summary-Label
050330         MOVE WS-Open-Total TO Prn-Summary-Amount
050340         WRITE StatementLine FROM Stmt-Summary-Line
050350         MOVE "  LESS UNAPPLIED CASH     :" TO Prn-Summary-Label
050360         MOVE WS-Unapplied-Total TO Prn-Summary-Amount
050370         WRITE StatementLine FROM Stmt-Summary-Line
050380     END-IF.
050400     IF WS-Past-Total NOT = ZERO
050500         MOVE "  OF WHICH PAST TERMS     :" TO Prn-Summary-Label
050600         MOVE WS-Past-Total TO Prn-Summary-Amount
050700         WRITE StatementLine FROM Stmt-Summary-Line
050800     END-IF.
