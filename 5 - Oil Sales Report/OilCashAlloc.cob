000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilCashAlloc.
000300* Credit controller's program for allocating the cash
000400* OilCashPost has held on customers' accounts (ONACCT.DAT,
000500* ONACCT.CPY layout) to specific invoices on the OPENINV.DAT
000600* register once the remittance has been sorted out. Loads the
000700* register and the on-account file into tables the way
000800* OilCashPost loads the register, then works one customer at
000900* a time: the customer's unallocated receipts and open
001000* invoices are listed, and the controller picks a receipt and
001100* either an invoice and amount (zero amount takes as much as
001200* both the receipt and the invoice allow) or invoice zero to
001300* spread the receipt across the customer's open invoices
001400* oldest first, the way OilCashPost applies a receipt that
001500* names no invoice. Each allocation adds to OI-Amount-Paid,
001600* flips OI-Status to "P" once the invoice is settled, and adds
001700* to the receipt's UA-Amount-Alloc.
001800* At the end OPENINV.DAT is rewritten, ONACCT.DAT is rewritten
001900* without the receipts now fully allocated, every allocation
002000* is journalled to CASHAPPL.DAT as a type "L" entry (money
002100* moved, not new cash, so the statements do not count it
002200* twice) and listed on CASHALOC.RPT with the totals.
002220* Each allocation also goes to GLJRNL.DAT, the general ledger
002240* journal (GLJRNL.CPY layout), debiting customer cash on account
002260* and crediting the customer receivable under the receipt number.
002264* The credit controller signs on against OPERATOR.DAT before
002268* anything is shown and must hold the credit authority. Each
002272* allocation goes to AUDIT.JRN, the common change journal, keyed
002276* on customer, invoice and receipt: the invoice's open amount
002280* and the receipt's amount still on account, before and after.
002300* Run it outside the nightly batch window -- OilCashPost
002400* rewrites the same two files.
002500* Load-Run-Date reads the RUNDATE.DAT stamp the batch control
002600* step writes, falling back to today's date run standalone.
002700
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT OpenInvoiceFile ASSIGN TO "OPENINV.DAT"
003200              ORGANIZATION IS LINE SEQUENTIAL
003300              FILE STATUS IS WS-Open-Inv-File-Status.
003400
003500     SELECT OnAccountFile ASSIGN TO "ONACCT.DAT"
003600              ORGANIZATION IS LINE SEQUENTIAL
003700              FILE STATUS IS WS-On-Account-File-Status.
003800
003900     SELECT CashApplFile ASSIGN TO "CASHAPPL.DAT"
004000              ORGANIZATION IS LINE SEQUENTIAL
004100              FILE STATUS IS WS-Cash-Appl-File-Status.
004200
004300     SELECT AllocReportFile ASSIGN TO "CASHALOC.RPT"
004400              ORGANIZATION IS LINE SEQUENTIAL.
004500
004600     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004700              ORGANIZATION IS LINE SEQUENTIAL
004800              FILE STATUS IS WS-Run-Date-File-Status.
004820
004840     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
004860              ORGANIZATION IS LINE SEQUENTIAL
004880              FILE STATUS IS WS-GL-Jrnl-File-Status.
004882
004884     SELECT OperatorFile ASSIGN TO "OPERATOR.DAT"
004886              ORGANIZATION IS LINE SEQUENTIAL
004888              FILE STATUS IS WS-Operator-File-Status.
004890
004892     SELECT AuditFile ASSIGN TO "AUDIT.JRN"
004894              ORGANIZATION IS LINE SEQUENTIAL
004896              FILE STATUS IS WS-Audit-File-Status.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  OpenInvoiceFile.
005300     COPY "OPENINV.CPY" REPLACING ==REC-NAME== BY ==OpenInvRec==.
005400
005500 FD  OnAccountFile.
005600     COPY "ONACCT.CPY" REPLACING ==REC-NAME== BY ==OnAcctRec==.
005700
005800 FD  CashApplFile.
005900     COPY "CASHAPPL.CPY" REPLACING
006000         ==REC-NAME== BY ==CashApplRec==.
006100
006200 FD  AllocReportFile.
006300 01  AllocReportLine        PIC X(100).
006400
006500 FD  RunDateFile.
006600 01  RunDateRec             PIC 9(8).
006620
006640 FD  GLJrnlFile.
006660     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
006665
006670 FD  OperatorFile.
006675 01  OperatorFileRec        PIC X(48).
006680
006685 FD  AuditFile.
006690     COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
006700
006800 WORKING-STORAGE SECTION.
006900 01  WS-Open-Inv-File-Status PIC XX.
007000 01  WS-On-Account-File-Status PIC XX.
007100 01  WS-Cash-Appl-File-Status PIC XX.
007200 01  WS-Run-Date-File-Status PIC XX.
007250 01  WS-GL-Jrnl-File-Status PIC XX.
007260 01  WS-Operator-File-Status PIC XX.
007270 01  WS-Audit-File-Status   PIC XX.
007300
007400 01  WS-Register-EOF        PIC 9       VALUE 0.
007500     88 Register-EOF                    VALUE 1.
007600 01  WS-On-Account-EOF      PIC 9       VALUE 0.
007700     88 On-Account-EOF                  VALUE 1.
007800 01  WS-Customer-Done       PIC 9       VALUE 0.
007900     88 Customer-Done                   VALUE 1.
008000 01  WS-Session-Done        PIC 9       VALUE 0.
008100     88 Session-Done                    VALUE 1.
008200
008300 01  Register-Table.
008400     02  WS-Register-Count  PIC 9(4)    VALUE ZEROS.
008500     02  RT-Entry OCCURS 2000 TIMES INDEXED BY RT-Idx.
008600         03  RT-Invoice-Num PIC 9(6).
008700         03  RT-Cust-Id     PIC X(5).
008800         03  RT-Inv-Date    PIC 9(8).
008900         03  RT-Amount      PIC S9(7)V99.
009000         03  RT-Amount-Paid PIC S9(7)V99.
009100         03  RT-Status      PIC X.
009200
009300 01  On-Account-Table.
009400     02  WS-On-Account-Count PIC 9(4)   VALUE ZEROS.
009500     02  OAT-Entry OCCURS 1000 TIMES INDEXED BY OAT-Idx.
009600         03  OAT-Image      PIC X(52).
009700         03  OAT-Receipt-Num PIC 9(6).
009800         03  OAT-Cust-Id    PIC X(5).
009900         03  OAT-Receipt-Date PIC 9(8).
010000         03  OAT-Amount     PIC 9(7)V99.
010100         03  OAT-Amount-Alloc PIC 9(7)V99.
010200
010300* Allocations made this session, for the journal and report.
010400 01  Alloc-Table.
010500     02  WS-Alloc-Count     PIC 9(4)    VALUE ZEROS.
010600     02  ALT-Entry OCCURS 2000 TIMES INDEXED BY ALT-Idx.
010700         03  ALT-Receipt-Num PIC 9(6).
010800         03  ALT-Cust-Id    PIC X(5).
010900         03  ALT-Invoice-Num PIC 9(6).
011000         03  ALT-Receipt-Date PIC 9(8).
011100         03  ALT-Amount     PIC 9(7)V99.
011200         03  ALT-Settled    PIC 9.
011300
011400 01  WS-Cust-Id             PIC X(5)    VALUE SPACES.
011500 01  WS-Receipt-Num         PIC 9(6)    VALUE ZEROS.
011600 01  WS-Invoice-Num         PIC 9(6)    VALUE ZEROS.
011700 01  WS-Entered-Amount      PIC 9(7)V99 VALUE ZEROS.
011800 01  WS-OA-Sub              PIC 9(4)    VALUE ZEROS.
011900 01  WS-Reg-Sub             PIC 9(4)    VALUE ZEROS.
012000 01  WS-Oldest-Sub          PIC 9(4)    VALUE ZEROS.
012100 01  WS-Unalloc-Amount      PIC S9(7)V99 VALUE ZEROS.
012200 01  WS-Open-Amount         PIC S9(7)V99 VALUE ZEROS.
012300 01  WS-Alloc-Amount        PIC S9(7)V99 VALUE ZEROS.
012400 01  WS-Listed-Count        PIC 9(4)    VALUE ZEROS.
012410
012415     COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==SignOnRec==.
012420 01  WS-Sign-On-Id          PIC X(6)    VALUE SPACES.
012425 01  WS-Sign-On-Password    PIC X(8).
012430 01  WS-Sign-On-Tries       PIC 9       VALUE 0.
012435 01  WS-Signed-On           PIC 9       VALUE 0.
012440     88 Signed-On                       VALUE 1.
012445 01  WS-Operator-Found      PIC 9       VALUE 0.
012450     88 Operator-Found                  VALUE 1.
012455 01  WS-Operator-EOF        PIC 9       VALUE 0.
012460     88 Operator-EOF                    VALUE 1.
012465 01  WS-Audit-Key           PIC X(20).
012470 01  WS-Audit-Field         PIC X(12).
012475 01  WS-Audit-Old-Value     PIC X(30).
012480 01  WS-Audit-New-Value     PIC X(30).
012485 01  WS-Audit-Amount        PIC S9(7)V99 VALUE ZEROS.
012500
012600 01  WS-Amount-Display      PIC $Z,ZZZ,ZZ9.99.
012700 01  WS-Open-Display        PIC $Z,ZZZ,ZZ9.99.
012800 01  WS-Date-Display        PIC 9999/99/99.
012900
013000 01  WS-Alloc-Total         PIC 9(8)V99 VALUE ZEROS.
013100 01  WS-Settled-Count       PIC 9(5)    VALUE ZEROS.
013200 01  WS-Cleared-Count       PIC 9(5)    VALUE ZEROS.
013300 01  WS-Still-Held-Count    PIC 9(5)    VALUE ZEROS.
013400
013500 01  WS-Run-Date            PIC 9(8).
013600
013700 01  Alloc-Heading-Line     PIC X(50)
013800     VALUE "       ON-ACCOUNT CASH ALLOCATIONS".
013900 01  Run-Date-Line.
014000     02  FILLER             PIC X(10) VALUE SPACES.
014100     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
014200     02  Prn-Run-Date       PIC 9999/99/99.
014300 01  Alloc-Topic-Line.
014400     02  FILLER             PIC X(9)  VALUE "  RECEIPT".
014500     02  FILLER             PIC X(12) VALUE "  RECEIVED".
014600     02  FILLER             PIC X(9)  VALUE "  CUST-ID".
014700     02  FILLER             PIC X(9)  VALUE "  INVOICE".
014800     02  FILLER             PIC X(14) VALUE "     ALLOCATED".
014900 01  Alloc-Detail-Line.
015000     02  FILLER             PIC XXX   VALUE SPACES.
015100     02  Prn-Receipt-Num    PIC 9(6).
015200     02  FILLER             PIC XX    VALUE SPACES.
015300     02  Prn-Receipt-Date   PIC 9999/99/99.
015400     02  FILLER             PIC X(4)  VALUE SPACES.
015500     02  Prn-Cust-Id        PIC X(5).
015600     02  FILLER             PIC XXX   VALUE SPACES.
015700     02  Prn-Invoice-Num    PIC 9(6).
015800     02  Prn-Alloc-Amount   PIC B$$,$$$,$$9.99.
015900     02  Prn-Settled-Tag    PIC X(10).
016000 01  Alloc-Total-Line.
016100     02  FILLER             PIC X(26)
016200         VALUE "  ALLOCATIONS / AMOUNT  :".
016300     02  Prn-Alloc-Count    PIC BZZZZ9.
016400     02  FILLER             PIC X(3)  VALUE " / ".
016500     02  Prn-Alloc-Total    PIC $$$,$$$,$$9.99.
016600 01  Alloc-Settled-Line.
016700     02  FILLER             PIC X(26)
016800         VALUE "  INVOICES SETTLED      :".
016900     02  Prn-Settled-Count  PIC BZZZZ9.
017000 01  Alloc-Cleared-Line.
017100     02  FILLER             PIC X(26)
017200         VALUE "  RECEIPTS CLEARED      :".
017300     02  Prn-Cleared-Count  PIC BZZZZ9.
017400 01  Alloc-Held-Line.
017500     02  FILLER             PIC X(26)
017600         VALUE "  RECEIPTS STILL HELD   :".
017700     02  Prn-Still-Held     PIC BZZZZ9.
017800 01  Alloc-None-Line        PIC X(50)
017900     VALUE "  No on-account cash allocated this run.".
018000
018100 PROCEDURE DIVISION.
018200 Allocate-On-Account-Cash.
018250     PERFORM Sign-On-Operator.
018300     PERFORM Load-Run-Date.
018400     PERFORM Load-On-Account.
018500     IF WS-On-Account-Count = ZERO
018600         DISPLAY "No cash is held on account."
018700         MOVE 0 TO RETURN-CODE
018800         STOP RUN
018900     END-IF.
019000     PERFORM Load-Register.
019100     DISPLAY WS-On-Account-Count " receipt(s) held on account.".
019200     PERFORM UNTIL Session-Done
019300         DISPLAY " "
019400         DISPLAY "Customer id (blank to finish): "
019500         ACCEPT WS-Cust-Id
019600         IF WS-Cust-Id = SPACES
019700             SET Session-Done TO TRUE
019800         ELSE
019900             PERFORM Allocate-For-Customer
020000         END-IF
020100     END-PERFORM.
020200     IF WS-Alloc-Count > ZERO
020300         PERFORM Rewrite-Register
020400         PERFORM Append-Cash-Journal
020500     END-IF.
020600     PERFORM Rewrite-On-Account.
020700     PERFORM Print-Alloc-Report.
020800     DISPLAY "OilCashAlloc: " WS-Alloc-Count " allocations, "
020900         WS-Settled-Count " invoices settled, "
021000         WS-Cleared-Count " receipts cleared, "
021100         WS-Still-Held-Count " still held.".
021200     MOVE 0 TO RETURN-CODE.
021300     STOP RUN.
021400
021500 Load-Run-Date.
021600     OPEN INPUT RunDateFile.
021700     IF WS-Run-Date-File-Status = "00"
021800         READ RunDateFile
021900             AT END CONTINUE
022000         END-READ
022100         MOVE RunDateRec TO WS-Run-Date
022200         CLOSE RunDateFile
022300     ELSE
022400         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
022500     END-IF.
022600
022700 Load-On-Account.
022800     MOVE 0 TO WS-On-Account-EOF.
022900     OPEN INPUT OnAccountFile.
023000     IF WS-On-Account-File-Status = "00"
023100         READ OnAccountFile
023200             AT END SET On-Account-EOF TO TRUE
023300         END-READ
023400         PERFORM UNTIL On-Account-EOF
023500                OR WS-On-Account-Count >= 1000
023600             ADD 1 TO WS-On-Account-Count
023700             MOVE OnAcctRec TO OAT-Image(WS-On-Account-Count)
023800             MOVE UA-Receipt-Num TO
023900                 OAT-Receipt-Num(WS-On-Account-Count)
024000             MOVE UA-Cust-Id TO OAT-Cust-Id(WS-On-Account-Count)
024100             MOVE UA-Receipt-Date TO
024200                 OAT-Receipt-Date(WS-On-Account-Count)
024300             MOVE UA-Amount TO OAT-Amount(WS-On-Account-Count)
024400             MOVE UA-Amount-Alloc TO
024500                 OAT-Amount-Alloc(WS-On-Account-Count)
024600             READ OnAccountFile
024700                 AT END SET On-Account-EOF TO TRUE
024800             END-READ
024900         END-PERFORM
025000         IF NOT On-Account-EOF
025100             DISPLAY "ONACCT.DAT holds more than 1000 receipts"
025200                 " -- raise the OAT-Entry table size."
025300             CLOSE OnAccountFile
025400             MOVE 1 TO RETURN-CODE
025500             STOP RUN
025600         END-IF
025700         CLOSE OnAccountFile
025800     END-IF.
025900
026000 Load-Register.
026100     MOVE 0 TO WS-Register-EOF.
026200     OPEN INPUT OpenInvoiceFile.
026300     IF WS-Open-Inv-File-Status NOT = "00"
026400         DISPLAY "OPENINV.DAT not found -- run OilInvoice first."
026500         MOVE 1 TO RETURN-CODE
026600         STOP RUN
026700     END-IF.
026800     READ OpenInvoiceFile
026900         AT END SET Register-EOF TO TRUE
027000     END-READ.
027100     PERFORM UNTIL Register-EOF
027200            OR WS-Register-Count >= 2000
027300         ADD 1 TO WS-Register-Count
027400         MOVE OI-Invoice-Num TO
027500             RT-Invoice-Num(WS-Register-Count)
027600         MOVE OI-Cust-Id TO RT-Cust-Id(WS-Register-Count)
027700         MOVE OI-Inv-Date TO RT-Inv-Date(WS-Register-Count)
027800         MOVE OI-Amount TO RT-Amount(WS-Register-Count)
027900         MOVE OI-Amount-Paid TO
028000             RT-Amount-Paid(WS-Register-Count)
028100         MOVE OI-Status TO RT-Status(WS-Register-Count)
028200         READ OpenInvoiceFile
028300             AT END SET Register-EOF TO TRUE
028400         END-READ
028500     END-PERFORM.
028600     IF NOT Register-EOF
028700         DISPLAY "OPENINV.DAT holds more than 2000 invoices --"
028800             " run Housekeep to archive the settled ones, or"
028900             " raise the RT-Entry table size."
029000         MOVE 1 TO RETURN-CODE
029100         STOP RUN
029200     END-IF.
029300     CLOSE OpenInvoiceFile.
029400
029500 Allocate-For-Customer.
029600     MOVE 0 TO WS-Customer-Done.
029700     PERFORM UNTIL Customer-Done
029800         PERFORM Show-Customer-Account
029900         IF WS-Listed-Count = ZERO
030000             SET Customer-Done TO TRUE
030100         ELSE
030200             DISPLAY "Receipt to allocate from (0 when done): "
030300             ACCEPT WS-Receipt-Num
030400             IF WS-Receipt-Num = ZERO
030500                 SET Customer-Done TO TRUE
030600             ELSE
030700                 PERFORM Allocate-One-Receipt
030800             END-IF
030900         END-IF
031000     END-PERFORM.
031100
031200 Show-Customer-Account.
031300*    WS-Listed-Count comes back as the number of receipts the
031400*    customer still has money on account from.
031500     MOVE ZEROS TO WS-Listed-Count.
031600     PERFORM VARYING OAT-Idx FROM 1 BY 1
031700             UNTIL OAT-Idx > WS-On-Account-Count
031800         IF OAT-Cust-Id(OAT-Idx) = WS-Cust-Id
031900            AND OAT-Amount-Alloc(OAT-Idx) < OAT-Amount(OAT-Idx)
032000             ADD 1 TO WS-Listed-Count
032100             IF WS-Listed-Count = 1
032200                 DISPLAY "Cust " WS-Cust-Id
032300                     " -- cash held on account:"
032400             END-IF
032500             COMPUTE WS-Unalloc-Amount = OAT-Amount(OAT-Idx)
032600                 - OAT-Amount-Alloc(OAT-Idx)
032700             MOVE WS-Unalloc-Amount TO WS-Amount-Display
032800             MOVE OAT-Receipt-Date(OAT-Idx) TO WS-Date-Display
032900             DISPLAY "  Receipt " OAT-Receipt-Num(OAT-Idx)
033000                 "  received " WS-Date-Display
033100                 "  unallocated " WS-Amount-Display
033200         END-IF
033300     END-PERFORM.
033400     IF WS-Listed-Count = ZERO
033500         DISPLAY "Cust " WS-Cust-Id
033600             " has no cash held on account."
033700     ELSE
033800         DISPLAY "Open invoices:"
033900         PERFORM VARYING RT-Idx FROM 1 BY 1
034000                 UNTIL RT-Idx > WS-Register-Count
034100             IF RT-Cust-Id(RT-Idx) = WS-Cust-Id
034200                AND RT-Status(RT-Idx) = "O"
034300                AND RT-Amount(RT-Idx) > RT-Amount-Paid(RT-Idx)
034400                 COMPUTE WS-Open-Amount = RT-Amount(RT-Idx)
034500                     - RT-Amount-Paid(RT-Idx)
034600                 MOVE WS-Open-Amount TO WS-Open-Display
034700                 MOVE RT-Inv-Date(RT-Idx) TO WS-Date-Display
034800                 DISPLAY "  Invoice " RT-Invoice-Num(RT-Idx)
034900                     "  dated " WS-Date-Display
035000                     "  open " WS-Open-Display
035100             END-IF
035200         END-PERFORM
035300     END-IF.
035400
035500 Allocate-One-Receipt.
035600     MOVE ZEROS TO WS-OA-Sub.
035700     PERFORM VARYING OAT-Idx FROM 1 BY 1
035800             UNTIL OAT-Idx > WS-On-Account-Count
035900         IF OAT-Receipt-Num(OAT-Idx) = WS-Receipt-Num
036000            AND OAT-Cust-Id(OAT-Idx) = WS-Cust-Id
036100            AND OAT-Amount-Alloc(OAT-Idx) < OAT-Amount(OAT-Idx)
036200             SET WS-OA-Sub TO OAT-Idx
036300         END-IF
036400     END-PERFORM.
036500     IF WS-OA-Sub = ZERO
036600         DISPLAY "Cust " WS-Cust-Id " has no unallocated cash on"
036700             " receipt " WS-Receipt-Num "."
036800     ELSE
036900         DISPLAY "Invoice to allocate to (0 = oldest first): "
037000         ACCEPT WS-Invoice-Num
037100         IF WS-Invoice-Num = ZERO
037200             PERFORM Allocate-Oldest-First
037300         ELSE
037400             PERFORM Allocate-To-Invoice
037500         END-IF
037600     END-IF.
037700
037800 Allocate-To-Invoice.
037900     MOVE ZEROS TO WS-Reg-Sub.
038000     PERFORM VARYING RT-Idx FROM 1 BY 1
038100             UNTIL RT-Idx > WS-Register-Count
038200         IF RT-Invoice-Num(RT-Idx) = WS-Invoice-Num
038300             SET WS-Reg-Sub TO RT-Idx
038400         END-IF
038500     END-PERFORM.
038600     EVALUATE TRUE
038700         WHEN WS-Reg-Sub = ZERO
038800             DISPLAY "Invoice " WS-Invoice-Num
038900                 " is not on the register -- nothing allocated."
039000         WHEN RT-Cust-Id(WS-Reg-Sub) NOT = WS-Cust-Id
039100             DISPLAY "Invoice " WS-Invoice-Num " belongs to cust "
039200                 RT-Cust-Id(WS-Reg-Sub) " -- nothing allocated."
039300         WHEN RT-Status(WS-Reg-Sub) NOT = "O"
039400           OR RT-Amount(WS-Reg-Sub)
039500                 NOT > RT-Amount-Paid(WS-Reg-Sub)
039600             DISPLAY "Invoice " WS-Invoice-Num
039700                 " has nothing open -- nothing allocated."
039800         WHEN OTHER
039900             PERFORM Take-Allocation-Amount
040000     END-EVALUATE.
040100
040200 Take-Allocation-Amount.
040300*    The most that can go is the lesser of what the receipt has
040400*    unallocated and what the invoice has open.
040500     COMPUTE WS-Unalloc-Amount = OAT-Amount(WS-OA-Sub)
040600         - OAT-Amount-Alloc(WS-OA-Sub).
040700     COMPUTE WS-Open-Amount = RT-Amount(WS-Reg-Sub)
040800         - RT-Amount-Paid(WS-Reg-Sub).
040900     IF WS-Unalloc-Amount < WS-Open-Amount
041000         MOVE WS-Unalloc-Amount TO WS-Alloc-Amount
041100     ELSE
041200         MOVE WS-Open-Amount TO WS-Alloc-Amount
041300     END-IF.
041400     MOVE WS-Alloc-Amount TO WS-Amount-Display.
041500     DISPLAY "Amount to allocate (0 = " WS-Amount-Display "): ".
041600     ACCEPT WS-Entered-Amount.
041700     IF WS-Entered-Amount > WS-Alloc-Amount
041800         DISPLAY "More than " WS-Amount-Display
041900             " cannot go -- nothing allocated."
042000     ELSE
042100         IF WS-Entered-Amount > ZERO
042200             MOVE WS-Entered-Amount TO WS-Alloc-Amount
042300         END-IF
042400         PERFORM Record-Allocation
042500     END-IF.
042600
042700 Allocate-Oldest-First.
042800     COMPUTE WS-Unalloc-Amount = OAT-Amount(WS-OA-Sub)
042900         - OAT-Amount-Alloc(WS-OA-Sub).
043000     PERFORM Find-Oldest-Open-Invoice.
043100     IF WS-Oldest-Sub = ZERO
043200         DISPLAY "Cust " WS-Cust-Id " has no open invoices --"
043300             " nothing allocated."
043400     END-IF.
043500     PERFORM UNTIL WS-Unalloc-Amount = ZERO
043600            OR WS-Oldest-Sub = ZERO
043700         MOVE WS-Oldest-Sub TO WS-Reg-Sub
043800         COMPUTE WS-Open-Amount = RT-Amount(WS-Reg-Sub)
043900             - RT-Amount-Paid(WS-Reg-Sub)
044000         IF WS-Unalloc-Amount < WS-Open-Amount
044100             MOVE WS-Unalloc-Amount TO WS-Alloc-Amount
044200         ELSE
044300             MOVE WS-Open-Amount TO WS-Alloc-Amount
044400         END-IF
044500         PERFORM Record-Allocation
044600         SUBTRACT WS-Alloc-Amount FROM WS-Unalloc-Amount
044700         PERFORM Find-Oldest-Open-Invoice
044800     END-PERFORM.
044900
045000 Find-Oldest-Open-Invoice.
045100*    Credit memos and settled invoices are passed over; of two
045200*    invoices dated the same day the lower number goes first.
045300     MOVE ZEROS TO WS-Oldest-Sub.
045400     PERFORM VARYING RT-Idx FROM 1 BY 1
045500             UNTIL RT-Idx > WS-Register-Count
045600         IF RT-Cust-Id(RT-Idx) = WS-Cust-Id
045700            AND RT-Status(RT-Idx) = "O"
045800            AND RT-Amount(RT-Idx) > RT-Amount-Paid(RT-Idx)
045900             IF WS-Oldest-Sub = ZERO
046000                 SET WS-Oldest-Sub TO RT-Idx
046100             ELSE
046200                 IF RT-Inv-Date(RT-Idx)
046300                         < RT-Inv-Date(WS-Oldest-Sub)
046400                     SET WS-Oldest-Sub TO RT-Idx
046500                 END-IF
046600             END-IF
046700         END-IF
046800     END-PERFORM.
046900
047000 Record-Allocation.
047100*    Moves WS-Alloc-Amount from the receipt at WS-OA-Sub to the
047200*    invoice at WS-Reg-Sub.
047300     IF WS-Alloc-Count >= 2000
047400         DISPLAY "2000 allocations this session -- finish and"
047500             " run again. Nothing allocated."
047600     ELSE
047700         ADD WS-Alloc-Amount TO RT-Amount-Paid(WS-Reg-Sub)
047800         ADD WS-Alloc-Amount TO OAT-Amount-Alloc(WS-OA-Sub)
047900         ADD WS-Alloc-Amount TO WS-Alloc-Total
048000         ADD 1 TO WS-Alloc-Count
048100         MOVE OAT-Receipt-Num(WS-OA-Sub)
048200             TO ALT-Receipt-Num(WS-Alloc-Count)
048300         MOVE WS-Cust-Id TO ALT-Cust-Id(WS-Alloc-Count)
048400         MOVE RT-Invoice-Num(WS-Reg-Sub)
048500             TO ALT-Invoice-Num(WS-Alloc-Count)
048600         MOVE OAT-Receipt-Date(WS-OA-Sub)
048700             TO ALT-Receipt-Date(WS-Alloc-Count)
048800         MOVE WS-Alloc-Amount TO ALT-Amount(WS-Alloc-Count)
048850         PERFORM Journal-Allocation
048900         MOVE 0 TO ALT-Settled(WS-Alloc-Count)
049000         MOVE WS-Alloc-Amount TO WS-Amount-Display
049100         IF RT-Amount-Paid(WS-Reg-Sub) = RT-Amount(WS-Reg-Sub)
049200             MOVE "P" TO RT-Status(WS-Reg-Sub)
049300             MOVE 1 TO ALT-Settled(WS-Alloc-Count)
049400             ADD 1 TO WS-Settled-Count
049500             DISPLAY WS-Amount-Display " allocated to invoice "
049600                 RT-Invoice-Num(WS-Reg-Sub) " -- settled."
049700         ELSE
049800             DISPLAY WS-Amount-Display " allocated to invoice "
049900                 RT-Invoice-Num(WS-Reg-Sub) "."
050000         END-IF
050100     END-IF.
050200
050300 Rewrite-Register.
050400     OPEN OUTPUT OpenInvoiceFile.
050500     PERFORM VARYING RT-Idx FROM 1 BY 1
050600             UNTIL RT-Idx > WS-Register-Count
050700         MOVE RT-Invoice-Num(RT-Idx) TO OI-Invoice-Num
050800         MOVE RT-Cust-Id(RT-Idx) TO OI-Cust-Id
050900         MOVE RT-Inv-Date(RT-Idx) TO OI-Inv-Date
051000         MOVE RT-Amount(RT-Idx) TO OI-Amount
051100         MOVE RT-Amount-Paid(RT-Idx) TO OI-Amount-Paid
051200         MOVE RT-Status(RT-Idx) TO OI-Status
051300         WRITE OpenInvRec
051400     END-PERFORM.
051500     CLOSE OpenInvoiceFile.
051600
051700 Rewrite-On-Account.
051800*    Receipts fully allocated drop off the file.
051900     OPEN OUTPUT OnAccountFile.
052000     PERFORM VARYING OAT-Idx FROM 1 BY 1
052100             UNTIL OAT-Idx > WS-On-Account-Count
052200         IF OAT-Amount-Alloc(OAT-Idx) < OAT-Amount(OAT-Idx)
052300             ADD 1 TO WS-Still-Held-Count
052400             MOVE OAT-Image(OAT-Idx) TO OnAcctRec
052500             MOVE OAT-Amount-Alloc(OAT-Idx) TO UA-Amount-Alloc
052600             WRITE OnAcctRec
052700         ELSE
052800             ADD 1 TO WS-Cleared-Count
052900         END-IF
053000     END-PERFORM.
053100     CLOSE OnAccountFile.
053200
053300 Append-Cash-Journal.
053400     OPEN EXTEND CashApplFile.
053500     IF WS-Cash-Appl-File-Status NOT = "00"
053600         OPEN OUTPUT CashApplFile
053700     END-IF.
053720     OPEN EXTEND GLJrnlFile.
053740     IF WS-GL-Jrnl-File-Status NOT = "00"
053760         OPEN OUTPUT GLJrnlFile
053780     END-IF.
053800     PERFORM VARYING ALT-Idx FROM 1 BY 1
053900             UNTIL ALT-Idx > WS-Alloc-Count
054000         MOVE ALT-Receipt-Num(ALT-Idx) TO CA-Receipt-Num
054100         MOVE ALT-Cust-Id(ALT-Idx) TO CA-Cust-Id
054200         MOVE ALT-Invoice-Num(ALT-Idx) TO CA-Invoice-Num
054300         MOVE ALT-Receipt-Date(ALT-Idx) TO CA-Receipt-Date
054400         MOVE WS-Run-Date TO CA-Post-Date
054500         MOVE ALT-Amount(ALT-Idx) TO CA-Amount
054600         SET CA-Allocated TO TRUE
054700         WRITE CashApplRec
054710         MOVE WS-Run-Date TO GJ-Run-Date
054720         MOVE "OILCASHALLOC" TO GJ-Source
054730         MOVE ALT-Receipt-Num(ALT-Idx) TO GJ-Ref-Num
054740         MOVE ALT-Cust-Id(ALT-Idx) TO GJ-Party
054750         SET GJ-Dr-On-Account TO TRUE
054760         SET GJ-Cr-Customer-AR TO TRUE
054770         MOVE ALT-Amount(ALT-Idx) TO GJ-Amount
054780         MOVE ZEROS TO GJ-Posted-Period
054790         WRITE GLJrnlRec
054800     END-PERFORM.
054900     CLOSE CashApplFile, GLJrnlFile.
055000
055100 Print-Alloc-Report.
055200     OPEN OUTPUT AllocReportFile.
055300     WRITE AllocReportLine FROM Alloc-Heading-Line.
055400     MOVE WS-Run-Date TO Prn-Run-Date.
055500     WRITE AllocReportLine FROM Run-Date-Line.
055600     MOVE SPACES TO AllocReportLine.
055700     WRITE AllocReportLine.
055800     WRITE AllocReportLine FROM Alloc-Topic-Line.
055900     PERFORM VARYING ALT-Idx FROM 1 BY 1
056000             UNTIL ALT-Idx > WS-Alloc-Count
056100         MOVE ALT-Receipt-Num(ALT-Idx) TO Prn-Receipt-Num
056200         MOVE ALT-Receipt-Date(ALT-Idx) TO Prn-Receipt-Date
056300         MOVE ALT-Cust-Id(ALT-Idx) TO Prn-Cust-Id
056400         MOVE ALT-Invoice-Num(ALT-Idx) TO Prn-Invoice-Num
056500         MOVE ALT-Amount(ALT-Idx) TO Prn-Alloc-Amount
056600         MOVE SPACES TO Prn-Settled-Tag
056700         IF ALT-Settled(ALT-Idx) = 1
056800             MOVE "  SETTLED" TO Prn-Settled-Tag
056900         END-IF
057000         WRITE AllocReportLine FROM Alloc-Detail-Line
057100     END-PERFORM.
057200     IF WS-Alloc-Count = ZERO
057300         WRITE AllocReportLine FROM Alloc-None-Line
057400     END-IF.
057500     MOVE SPACES TO AllocReportLine.
057600     WRITE AllocReportLine.
057700     MOVE WS-Alloc-Count TO Prn-Alloc-Count.
057800     MOVE WS-Alloc-Total TO Prn-Alloc-Total.
057900     WRITE AllocReportLine FROM Alloc-Total-Line.
058000     MOVE WS-Settled-Count TO Prn-Settled-Count.
058100     WRITE AllocReportLine FROM Alloc-Settled-Line.
058200     MOVE WS-Cleared-Count TO Prn-Cleared-Count.
058300     WRITE AllocReportLine FROM Alloc-Cleared-Line.
058400     MOVE WS-Still-Held-Count TO Prn-Still-Held.
058500     WRITE AllocReportLine FROM Alloc-Held-Line.
058600     CLOSE AllocReportFile.
058700
058800 Journal-Allocation.
058900*    Called once the amounts have moved; the before figures are
059000*    the after figures plus the amount allocated.
059100     MOVE SPACES TO WS-Audit-Key.
059200     STRING WS-Cust-Id " " RT-Invoice-Num(WS-Reg-Sub)
059300         " R" OAT-Receipt-Num(WS-OA-Sub)
059400         DELIMITED BY SIZE INTO WS-Audit-Key.
059500     MOVE "OPEN-AMOUNT" TO WS-Audit-Field.
059600     COMPUTE WS-Audit-Amount = RT-Amount(WS-Reg-Sub)
059700         - RT-Amount-Paid(WS-Reg-Sub).
059800     MOVE WS-Audit-Amount TO WS-Open-Display.
059900     MOVE WS-Open-Display TO WS-Audit-New-Value.
060000     ADD WS-Alloc-Amount TO WS-Audit-Amount.
060100     MOVE WS-Audit-Amount TO WS-Open-Display.
060200     MOVE WS-Open-Display TO WS-Audit-Old-Value.
060300     PERFORM Write-Audit-Entry.
060400     MOVE "ON-ACCOUNT" TO WS-Audit-Field.
060500     COMPUTE WS-Audit-Amount = OAT-Amount(WS-OA-Sub)
060600         - OAT-Amount-Alloc(WS-OA-Sub).
060700     MOVE WS-Audit-Amount TO WS-Open-Display.
060800     MOVE WS-Open-Display TO WS-Audit-New-Value.
060900     ADD WS-Alloc-Amount TO WS-Audit-Amount.
061000     MOVE WS-Audit-Amount TO WS-Open-Display.
061100     MOVE WS-Open-Display TO WS-Audit-Old-Value.
061200     PERFORM Write-Audit-Entry.
061250
061300 Sign-On-Operator.
061400*    The operator signs on against OPERATOR.DAT before any work is
061500*    taken; three refusals end the session. Every try is written
061600*    to AUDIT.JRN.
061700     MOVE 0 TO WS-Sign-On-Tries.
061800     PERFORM Try-One-Sign-On
061900         UNTIL Signed-On OR WS-Sign-On-Tries >= 3.
062000     IF NOT Signed-On
062100         DISPLAY "Sign-on refused -- see the security officer."
062200         MOVE 1 TO RETURN-CODE
062300         STOP RUN
062400     END-IF.
062500     IF NOT OR-May-Change-Credit
062600         DISPLAY "Operator " WS-Sign-On-Id
062700             " does not hold the credit authority."
062800         MOVE SPACES TO WS-Audit-Key
062900         MOVE SPACES TO WS-Audit-Old-Value
063000         MOVE "SIGN-ON" TO WS-Audit-Field
063100         MOVE "NO AUTHORITY" TO WS-Audit-New-Value
063200         PERFORM Write-Audit-Entry
063300         MOVE 1 TO RETURN-CODE
063400         STOP RUN
063500     END-IF.
063600
063700 Try-One-Sign-On.
063800     ADD 1 TO WS-Sign-On-Tries.
063900     DISPLAY "Operator id: ".
064000     ACCEPT WS-Sign-On-Id.
064100     DISPLAY "Password: ".
064200     ACCEPT WS-Sign-On-Password.
064300     PERFORM Find-Operator.
064400     MOVE SPACES TO WS-Audit-Key.
064500     MOVE SPACES TO WS-Audit-Old-Value.
064600     MOVE "SIGN-ON" TO WS-Audit-Field.
064700     IF Operator-Found AND OR-Active
064800             AND OR-Password = WS-Sign-On-Password
064900         SET Signed-On TO TRUE
065000         MOVE "ACCEPTED" TO WS-Audit-New-Value
065100         DISPLAY "Signed on as " OR-Operator-Name
065200     ELSE
065300         MOVE "REFUSED" TO WS-Audit-New-Value
065400         DISPLAY "Operator id or password not accepted."
065500     END-IF.
065600     PERFORM Write-Audit-Entry.
065700
065800 Find-Operator.
065900     MOVE 0 TO WS-Operator-Found.
066000     MOVE 0 TO WS-Operator-EOF.
066100     OPEN INPUT OperatorFile.
066200     IF WS-Operator-File-Status NOT = "00"
066300         DISPLAY "OPERATOR.DAT not found -- the security officer"
066400             " sets up operators with OperMaint."
066500         MOVE 1 TO RETURN-CODE
066600         STOP RUN
066700     END-IF.
066800     PERFORM UNTIL Operator-EOF OR Operator-Found
066900         MOVE SPACES TO SignOnRec
067000         READ OperatorFile INTO SignOnRec
067100             AT END
067200                 SET Operator-EOF TO TRUE
067300             NOT AT END
067400                 IF OR-Operator-Id = WS-Sign-On-Id
067500                         AND WS-Sign-On-Id NOT = SPACES
067600                     SET Operator-Found TO TRUE
067700                 END-IF
067800         END-READ
067900     END-PERFORM.
068000     CLOSE OperatorFile.
068100
068200 Write-Audit-Entry.
068300*    One line on the common change journal AUDIT.JRN.
068400     OPEN EXTEND AuditFile.
068500     IF WS-Audit-File-Status NOT = "00"
068600         OPEN OUTPUT AuditFile
068700     END-IF.
068800     MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-Date.
068900     MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-Time.
069000     MOVE WS-Sign-On-Id TO AJ-Operator.
069100     MOVE "OILCASHALLOC" TO AJ-Program.
069200     MOVE WS-Audit-Key TO AJ-Record-Key.
069300     MOVE WS-Audit-Field TO AJ-Field.
069400     MOVE WS-Audit-Old-Value TO AJ-Old-Value.
069500     MOVE WS-Audit-New-Value TO AJ-New-Value.
069600     WRITE AuditRec.
069700     CLOSE AuditFile.
