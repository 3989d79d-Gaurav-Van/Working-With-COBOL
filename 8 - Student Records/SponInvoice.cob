000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SponInvoice.
000300* Term invoices to sponsors. After TermBill has split the
000400* sponsored students' charges, this run prints one invoice per
000500* sponsor on SPONINV.RPT for the term the operator names:
000600* every sponsored student's share of the term's tuition, one
000700* line each with the billing reference, then the term total,
000800* what the sponsor has already paid against it, the balance
000900* still open from earlier terms and the total now due.
001000* SPONITEM.DAT, the sponsor receivable (SPONITEM.CPY), holds
001100* the charge items TermBill writes and the payment items
001200* SponPayPost writes; open amounts are as SponPayPost left
001300* them. A sponsor with nothing charged for the term but money
001400* still open from earlier terms gets a statement of that
001500* balance instead, so nothing owed is left off the run.
001600* Student names come from STUDENTS.NEW; a student purged
001700* since billing prints "NOT ON FILE" in place of the name.
001800* Invoices follow one another, separated for bursting, in
001900* sponsor code order; a closing summary gives the count of
002000* invoices and the term and now-due totals across sponsors.
002100* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002200* programs do, falling back to today's date run standalone.
002300
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
002800              ORGANIZATION IS LINE SEQUENTIAL
002900              FILE STATUS IS WS-Sponsor-File-Status.
003000
003100     SELECT SponItemFile ASSIGN TO "SPONITEM.DAT"
003200              ORGANIZATION IS LINE SEQUENTIAL
003300              FILE STATUS IS WS-Spon-Item-File-Status.
003400
003500     SELECT NewStudentFile ASSIGN TO "STUDENTS.NEW"
003600              ORGANIZATION IS LINE SEQUENTIAL
003700              FILE STATUS IS WS-New-File-Status.
003800
003900     SELECT InvoiceFile ASSIGN TO "SPONINV.RPT"
004000              ORGANIZATION IS LINE SEQUENTIAL.
004100
004200     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
004300              ORGANIZATION IS LINE SEQUENTIAL
004400              FILE STATUS IS WS-Run-Date-File-Status.
004500
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  SponsorFile.
004900     COPY "SPONSOR.CPY" REPLACING ==REC-NAME== BY ==SponRec==.
005000
005100 FD  SponItemFile.
005200     COPY "SPONITEM.CPY" REPLACING ==REC-NAME==
005300         BY ==SponItemRec==.
005400
005500 FD  NewStudentFile.
005600     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==NewStudRec==.
005700
005800 FD  InvoiceFile.
005900 01  InvoiceLine            PIC X(80).
006000
006100 FD  RunDateFile.
006200 01  RunDateRec             PIC 9(8).
006300
006400 WORKING-STORAGE SECTION.
006500 01  WS-Sponsor-File-Status PIC XX.
006600 01  WS-Spon-Item-File-Status PIC XX.
006700 01  WS-New-File-Status     PIC XX.
006800 01  WS-Run-Date-File-Status PIC XX.
006900
007000 01  WS-Sponsor-EOF         PIC 9       VALUE 0.
007100     88 Sponsor-EOF                     VALUE 1.
007200 01  WS-Spon-Item-EOF       PIC 9       VALUE 0.
007300     88 Spon-Item-EOF                   VALUE 1.
007400 01  WS-Student-EOF         PIC 9       VALUE 0.
007500     88 Student-EOF                     VALUE 1.
007600
007700 01  WS-Term                PIC X(6).
007800 01  WS-Run-Date            PIC 9(8).
007900
008000* One slot per sponsor on SPONSOR.DAT, with the receivable
008100* summed from SPONITEM.DAT.
008200 01  Sponsor-Table.
008300     02  WS-Sponsor-Count   PIC 9(4)    VALUE ZEROS.
008400     02  SPT-Entry OCCURS 500 TIMES INDEXED BY SPT-Idx.
008500         03  SPT-Sponsor-Code   PIC X(5).
008600         03  SPT-Sponsor-Name   PIC X(30).
008700         03  SPT-Contact        PIC X(20).
008800         03  SPT-Term-Count     PIC 9(5).
008900         03  SPT-Term-Charged   PIC 9(7)V99.
009000         03  SPT-Term-Open      PIC 9(7)V99.
009100         03  SPT-Prior-Open     PIC 9(7)V99.
009200
009300* The term's charge items, in SPONITEM.DAT order.
009400 01  Charge-Table.
009500     02  WS-Charge-Count    PIC 9(4)    VALUE ZEROS.
009600     02  CT-Entry OCCURS 5000 TIMES INDEXED BY CT-Idx.
009700         03  CT-Sponsor-Code    PIC X(5).
009800         03  CT-Student-Id      PIC 9(7).
009900         03  CT-Ref-Num         PIC 9(6).
010000         03  CT-Item-Date       PIC 9(8).
010100         03  CT-Amount          PIC 9(6)V99.
010200         03  CT-Last-Name       PIC X(8).
010300         03  CT-First-Name      PIC X(6).
010400
010500 01  WS-Sponsor-Sub         PIC 9(4)    VALUE ZEROS.
010600 01  WS-Sponsor-Found       PIC 9       VALUE 0.
010700     88 Sponsor-Found                   VALUE 1.
010800 01  WS-Unknown-Count       PIC 9(5)    VALUE ZEROS.
010900 01  WS-Invoice-Count       PIC 9(5)    VALUE ZEROS.
011000 01  WS-Now-Due             PIC 9(7)V99 VALUE ZEROS.
011100 01  WS-Term-Paid           PIC 9(7)V99 VALUE ZEROS.
011200 01  WS-All-Term-Charged    PIC 9(8)V99 VALUE ZEROS.
011300 01  WS-All-Now-Due         PIC 9(8)V99 VALUE ZEROS.
011400
011500 01  Invoice-Separator      PIC X(70) VALUE ALL "=".
011600 01  Invoice-Head-Line.
011700     02  Prn-Invoice-Title  PIC X(30).
011800     02  FILLER             PIC X(6)  VALUE "TERM: ".
011900     02  Prn-Term           PIC X(6).
012000     02  FILLER             PIC X(12) VALUE "      DATE: ".
012100     02  Prn-Run-Date       PIC 9999/99/99.
012200 01  Invoice-Sponsor-Line.
012300     02  FILLER             PIC X(9)  VALUE "SPONSOR: ".
012400     02  Prn-Sponsor-Code   PIC X(5).
012500     02  FILLER             PIC XX    VALUE SPACES.
012600     02  Prn-Sponsor-Name   PIC X(30).
012700 01  Invoice-Contact-Line.
012800     02  FILLER             PIC X(16) VALUE "ATTENTION:".
012900     02  Prn-Contact        PIC X(20).
013000 01  Invoice-Topic-Line.
013100     02  FILLER             PIC X(11) VALUE "  STUDENT".
013200     02  FILLER             PIC X(18) VALUE "NAME".
013300     02  FILLER             PIC X(8)  VALUE "REF".
013400     02  FILLER             PIC X(10) VALUE "BILLED".
013500     02  FILLER             PIC X(12) VALUE "  SPONSORED".
013600 01  Invoice-Detail-Line.
013700     02  FILLER             PIC XX    VALUE SPACES.
013800     02  Prn-Student-Id     PIC 9(7).
013900     02  FILLER             PIC XX    VALUE SPACES.
014000     02  Prn-Last-Name      PIC X(8).
014100     02  Prn-Name-Comma     PIC XX.
014200     02  Prn-First-Name     PIC X(8).
014300     02  Prn-Ref-Num        PIC 9(6).
014400     02  FILLER             PIC XX    VALUE SPACES.
014500     02  Prn-Item-Date      PIC 9999/99/99.
014600     02  Prn-Amount         PIC BB$$$,$$9.99.
014700 01  Invoice-None-Line      PIC X(50)
014800     VALUE "  No students charged to this sponsor this term.".
014900 01  Invoice-Amount-Line.
015000     02  FILLER             PIC X(10) VALUE SPACES.
015100     02  Prn-Amount-Caption PIC X(35).
015200     02  Prn-Summary-Amount PIC BBB$$,$$$,$$9.99.
015300 01  Invoice-Close-Line     PIC X(70)
015400     VALUE "Please quote the sponsor code with your remittance.".
015500
015600 01  Summary-Heading-Line   PIC X(50)
015700     VALUE "           SPONSOR INVOICE RUN SUMMARY".
015800 01  Summary-Count-Line.
015900     02  FILLER             PIC X(24)
016000         VALUE "  INVOICES PRINTED".
016100     02  Prn-Invoice-Count  PIC ZZZZ9.
016200 01  Summary-Amount-Line.
016300     02  Prn-SA-Caption     PIC X(24).
016400     02  Prn-SA-Amount      PIC $$$,$$$,$$9.99.
016500
016600 PROCEDURE DIVISION.
016700 Begin.
016800     PERFORM Load-Run-Date.
016900     DISPLAY "Term to invoice (6 characters, e.g. 2026FA): ".
017000     ACCEPT WS-Term.
017100     IF WS-Term = SPACES
017200         DISPLAY "No term given -- nothing invoiced."
017300         MOVE 1 TO RETURN-CODE
017400         STOP RUN
017500     END-IF.
017600     PERFORM Load-Sponsor-Table.
017700     PERFORM Load-Sponsor-Items.
017800     PERFORM Load-Student-Names.
017900     OPEN OUTPUT InvoiceFile.
018000     PERFORM VARYING SPT-Idx FROM 1 BY 1
018100             UNTIL SPT-Idx > WS-Sponsor-Count
018200         IF SPT-Term-Count(SPT-Idx) > ZERO
018300            OR SPT-Prior-Open(SPT-Idx) > ZERO
018400             PERFORM Print-One-Invoice
018500         END-IF
018600     END-PERFORM.
018700     PERFORM Write-Run-Summary.
018800     CLOSE InvoiceFile.
018900     DISPLAY "SponInvoice: " WS-Invoice-Count " invoices for"
019000         " term " WS-Term ", " WS-Charge-Count
019100         " sponsored charges.".
019200     IF WS-Unknown-Count > ZERO
019300         DISPLAY "SponInvoice: " WS-Unknown-Count " items for"
019400             " sponsors not on SPONSOR.DAT -- not invoiced."
019500         MOVE 1 TO RETURN-CODE
019600     ELSE
019700         MOVE 0 TO RETURN-CODE
019800     END-IF.
019900     STOP RUN.
020000
020100 Load-Run-Date.
020200     OPEN INPUT RunDateFile.
020300     IF WS-Run-Date-File-Status = "00"
020400         READ RunDateFile
020500             AT END CONTINUE
020600         END-READ
020700         MOVE RunDateRec TO WS-Run-Date
020800         CLOSE RunDateFile
020900     ELSE
021000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
021100     END-IF.
021200
021300 Load-Sponsor-Table.
021400     OPEN INPUT SponsorFile.
021500     IF WS-Sponsor-File-Status NOT = "00"
021600         DISPLAY "SPONSOR.DAT not found -- nobody to invoice."
021700         MOVE 1 TO RETURN-CODE
021800         STOP RUN
021900     END-IF.
022000     READ SponsorFile
022100         AT END SET Sponsor-EOF TO TRUE
022200     END-READ.
022300     PERFORM UNTIL Sponsor-EOF
022400         IF WS-Sponsor-Count >= 500
022500             DISPLAY "Over 500 sponsors -- raise the SPT-Entry"
022600                 " table size."
022700             MOVE 1 TO RETURN-CODE
022800             STOP RUN
022900         END-IF
023000         ADD 1 TO WS-Sponsor-Count
023100         MOVE SP-Sponsor-Code TO
023200             SPT-Sponsor-Code(WS-Sponsor-Count)
023300         MOVE SP-Sponsor-Name TO
023400             SPT-Sponsor-Name(WS-Sponsor-Count)
023500         MOVE SP-Contact TO SPT-Contact(WS-Sponsor-Count)
023600         MOVE ZEROS TO SPT-Term-Count(WS-Sponsor-Count),
023700             SPT-Term-Charged(WS-Sponsor-Count),
023800             SPT-Term-Open(WS-Sponsor-Count),
023900             SPT-Prior-Open(WS-Sponsor-Count)
024000         READ SponsorFile
024100             AT END SET Sponsor-EOF TO TRUE
024200         END-READ
024300     END-PERFORM.
024400     CLOSE SponsorFile.
024500
024600 Load-Sponsor-Items.
024700     OPEN INPUT SponItemFile.
024800     IF WS-Spon-Item-File-Status NOT = "00"
024900         DISPLAY "SPONITEM.DAT not found -- no sponsor charges"
025000             " to invoice. Run TermBill."
025100         MOVE 1 TO RETURN-CODE
025200         STOP RUN
025300     END-IF.
025400     READ SponItemFile
025500         AT END SET Spon-Item-EOF TO TRUE
025600     END-READ.
025700     PERFORM UNTIL Spon-Item-EOF
025800         IF SPI-Charge
025900             PERFORM Take-One-Charge
026000         END-IF
026100         READ SponItemFile
026200             AT END SET Spon-Item-EOF TO TRUE
026300         END-READ
026400     END-PERFORM.
026500     CLOSE SponItemFile.
026600
026700 Take-One-Charge.
026800     PERFORM Find-Sponsor.
026900     IF NOT Sponsor-Found
027000         ADD 1 TO WS-Unknown-Count
027100     ELSE
027200         IF SPI-Term = WS-Term
027300             IF WS-Charge-Count >= 5000
027400                 DISPLAY "Over 5000 sponsored charges in one term"
027500                     " -- raise the CT-Entry table size."
027600                 MOVE 1 TO RETURN-CODE
027700                 STOP RUN
027800             END-IF
027900             ADD 1 TO WS-Charge-Count
028000             MOVE SPI-Sponsor-Code TO
028100                 CT-Sponsor-Code(WS-Charge-Count)
028200             MOVE SPI-Student-Id TO CT-Student-Id(WS-Charge-Count)
028300             MOVE SPI-Ref-Num TO CT-Ref-Num(WS-Charge-Count)
028400             MOVE SPI-Item-Date TO CT-Item-Date(WS-Charge-Count)
028500             MOVE SPI-Amount TO CT-Amount(WS-Charge-Count)
028600             MOVE "NOT ON " TO CT-Last-Name(WS-Charge-Count)
028700             MOVE "FILE" TO CT-First-Name(WS-Charge-Count)
028800             ADD 1 TO SPT-Term-Count(WS-Sponsor-Sub)
028900             ADD SPI-Amount TO SPT-Term-Charged(WS-Sponsor-Sub)
029000             ADD SPI-Open-Amount TO SPT-Term-Open(WS-Sponsor-Sub)
029100         ELSE
029200             ADD SPI-Open-Amount TO SPT-Prior-Open(WS-Sponsor-Sub)
029300         END-IF
029400     END-IF.
029500
029600 Find-Sponsor.
029700     MOVE 0 TO WS-Sponsor-Found.
029800     MOVE ZEROS TO WS-Sponsor-Sub.
029900     PERFORM UNTIL Sponsor-Found
030000            OR WS-Sponsor-Sub >= WS-Sponsor-Count
030100         ADD 1 TO WS-Sponsor-Sub
030200         IF SPT-Sponsor-Code(WS-Sponsor-Sub) = SPI-Sponsor-Code
030300             SET Sponsor-Found TO TRUE
030400         END-IF
030500     END-PERFORM.
030600
030700 Load-Student-Names.
030800*    One pass of the master fills in the name on every charge
030900*    for the student; a charge left with the "NOT ON FILE"
031000*    default is for a student purged since billing.
031100     OPEN INPUT NewStudentFile.
031200     IF WS-New-File-Status NOT = "00"
031300         DISPLAY "STUDENTS.NEW not found -- invoices printed"
031400             " without student names."
031500     ELSE
031600         READ NewStudentFile
031700             AT END SET Student-EOF TO TRUE
031800         END-READ
031900         PERFORM UNTIL Student-EOF
032000             PERFORM VARYING CT-Idx FROM 1 BY 1
032100                     UNTIL CT-Idx > WS-Charge-Count
032200                 IF CT-Student-Id(CT-Idx) =
032250                         Student-Id OF NewStudRec
032300                     MOVE Last-Name OF NewStudRec TO
032400                         CT-Last-Name(CT-Idx)
032500                     MOVE First-Name OF NewStudRec TO
032600                         CT-First-Name(CT-Idx)
032700                 END-IF
032800             END-PERFORM
032900             READ NewStudentFile
033000                 AT END SET Student-EOF TO TRUE
033100             END-READ
033200         END-PERFORM
033300         CLOSE NewStudentFile
033400     END-IF.
033500
033600 Print-One-Invoice.
033700     ADD 1 TO WS-Invoice-Count.
033800     IF WS-Invoice-Count > 1
033900         MOVE SPACES TO InvoiceLine
034000         WRITE InvoiceLine
034100     END-IF.
034200     WRITE InvoiceLine FROM Invoice-Separator.
034300     IF SPT-Term-Count(SPT-Idx) > ZERO
034400         MOVE "SPONSORED TUITION INVOICE" TO Prn-Invoice-Title
034500     ELSE
034600         MOVE "SPONSOR STATEMENT OF BALANCE" TO Prn-Invoice-Title
034700     END-IF.
034800     MOVE WS-Term TO Prn-Term.
034900     MOVE WS-Run-Date TO Prn-Run-Date.
035000     WRITE InvoiceLine FROM Invoice-Head-Line.
035100     MOVE SPACES TO InvoiceLine.
035200     WRITE InvoiceLine.
035300     MOVE SPT-Sponsor-Code(SPT-Idx) TO Prn-Sponsor-Code.
035400     MOVE SPT-Sponsor-Name(SPT-Idx) TO Prn-Sponsor-Name.
035500     WRITE InvoiceLine FROM Invoice-Sponsor-Line.
035600     IF SPT-Contact(SPT-Idx) NOT = SPACES
035700         MOVE SPT-Contact(SPT-Idx) TO Prn-Contact
035800         WRITE InvoiceLine FROM Invoice-Contact-Line
035900     END-IF.
036000     MOVE SPACES TO InvoiceLine.
036100     WRITE InvoiceLine.
036200     IF SPT-Term-Count(SPT-Idx) = ZERO
036300         WRITE InvoiceLine FROM Invoice-None-Line
036400     ELSE
036500         WRITE InvoiceLine FROM Invoice-Topic-Line
036600         PERFORM VARYING CT-Idx FROM 1 BY 1
036700                 UNTIL CT-Idx > WS-Charge-Count
036800             IF CT-Sponsor-Code(CT-Idx) =
036850                     SPT-Sponsor-Code(SPT-Idx)
036900                 PERFORM Print-Charge-Line
037000             END-IF
037100         END-PERFORM
037200     END-IF.
037300     MOVE SPACES TO InvoiceLine.
037400     WRITE InvoiceLine.
037500     COMPUTE WS-Term-Paid = SPT-Term-Charged(SPT-Idx)
037600         - SPT-Term-Open(SPT-Idx).
037700     COMPUTE WS-Now-Due = SPT-Term-Open(SPT-Idx)
037800         + SPT-Prior-Open(SPT-Idx).
037900     ADD SPT-Term-Charged(SPT-Idx) TO WS-All-Term-Charged.
038000     ADD WS-Now-Due TO WS-All-Now-Due.
038100     MOVE "CHARGES THIS TERM" TO Prn-Amount-Caption.
038200     MOVE SPT-Term-Charged(SPT-Idx) TO Prn-Summary-Amount.
038300     WRITE InvoiceLine FROM Invoice-Amount-Line.
038400     IF WS-Term-Paid > ZERO
038500         MOVE "LESS RECEIVED AGAINST THIS TERM" TO
038600             Prn-Amount-Caption
038700         MOVE WS-Term-Paid TO Prn-Summary-Amount
038800         WRITE InvoiceLine FROM Invoice-Amount-Line
038900     END-IF.
039000     IF SPT-Prior-Open(SPT-Idx) > ZERO
039100         MOVE "BALANCE OPEN FROM EARLIER TERMS" TO
039200             Prn-Amount-Caption
039300         MOVE SPT-Prior-Open(SPT-Idx) TO Prn-Summary-Amount
039400         WRITE InvoiceLine FROM Invoice-Amount-Line
039500     END-IF.
039600     MOVE "TOTAL NOW DUE" TO Prn-Amount-Caption.
039700     MOVE WS-Now-Due TO Prn-Summary-Amount.
039800     WRITE InvoiceLine FROM Invoice-Amount-Line.
039900     MOVE SPACES TO InvoiceLine.
040000     WRITE InvoiceLine.
040100     WRITE InvoiceLine FROM Invoice-Close-Line.
040200
040300 Print-Charge-Line.
040400     MOVE CT-Student-Id(CT-Idx) TO Prn-Student-Id.
040500     MOVE CT-Last-Name(CT-Idx) TO Prn-Last-Name.
040600     MOVE CT-First-Name(CT-Idx) TO Prn-First-Name.
040700     IF CT-Last-Name(CT-Idx) = "NOT ON "
040800         MOVE SPACES TO Prn-Name-Comma
040900     ELSE
041000         MOVE ", " TO Prn-Name-Comma
041100     END-IF.
041200     MOVE CT-Ref-Num(CT-Idx) TO Prn-Ref-Num.
041300     MOVE CT-Item-Date(CT-Idx) TO Prn-Item-Date.
041400     MOVE CT-Amount(CT-Idx) TO Prn-Amount.
041500     WRITE InvoiceLine FROM Invoice-Detail-Line.
041600
041700 Write-Run-Summary.
041800     MOVE SPACES TO InvoiceLine.
041900     WRITE InvoiceLine.
042000     WRITE InvoiceLine FROM Invoice-Separator.
042100     WRITE InvoiceLine FROM Summary-Heading-Line.
042200     MOVE WS-Invoice-Count TO Prn-Invoice-Count.
042300     WRITE InvoiceLine FROM Summary-Count-Line.
042400     MOVE "  CHARGED THIS TERM" TO Prn-SA-Caption.
042500     MOVE WS-All-Term-Charged TO Prn-SA-Amount.
042600     WRITE InvoiceLine FROM Summary-Amount-Line.
042700     MOVE "  TOTAL NOW DUE" TO Prn-SA-Caption.
042800     MOVE WS-All-Now-Due TO Prn-SA-Amount.
042900     WRITE InvoiceLine FROM Summary-Amount-Line.
