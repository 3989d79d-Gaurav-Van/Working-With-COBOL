001020* date out to the dated OPENINV archives, so the load stays
001030* the working window, not history);
001040* Apply-Receipts then works the batch one
001080* receipt at a time. A clean receipt adds to OI-Amount-Paid and
001120* flips OI-Status to "P" the moment the invoice is fully
001160* settled. A receipt with no invoice number (zero) is applied
001200* oldest-first across the customer's open invoices, credit
001240* memos left alone. Money that cannot be applied is not lost:
001280* a receipt naming an invoice not on the register or one billed
001320* to a different customer is held whole on the customer's
001360* account, and a receipt paying more than its invoice has open
001400* settles the invoice and holds the rest on account, as does
001440* what is left of a no-invoice receipt once the customer has
001480* nothing open. Held money goes to ONACCT.DAT (ONACCT.CPY
001520* layout) for OilCashAlloc to allocate later, and each such
001560* receipt is still listed on OILCSHEX.RPT so credit control
001600* can chase the remittance. Every application and every amount
001640* held gets a
001700* line on the OILCASH.RPT posting register, and the register
001800* file is rewritten whole once the batch is done -- a failure
001900* partway leaves OPENINV.DAT as it was.
002000* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002100* programs do, falling back to today's date run standalone.
002110* Each application and each amount held on account is also
002120* journalled to CASHAPPL.DAT (CASHAPPL.CPY layout) for the
002130* month-end statements. The entries are gathered in
002140* CASHAPPL.TMP while the batch posts and only once the register
002150* has been rewritten are they appended to the journal and the
002160* held amounts to ONACCT.DAT, so neither file shows cash the
002170* register lost.
002176* The same pass writes each entry to GLJRNL.DAT, the general
002182* ledger journal (GLJRNL.CPY layout): cash applied debits cash
002188* and credits the customer receivable, cash held debits cash and
002194* credits customer cash on account, under the receipt number.
002200
002300 ENVIRONMENT DIVISION.
002400 INPUT-OUTPUT SECTION.
004100              ORGANIZATION IS LINE SEQUENTIAL
004200              FILE STATUS IS WS-Run-Date-File-Status.
004300
004305     SELECT CashApplFile ASSIGN TO "CASHAPPL.DAT"
004310              ORGANIZATION IS LINE SEQUENTIAL
004315              FILE STATUS IS WS-Cash-Appl-File-Status.
004320
004325     SELECT CashApplWorkFile ASSIGN TO "CASHAPPL.TMP"
004330              ORGANIZATION IS LINE SEQUENTIAL.
004335
004340     SELECT OnAccountFile ASSIGN TO "ONACCT.DAT"
004345              ORGANIZATION IS LINE SEQUENTIAL
004350              FILE STATUS IS WS-On-Account-File-Status.
004355
004360     SELECT OnAccountWorkFile ASSIGN TO "ONACCT.TMP"
004365              ORGANIZATION IS LINE SEQUENTIAL.
004370
004375     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
004380              ORGANIZATION IS LINE SEQUENTIAL
004385              FILE STATUS IS WS-GL-Jrnl-File-Status.
004390
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  OpenInvoiceFile.
005800 FD  RunDateFile.
005900 01  RunDateRec             PIC 9(8).
006000
006005 FD  CashApplFile.
006010     COPY "CASHAPPL.CPY" REPLACING
006015         ==REC-NAME== BY ==CashApplRec==.
006020
006025 FD  CashApplWorkFile.
006030 01  CashApplWorkRec        PIC X(44).
006035
006040 FD  OnAccountFile.
006045     COPY "ONACCT.CPY" REPLACING ==REC-NAME== BY ==OnAcctRec==.
006050
006055 FD  OnAccountWorkFile.
006060 01  OnAcctWorkRec          PIC X(52).
006065
006070 FD  GLJrnlFile.
006075     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
006080
006100 WORKING-STORAGE SECTION.
006200 01  WS-Open-Inv-File-Status PIC XX.
006300 01  WS-Receipt-File-Status PIC XX.
006400 01  WS-Run-Date-File-Status PIC XX.
006450 01  WS-Cash-Appl-File-Status PIC XX.
006470 01  WS-On-Account-File-Status PIC XX.
006480 01  WS-GL-Jrnl-File-Status PIC XX.
006500
006600 01  WS-Register-EOF        PIC 9       VALUE 0.
006700     88 Register-EOF                    VALUE 1.
006800 01  WS-Receipt-EOF         PIC 9       VALUE 0.
006900     88 Receipt-EOF                     VALUE 1.
006930 01  WS-Cash-Appl-EOF       PIC 9       VALUE 0.
006960     88 Cash-Appl-EOF                   VALUE 1.
006970 01  WS-On-Account-EOF      PIC 9       VALUE 0.
006980     88 On-Account-EOF                  VALUE 1.
007000
007100 01  Register-Table.
007200     02  WS-Register-Count  PIC 9(4)    VALUE ZEROS.
008200 01  WS-Inv-Found           PIC 9       VALUE 0.
008300     88 Invoice-Found                   VALUE 1.
008400 01  WS-Open-Amount         PIC S9(7)V99 VALUE ZEROS.
008410 01  WS-Apply-Amount        PIC S9(7)V99 VALUE ZEROS.
008420 01  WS-Left-Amount         PIC S9(7)V99 VALUE ZEROS.
008430 01  WS-Oldest-Sub          PIC 9(4)    VALUE ZEROS.
008440 01  WS-Hold-Reason         PIC X       VALUE SPACE.
008450 01  WS-Receipt-Applied     PIC 9       VALUE 0.
008460     88 Receipt-Applied                 VALUE 1.
008500
008600 01  WS-Receipt-Count       PIC 9(5)    VALUE ZEROS.
008700 01  WS-Applied-Count       PIC 9(5)    VALUE ZEROS.
008800 01  WS-Exception-Count     PIC 9(5)    VALUE ZEROS.
008900 01  WS-Settled-Count       PIC 9(5)    VALUE ZEROS.
008930 01  WS-Held-Count          PIC 9(5)    VALUE ZEROS.
008960 01  WS-Held-Total          PIC 9(8)V99 VALUE ZEROS.
009000
009100 01  WS-Exception-Heading   PIC X(100)
009200     VALUE "CASH RECEIPT POSTING EXCEPTION REPORT".
012900     02  FILLER             PIC X(24)
013000         VALUE "  INVOICES SETTLED     :".
013100     02  Prn-Settled-Count  PIC BZZZZ9.
013110 01  Post-Held-Line.
013120     02  FILLER             PIC X(24)
013130         VALUE "  HELD ON ACCOUNT      :".
013140     02  Prn-Held-Count     PIC BZZZZ9.
013150     02  FILLER             PIC X(3)  VALUE " / ".
013160     02  Prn-Held-Total     PIC $$$,$$$,$$9.99.
013200
013300 PROCEDURE DIVISION.
013400 Begin.
013600     PERFORM Load-Open-Invoices.
013700     PERFORM Apply-Receipts.
013800     PERFORM Rewrite-Register.
013850     PERFORM Append-Cash-Journal.
013870     PERFORM Append-On-Account.
013900     DISPLAY "OilCashPost: " WS-Applied-Count " of "
014000         WS-Receipt-Count " receipts applied, "
014100         WS-Exception-Count " exceptions, "
014160         WS-Settled-Count " invoices settled, "
014220         WS-Held-Count " held on account.".
014300     MOVE 0 TO RETURN-CODE.
014400     STOP RUN.
014500
019800         STOP RUN
019900     END-IF.
020000     OPEN OUTPUT ExceptionFile
020060     OPEN OUTPUT PostReportFile
020120     OPEN OUTPUT CashApplWorkFile.
020160     OPEN OUTPUT OnAccountWorkFile.
020200     WRITE ExceptionLine FROM WS-Exception-Heading.
020300     WRITE PostReportLine FROM Post-Heading-Line.
020400     MOVE WS-Run-Date TO WS-Run-Date-Edited.
022800     WRITE PostReportLine FROM Post-Total-Line.
022900     MOVE WS-Settled-Count TO Prn-Settled-Count.
023000     WRITE PostReportLine FROM Post-Settled-Line.
023010     MOVE WS-Held-Count TO Prn-Held-Count.
023020     MOVE WS-Held-Total TO Prn-Held-Total.
023030     WRITE PostReportLine FROM Post-Held-Line.
023060     CLOSE CashReceiptFile, ExceptionFile, PostReportFile,
023130         CashApplWorkFile, OnAccountWorkFile.
023200
023300 Post-One-Receipt.
023400     MOVE 0 TO WS-Receipt-Applied.
023500     IF CR-Invoice-Num = ZERO
023600         PERFORM Apply-Oldest-First
023700     ELSE
023770         PERFORM Find-Register-Entry
023840         IF NOT Invoice-Found
023910             PERFORM Hold-Unknown-Invoice
024000         ELSE
024160             IF RT-Cust-Id(WS-Reg-Sub) NOT = CR-Cust-Id
024320                 PERFORM Hold-Wrong-Customer
024500             ELSE
024520                 COMPUTE WS-Open-Amount = RT-Amount(WS-Reg-Sub)
024540                     - RT-Amount-Paid(WS-Reg-Sub)
024560                 IF CR-Amount > WS-Open-Amount
024580                     PERFORM Hold-Overpayment
024600                 ELSE
024620                     MOVE CR-Amount TO WS-Apply-Amount
024640                     PERFORM Apply-One-Receipt
024660                 END-IF
024700             END-IF
024800         END-IF
024820     END-IF.
024840     IF Receipt-Applied
024860         ADD 1 TO WS-Applied-Count
024900     END-IF.
025000
025100 Find-Register-Entry.
025900         END-IF
026000     END-PERFORM.
026100
026102 Apply-Oldest-First.
026104*    A receipt naming no invoice pays the customer's open
026106*    invoices oldest first; whatever is left once nothing is
026108*    open is held on account.
026110     MOVE CR-Amount TO WS-Left-Amount.
026112     PERFORM Find-Oldest-Open-Invoice.
026114     PERFORM UNTIL WS-Left-Amount = ZERO OR WS-Oldest-Sub = ZERO
026116         MOVE WS-Oldest-Sub TO WS-Reg-Sub
026118         COMPUTE WS-Open-Amount = RT-Amount(WS-Reg-Sub)
026120             - RT-Amount-Paid(WS-Reg-Sub)
026122         IF WS-Left-Amount < WS-Open-Amount
026124             MOVE WS-Left-Amount TO WS-Apply-Amount
026126         ELSE
026128             MOVE WS-Open-Amount TO WS-Apply-Amount
026130         END-IF
026132         PERFORM Apply-One-Receipt
026134         SUBTRACT WS-Apply-Amount FROM WS-Left-Amount
026136         PERFORM Find-Oldest-Open-Invoice
026138     END-PERFORM.
026140     IF WS-Left-Amount > ZERO
026144         PERFORM Hold-No-Invoice-Remainder
026146     END-IF.
026148
026150 Find-Oldest-Open-Invoice.
026152*    Credit memos and settled invoices are passed over. The
026154*    register is in invoice-number order, so of two invoices
026156*    dated the same day the lower number is taken first.
026158     MOVE ZEROS TO WS-Oldest-Sub.
026160     PERFORM VARYING RT-Idx FROM 1 BY 1
026162             UNTIL RT-Idx > WS-Register-Count
026164         IF RT-Cust-Id(RT-Idx) = CR-Cust-Id
026166            AND RT-Status(RT-Idx) = "O"
026168            AND RT-Amount(RT-Idx) > RT-Amount-Paid(RT-Idx)
026170             IF WS-Oldest-Sub = ZERO
026172                 SET WS-Oldest-Sub TO RT-Idx
026174             ELSE
026176                 IF RT-Inv-Date(RT-Idx)
026178                         < RT-Inv-Date(WS-Oldest-Sub)
026180                     SET WS-Oldest-Sub TO RT-Idx
026182                 END-IF
026184             END-IF
026186         END-IF
026188     END-PERFORM.
026190
026200 Apply-One-Receipt.
026260*    Applies WS-Apply-Amount of the receipt to the register
026320*    entry at WS-Reg-Sub.
026380     ADD WS-Apply-Amount TO RT-Amount-Paid(WS-Reg-Sub).
026440     SET Receipt-Applied TO TRUE.
026500     COMPUTE WS-Open-Amount = RT-Amount(WS-Reg-Sub)
026600         - RT-Amount-Paid(WS-Reg-Sub).
026700     MOVE SPACES TO Prn-Settled-Tag.
027200     END-IF.
027300     MOVE CR-Receipt-Num TO Prn-Receipt-Num.
027400     MOVE CR-Cust-Id TO Prn-Cust-Id.
027500     MOVE RT-Invoice-Num(WS-Reg-Sub) TO Prn-Invoice-Num.
027600     MOVE WS-Apply-Amount TO Prn-Rcpt-Amount.
027700     MOVE WS-Open-Amount TO Prn-Still-Open.
027800     WRITE PostReportLine FROM Post-Detail-Line.
027810     MOVE CR-Receipt-Num TO CA-Receipt-Num.
027820     MOVE CR-Cust-Id TO CA-Cust-Id.
027830     MOVE RT-Invoice-Num(WS-Reg-Sub) TO CA-Invoice-Num.
027840     MOVE CR-Date TO CA-Receipt-Date.
027850     MOVE WS-Run-Date TO CA-Post-Date.
027860     MOVE WS-Apply-Amount TO CA-Amount.
027870     SET CA-Applied TO TRUE.
027880     WRITE CashApplWorkRec FROM CashApplRec.
027900
027906 Hold-On-Account.
027912*    WS-Left-Amount of the receipt goes on the customer's
027918*    account for OilCashAlloc, for the reason in
027924*    WS-Hold-Reason.
027930     ADD 1 TO WS-Held-Count.
027936     ADD WS-Left-Amount TO WS-Held-Total.
027942     MOVE CR-Receipt-Num TO Prn-Receipt-Num.
027948     MOVE CR-Cust-Id TO Prn-Cust-Id.
027954     MOVE ZEROS TO Prn-Invoice-Num.
027960     MOVE WS-Left-Amount TO Prn-Rcpt-Amount.
027966     MOVE ZEROS TO Prn-Still-Open.
027972     MOVE "  ON ACCT" TO Prn-Settled-Tag.
027978     WRITE PostReportLine FROM Post-Detail-Line.
027984     MOVE CR-Receipt-Num TO CA-Receipt-Num.
027990     MOVE CR-Cust-Id TO CA-Cust-Id.
027996     MOVE ZEROS TO CA-Invoice-Num.
028002     MOVE CR-Date TO CA-Receipt-Date.
028008     MOVE WS-Run-Date TO CA-Post-Date.
028014     MOVE WS-Left-Amount TO CA-Amount.
028020     SET CA-On-Account TO TRUE.
028026     WRITE CashApplWorkRec FROM CashApplRec.
028032     MOVE CR-Receipt-Num TO UA-Receipt-Num.
028038     MOVE CR-Cust-Id TO UA-Cust-Id.
028044     MOVE CR-Date TO UA-Receipt-Date.
028050     MOVE WS-Run-Date TO UA-Post-Date.
028056     MOVE CR-Invoice-Num TO UA-Invoice-Num.
028062     MOVE WS-Left-Amount TO UA-Amount.
028068     MOVE ZEROS TO UA-Amount-Alloc.
028074     MOVE WS-Hold-Reason TO UA-Reason.
028080     WRITE OnAcctWorkRec FROM OnAcctRec.
028086
028092 Hold-Unknown-Invoice.
028100     ADD 1 TO WS-Exception-Count.
028200     MOVE CR-Amount TO WS-Amount-Display.
028300     MOVE SPACES TO WS-Exception-Detail
028400     STRING "  Receipt " CR-Receipt-Num " invoice "
028500         CR-Invoice-Num " not on the register -- "
028600         WS-Amount-Display " held on account"
028700         DELIMITED BY SIZE INTO WS-Exception-Detail
028800     END-STRING.
028900     WRITE ExceptionLine FROM WS-Exception-Detail.
028920     MOVE CR-Amount TO WS-Left-Amount.
028940     MOVE "U" TO WS-Hold-Reason.
028960     PERFORM Hold-On-Account.
029000
029100 Hold-Wrong-Customer.
029200     ADD 1 TO WS-Exception-Count.
029300     MOVE CR-Amount TO WS-Amount-Display.
029400     MOVE SPACES TO WS-Exception-Detail
029500     STRING "  Receipt " CR-Receipt-Num " invoice "
029600         CR-Invoice-Num " belongs to cust "
029700         RT-Cust-Id(WS-Reg-Sub) " not " CR-Cust-Id
029800         " -- " WS-Amount-Display " held on account"
029900         DELIMITED BY SIZE INTO WS-Exception-Detail
030000     END-STRING.
030100     WRITE ExceptionLine FROM WS-Exception-Detail.
030120     MOVE CR-Amount TO WS-Left-Amount.
030140     MOVE "W" TO WS-Hold-Reason.
030160     PERFORM Hold-On-Account.
030200
030260 Hold-Overpayment.
030320*    The invoice is settled and the excess held on account.
030400     ADD 1 TO WS-Exception-Count.
030500     MOVE CR-Amount TO WS-Amount-Display.
030600     MOVE WS-Open-Amount TO WS-Open-Display.
030700     MOVE SPACES TO WS-Exception-Detail
030800     STRING "  Receipt " CR-Receipt-Num " invoice "
030900         CR-Invoice-Num " pays " WS-Amount-Display
031000         " over open " WS-Open-Display
031100         " -- excess held on account"
031200         DELIMITED BY SIZE INTO WS-Exception-Detail
031300     END-STRING.
031400     WRITE ExceptionLine FROM WS-Exception-Detail.
031410     IF WS-Open-Amount > ZERO
031420         MOVE WS-Open-Amount TO WS-Apply-Amount
031430         PERFORM Apply-One-Receipt
031440     ELSE
031450         MOVE ZEROS TO WS-Apply-Amount
031460     END-IF.
031470     COMPUTE WS-Left-Amount = CR-Amount - WS-Apply-Amount.
031480     MOVE "O" TO WS-Hold-Reason.
031490     PERFORM Hold-On-Account.
031500
031600 Rewrite-Register.
031700     OPEN OUTPUT OpenInvoiceFile.
032600         WRITE OpenInvRec
032700     END-PERFORM.
032800     CLOSE OpenInvoiceFile.
032900
033000 Append-Cash-Journal.
033100     OPEN EXTEND CashApplFile.
033200     IF WS-Cash-Appl-File-Status NOT = "00"
033300         OPEN OUTPUT CashApplFile
033400     END-IF.
033420     OPEN EXTEND GLJrnlFile.
033440     IF WS-GL-Jrnl-File-Status NOT = "00"
033460         OPEN OUTPUT GLJrnlFile
033480     END-IF.
033500     MOVE 0 TO WS-Cash-Appl-EOF.
033600     OPEN INPUT CashApplWorkFile.
033700     READ CashApplWorkFile
033800         AT END SET Cash-Appl-EOF TO TRUE
033900     END-READ.
034000     PERFORM UNTIL Cash-Appl-EOF
034030         MOVE CashApplWorkRec TO CashApplRec
034060         IF CA-Amount > ZERO
034090             PERFORM Write-GL-Entry
034120         END-IF
034150         WRITE CashApplRec
034200         READ CashApplWorkFile
034300             AT END SET Cash-Appl-EOF TO TRUE
034400         END-READ
034500     END-PERFORM.
034510     CLOSE CashApplWorkFile, CashApplFile, GLJrnlFile.
034520
034530 Write-GL-Entry.
034540*    Every receipt is new cash in the bank; what it clears is the
034550*    invoice it was applied to or, held, the customer's account.
034560     MOVE WS-Run-Date TO GJ-Run-Date.
034570     MOVE "OILCASHPOST" TO GJ-Source.
034580     MOVE CA-Receipt-Num TO GJ-Ref-Num.
034590     MOVE CA-Cust-Id TO GJ-Party.
034600     SET GJ-Dr-Cash TO TRUE.
034610     IF CA-On-Account
034620         SET GJ-Cr-On-Account TO TRUE
034630     ELSE
034640         SET GJ-Cr-Customer-AR TO TRUE
034650     END-IF.
034660     MOVE CA-Amount TO GJ-Amount.
034670     MOVE ZEROS TO GJ-Posted-Period.
034680     WRITE GLJrnlRec.
034700
034800 Append-On-Account.
034900     OPEN EXTEND OnAccountFile.
035000     IF WS-On-Account-File-Status NOT = "00"
035100         OPEN OUTPUT OnAccountFile
035200     END-IF.
035300     MOVE 0 TO WS-On-Account-EOF.
035400     OPEN INPUT OnAccountWorkFile.
035500     READ OnAccountWorkFile
035600         AT END SET On-Account-EOF TO TRUE
035700     END-READ.
035800     PERFORM UNTIL On-Account-EOF
035900         WRITE OnAcctRec FROM OnAcctWorkRec
036000         READ OnAccountWorkFile
036100             AT END SET On-Account-EOF TO TRUE
036200         END-READ
036300     END-PERFORM.
036400     CLOSE OnAccountWorkFile, OnAccountFile.
036500
036600 Hold-No-Invoice-Remainder.
036700*    What a no-invoice receipt leaves once the customer has
036800*    nothing open is held on account like any other exception.
036900     ADD 1 TO WS-Exception-Count.
037000     MOVE WS-Left-Amount TO WS-Amount-Display.
037100     MOVE SPACES TO WS-Exception-Detail
037200     STRING "  Receipt " CR-Receipt-Num " no invoice, cust "
037300         CR-Cust-Id " -- " WS-Amount-Display
037400         " left over, held on account"
037500         DELIMITED BY SIZE INTO WS-Exception-Detail
037600     END-STRING.
037700     WRITE ExceptionLine FROM WS-Exception-Detail.
037800     MOVE "N" TO WS-Hold-Reason.
037900     PERFORM Hold-On-Account.
