000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. IntegrityCheck.
000300* Nightly cross-file integrity sweep over the oil and student
000400* files. The files point at each other -- invoices at
000500* customers, prices and stock at oils, open items at student
000600* balances -- and a break in one of those links used to show
000700* only when a report came out wrong. This step checks every
000800* link and lists each broken one on INTEGCHK.RPT, graded:
000900*   SERIOUS -- a money figure or a document is wrong or will
001000*              be: an OPEN invoice on OPENINV.DAT for a customer
001100*              no longer on CUSTMAST.IDX (no statement or
001200*              dunning letter can reach it), an oil on
001300*              OILPROD.DAT with no OILPRICE.DAT row in effect on
001400*              the run date (it cannot be valued or invoiced),
001500*              a student whose open charge and installment items
001600*              on STUDITEM.DAT do not add back to the Balance-Due
001700*              on STUDENTS.NEW, an invoice number on OPENINV.DAT
001800*              not below the INVSEQ.DAT next number (OilInvoice
001900*              would issue it again).
002000*   WARNING -- a break to tidy up that puts no money wrong yet:
002100*              a settled invoice for a customer no longer on the
002200*              master, an OILSTOCK.DAT record for an oil not on
002300*              OILPROD.DAT, an open item for a student not on
002400*              STUDENTS.NEW, STUDENTS.IDX and STUDENTS.NEW holding
002500*              different numbers of students (StudentLoad or
002600*              StudentUnload has been missed), and any check that
002700*              could not be made because its file is missing.
002800* The report takes the checks in that order, one section each,
002900* with the findings under it and the section's tally, then the
003000* night's totals by grade and the verdict.
003100* INTEGCHK.DAT (INTEGCHK.CPY layout) is rewritten with the run
003200* date and the two counts; OpsSummary reads it for OPSSUMM.RPT.
003300* RETURN-CODE is 1 when there is any SERIOUS finding, so a
003400* schedule entry with the stop flag set halts the night before
003500* the month-end and housekeeping steps work on broken files;
003600* warnings alone end with 0.
003700* STUDENTS.NEW and STUDITEM.DAT are both kept in ascending
003800* Student-Id order, so the balance check is a two-file match.
003900* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
004000* programs do, falling back to today's date run standalone.
004100
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT CustomerMaster ASSIGN TO "CUSTMAST.IDX"
004600              ORGANIZATION IS INDEXED
004700              ACCESS MODE IS RANDOM
004800              RECORD KEY IS CM-Cust-Id
004900              FILE STATUS IS WS-Customer-File-Status.
005000
005100     SELECT OpenInvoiceFile ASSIGN TO "OPENINV.DAT"
005200              ORGANIZATION IS LINE SEQUENTIAL
005300              FILE STATUS IS WS-Open-Inv-File-Status.
005400
005500     SELECT InvoiceSeqFile ASSIGN TO "INVSEQ.DAT"
005600              ORGANIZATION IS LINE SEQUENTIAL
005700              FILE STATUS IS WS-Invoice-Seq-File-Status.
005800
005900     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
006000              ORGANIZATION IS LINE SEQUENTIAL
006100              FILE STATUS IS WS-Oil-Product-File-Status.
006200
006300     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
006400              ORGANIZATION IS LINE SEQUENTIAL
006500              FILE STATUS IS WS-Oil-Price-File-Status.
006600
006700     SELECT OilStockFile ASSIGN TO "OILSTOCK.DAT"
006800              ORGANIZATION IS LINE SEQUENTIAL
006900              FILE STATUS IS WS-Oil-Stock-File-Status.
007000
007100     SELECT StudentMaster ASSIGN TO "STUDENTS.IDX"
007200              ORGANIZATION IS INDEXED
007300              ACCESS MODE IS SEQUENTIAL
007400              RECORD KEY IS Student-Id OF MasterRec
007500              FILE STATUS IS WS-Student-Master-Status.
007600
007700     SELECT NewStudentFile ASSIGN TO "STUDENTS.NEW"
007800              ORGANIZATION IS LINE SEQUENTIAL
007900              FILE STATUS IS WS-New-Student-File-Status.
008000
008100     SELECT ItemFile ASSIGN TO "STUDITEM.DAT"
008200              ORGANIZATION IS LINE SEQUENTIAL
008300              FILE STATUS IS WS-Item-File-Status.
008400
008500     SELECT IntegReportFile ASSIGN TO "INTEGCHK.RPT"
008600              ORGANIZATION IS LINE SEQUENTIAL.
008700
008800     SELECT IntegResultFile ASSIGN TO "INTEGCHK.DAT"
008900              ORGANIZATION IS LINE SEQUENTIAL.
009000
009100     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
009200              ORGANIZATION IS LINE SEQUENTIAL
009300              FILE STATUS IS WS-Run-Date-File-Status.
009400
009500 DATA DIVISION.
009600 FILE SECTION.
009700 FD  CustomerMaster.
009800     COPY "CUSTOMER.CPY" REPLACING
009900         ==REC-NAME== BY ==CustMastRec==.
010000
010100 FD  OpenInvoiceFile.
010200     COPY "OPENINV.CPY" REPLACING ==REC-NAME== BY ==OpenInvRec==.
010300
010400 FD  InvoiceSeqFile.
010500 01  InvoiceSeqRec              PIC 9(6).
010600
010700 FD  OilProductFile.
010800     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
010900
011000 FD  OilPriceFile.
011100     COPY "OILPRICE.CPY" REPLACING
011200         ==REC-NAME== BY ==OilPriceRec==.
011300
011400 FD  OilStockFile.
011500     COPY "OILSTOCK.CPY" REPLACING
011600         ==REC-NAME== BY ==OilStockRec==.
011700
011800 FD  StudentMaster.
011900     COPY "STUDENT.CPY" REPLACING ==REC-NAME== BY ==MasterRec==.
012000
012100 FD  NewStudentFile.
012200     COPY "STUDENT.CPY" REPLACING
012300         ==REC-NAME== BY ==NewStudentRec==.
012400
012500 FD  ItemFile.
012600     COPY "STUDITEM.CPY" REPLACING ==REC-NAME== BY ==ItemRec==.
012700
012800 FD  IntegReportFile.
012900 01  IntegReportLine            PIC X(110).
013000
013100 FD  IntegResultFile.
013200     COPY "INTEGCHK.CPY" REPLACING
013300         ==REC-NAME== BY ==IntegResultRec==.
013400
013500 FD  RunDateFile.
013600 01  RunDateRec                 PIC 9(8).
013700
013800 WORKING-STORAGE SECTION.
013900 01  WS-Customer-File-Status    PIC XX.
014000 01  WS-Open-Inv-File-Status    PIC XX.
014100 01  WS-Invoice-Seq-File-Status PIC XX.
014200 01  WS-Oil-Product-File-Status PIC XX.
014300 01  WS-Oil-Price-File-Status   PIC XX.
014400 01  WS-Oil-Stock-File-Status   PIC XX.
014500 01  WS-Student-Master-Status   PIC XX.
014600 01  WS-New-Student-File-Status PIC XX.
014700 01  WS-Item-File-Status        PIC XX.
014800 01  WS-Run-Date-File-Status    PIC XX.
014900
015000 01  WS-File-EOF                PIC 9       VALUE 0.
015100     88 File-EOF                            VALUE 1.
015200 01  WS-Cust-Master-Open        PIC 9       VALUE 0.
015300     88 Cust-Master-On                      VALUE 1.
015400 01  WS-Oil-Master-Loaded       PIC 9       VALUE 0.
015500     88 Oil-Master-Loaded                   VALUE 1.
015600 01  WS-New-Students-Read       PIC 9       VALUE 0.
015700     88 New-Students-Read                   VALUE 1.
015800 01  WS-Stock-Oil-Known         PIC 9       VALUE 0.
015900     88 Stock-Oil-Known                     VALUE 1.
016000
016100 01  WS-Run-Date                PIC 9(8).
016200 01  WS-Run-Date-Edited         PIC 9999/99/99.
016300
016400* Every oil number the product master can hold, by number:
016500* whether the oil is on OILPROD.DAT, its name, whether a price
016600* is in effect on the run date and, if not, the first price
016700* still to come.
016800 01  Oil-Check-Table.
016900     02  OCT-Entry OCCURS 999 TIMES INDEXED BY OCT-Idx.
017000         03  OCT-On-Master      PIC 9       VALUE 0.
017100             88 OCT-Known                   VALUE 1.
017200         03  OCT-Oil-Desc       PIC X(20)   VALUE SPACES.
017300         03  OCT-Priced         PIC 9       VALUE 0.
017400             88 OCT-Price-In-Effect         VALUE 1.
017500         03  OCT-Next-Eff-Date  PIC 9(8)    VALUE ZEROS.
017600
017700* The two-file match keys; 99999999 marks a file run out.
017800 01  WS-Student-Key             PIC 9(8)    VALUE ZEROS.
017900 01  WS-Item-Key                PIC 9(8)    VALUE ZEROS.
018000 01  WS-Open-Item-Total         PIC 9(6)V99 VALUE ZEROS.
018100
018200 01  WS-Next-Invoice-Num        PIC 9(6)    VALUE ZEROS.
018300 01  WS-Highest-Invoice-Num     PIC 9(6)    VALUE ZEROS.
018400 01  WS-Oil-Num-Display         PIC 9(3).
018500 01  WS-Open-Amount             PIC S9(7)V99 VALUE ZEROS.
018600 01  WS-New-Student-Count       PIC 9(7)    VALUE ZEROS.
018700 01  WS-Master-Student-Count    PIC 9(7)    VALUE ZEROS.
018800
018900* The finding being reported, its grade and the tallies.
019000 01  WS-Finding-Severity        PIC X(7).
019100     88 Finding-Serious                     VALUE "SERIOUS".
019200     88 Finding-Warning                     VALUE "WARNING".
019300 01  WS-Finding-Text            PIC X(96).
019400 01  WS-Section-Serious         PIC 9(5)    VALUE ZEROS.
019500 01  WS-Section-Warning         PIC 9(5)    VALUE ZEROS.
019600 01  WS-Serious-Count           PIC 9(5)    VALUE ZEROS.
019700 01  WS-Warning-Count           PIC 9(5)    VALUE ZEROS.
019800 01  WS-Amount-Edited           PIC Z,ZZZ,ZZ9.99-.
019900 01  WS-Second-Amount-Edited    PIC Z,ZZZ,ZZ9.99-.
020000 01  WS-Date-Edited             PIC 9999/99/99.
020100
020200 01  Integ-Heading-Line         PIC X(60)
020300     VALUE "           CROSS-FILE INTEGRITY CHECK".
020400 01  Integ-Run-Date-Line.
020500     02  FILLER                 PIC X(12)   VALUE "  RUN DATE: ".
020600     02  Prn-Run-Date           PIC 9999/99/99.
020700 01  Integ-Section-Line.
020800     02  FILLER                 PIC XX      VALUE SPACES.
020900     02  Prn-Section-Title      PIC X(70).
021000 01  Integ-Finding-Line.
021100     02  FILLER                 PIC XXXX    VALUE SPACES.
021200     02  Prn-Severity           PIC X(7).
021300     02  FILLER                 PIC XX      VALUE SPACES.
021400     02  Prn-Finding            PIC X(96).
021500 01  Integ-Tally-Line.
021600     02  FILLER                 PIC X(6)    VALUE SPACES.
021700     02  Prn-Section-Serious    PIC ZZ,ZZ9.
021800     02  FILLER                 PIC X(10)   VALUE " serious, ".
021900     02  Prn-Section-Warning    PIC ZZ,ZZ9.
022000     02  FILLER                 PIC X(10)   VALUE " warnings.".
022100 01  Integ-Clean-Line           PIC X(60)
022200     VALUE "      No broken references found.".
022300 01  Integ-Total-Line.
022400     02  Prn-Total-Caption      PIC X(22).
022500     02  Prn-Total-Count        PIC ZZ,ZZ9.
022600 01  Integ-Verdict-Line         PIC X(70).
022700
022800 PROCEDURE DIVISION.
022900 Begin.
023000     PERFORM Load-Run-Date.
023100     OPEN OUTPUT IntegReportFile.
023200     WRITE IntegReportLine FROM Integ-Heading-Line.
023300     MOVE WS-Run-Date TO Prn-Run-Date.
023400     WRITE IntegReportLine FROM Integ-Run-Date-Line.
023500     PERFORM Check-Invoice-Customers.
023600     PERFORM Check-Oil-Prices.
023700     PERFORM Check-Stock-Oils.
023800     PERFORM Check-Student-Balances.
023900     PERFORM Check-Student-Counts.
024000     PERFORM Check-Invoice-Numbers.
024100     PERFORM Print-Totals.
024200     CLOSE IntegReportFile.
024300     PERFORM Write-Result-Record.
024400     DISPLAY "IntegrityCheck: " WS-Serious-Count " serious, "
024500         WS-Warning-Count " warnings -- see INTEGCHK.RPT.".
024600     IF WS-Serious-Count > ZERO
024700         MOVE 1 TO RETURN-CODE
024800     ELSE
024900         MOVE 0 TO RETURN-CODE
025000     END-IF.
025100     STOP RUN.
025200
025300 Load-Run-Date.
025400     OPEN INPUT RunDateFile.
025500     IF WS-Run-Date-File-Status = "00"
025600         READ RunDateFile
025700             AT END CONTINUE
025800         END-READ
025900         MOVE RunDateRec TO WS-Run-Date
026000         CLOSE RunDateFile
026100     ELSE
026200         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
026300     END-IF.
026400
026500 Start-Section.
026600*    Prn-Section-Title is set by the caller.
026700     MOVE SPACES TO IntegReportLine.
026800     WRITE IntegReportLine.
026900     WRITE IntegReportLine FROM Integ-Section-Line.
027000     MOVE ZEROS TO WS-Section-Serious, WS-Section-Warning.
027100
027200 End-Section.
027300     IF WS-Section-Serious = ZERO AND WS-Section-Warning = ZERO
027400         WRITE IntegReportLine FROM Integ-Clean-Line
027500     ELSE
027600         MOVE WS-Section-Serious TO Prn-Section-Serious
027700         MOVE WS-Section-Warning TO Prn-Section-Warning
027800         WRITE IntegReportLine FROM Integ-Tally-Line
027900     END-IF.
028000
028100 Report-Finding.
028200*    WS-Finding-Severity and WS-Finding-Text are set by the
028300*    caller.
028400     MOVE WS-Finding-Severity TO Prn-Severity.
028500     MOVE WS-Finding-Text TO Prn-Finding.
028600     WRITE IntegReportLine FROM Integ-Finding-Line.
028700     IF Finding-Serious
028800         ADD 1 TO WS-Section-Serious, WS-Serious-Count
028900     ELSE
029000         ADD 1 TO WS-Section-Warning, WS-Warning-Count
029100     END-IF.
029200
029300 Report-Missing-File.
029400*    WS-Finding-Text names the file; the check is not made.
029500     SET Finding-Warning TO TRUE.
029600     PERFORM Report-Finding.
029700
029800 Check-Invoice-Customers.
029900     MOVE "1. OPEN INVOICES AGAINST THE CUSTOMER MASTER"
030000         TO Prn-Section-Title.
030100     PERFORM Start-Section.
030200     OPEN INPUT CustomerMaster.
030300     IF WS-Customer-File-Status = "00"
030400         SET Cust-Master-On TO TRUE
030500     END-IF.
030600     OPEN INPUT OpenInvoiceFile.
030700     EVALUATE TRUE
030800         WHEN WS-Open-Inv-File-Status NOT = "00"
030900             MOVE "OPENINV.DAT not found -- invoices not checked."
031000                 TO WS-Finding-Text
031100             PERFORM Report-Missing-File
031200         WHEN NOT Cust-Master-On
031300             MOVE "CUSTMAST.IDX not found -- not checked."
031400                 TO WS-Finding-Text
031500             PERFORM Report-Missing-File
031600             CLOSE OpenInvoiceFile
031700         WHEN OTHER
031800             MOVE 0 TO WS-File-EOF
031900             READ OpenInvoiceFile
032000                 AT END SET File-EOF TO TRUE
032100             END-READ
032200             PERFORM Check-One-Invoice-Customer UNTIL File-EOF
032300             CLOSE OpenInvoiceFile
032400     END-EVALUATE.
032500     IF Cust-Master-On
032600         CLOSE CustomerMaster
032700     END-IF.
032800     PERFORM End-Section.
032900
033000 Check-One-Invoice-Customer.
033100     MOVE OI-Cust-Id TO CM-Cust-Id.
033200     READ CustomerMaster
033300         INVALID KEY
033400             COMPUTE WS-Open-Amount = OI-Amount - OI-Amount-Paid
033500             MOVE WS-Open-Amount TO WS-Amount-Edited
033600             IF OI-Open
033700                 SET Finding-Serious TO TRUE
033800             ELSE
033900                 SET Finding-Warning TO TRUE
034000             END-IF
034100             MOVE SPACES TO WS-Finding-Text
034200             STRING "Invoice " OI-Invoice-Num " for customer "
034300                 OI-Cust-Id " -- not on CUSTMAST.IDX, status "
034400                 OI-Status ", open " WS-Amount-Edited
034500                 DELIMITED BY SIZE INTO WS-Finding-Text
034600             END-STRING
034700             PERFORM Report-Finding
034800     END-READ.
034900     READ OpenInvoiceFile
035000         AT END SET File-EOF TO TRUE
035100     END-READ.
035200
035300 Check-Oil-Prices.
035400     MOVE "2. OILS WITHOUT A PRICE IN EFFECT ON THE RUN DATE"
035500         TO Prn-Section-Title.
035600     PERFORM Start-Section.
035700     PERFORM Load-Oil-Master.
035800     IF Oil-Master-Loaded
035900         OPEN INPUT OilPriceFile
036000         IF WS-Oil-Price-File-Status = "00"
036100             MOVE 0 TO WS-File-EOF
036200             READ OilPriceFile
036300                 AT END SET File-EOF TO TRUE
036400             END-READ
036500             PERFORM Take-Up-One-Price UNTIL File-EOF
036600             CLOSE OilPriceFile
036700             PERFORM VARYING OCT-Idx FROM 1 BY 1
036800                     UNTIL OCT-Idx > 999
036900                 IF OCT-Known(OCT-Idx)
037000                    AND NOT OCT-Price-In-Effect(OCT-Idx)
037100                     PERFORM Report-Unpriced-Oil
037200                 END-IF
037300             END-PERFORM
037400         ELSE
037500             MOVE "OILPRICE.DAT not found -- prices not checked."
037600                 TO WS-Finding-Text
037700             PERFORM Report-Missing-File
037800         END-IF
037900     END-IF.
038000     PERFORM End-Section.
038100
038200 Load-Oil-Master.
038300     OPEN INPUT OilProductFile.
038400     IF WS-Oil-Product-File-Status = "00"
038500         SET Oil-Master-Loaded TO TRUE
038600         MOVE 0 TO WS-File-EOF
038700         READ OilProductFile
038800             AT END SET File-EOF TO TRUE
038900         END-READ
039000         PERFORM UNTIL File-EOF
039100             IF OM-Oil-Num >= 1
039200                 MOVE 1 TO OCT-On-Master(OM-Oil-Num)
039300                 MOVE OM-Oil-Desc TO OCT-Oil-Desc(OM-Oil-Num)
039400             ELSE
039500                 SET Finding-Warning TO TRUE
039600                 MOVE SPACES TO WS-Finding-Text
039700                 STRING "Oil number 000 on OILPROD.DAT ("
039800                     OM-Oil-Desc ") -- not a valid number."
039900                     DELIMITED BY SIZE INTO WS-Finding-Text
040000                 END-STRING
040100                 PERFORM Report-Finding
040200             END-IF
040300             READ OilProductFile
040400                 AT END SET File-EOF TO TRUE
040500             END-READ
040600         END-PERFORM
040700         CLOSE OilProductFile
040800     ELSE
040900         MOVE "OILPROD.DAT not found -- oils not checked."
041000             TO WS-Finding-Text
041100         PERFORM Report-Missing-File
041200     END-IF.
041300
041400 Take-Up-One-Price.
041500     IF OP-Oil-Num >= 1
041600         IF OP-Eff-Date <= WS-Run-Date
041700             MOVE 1 TO OCT-Priced(OP-Oil-Num)
041800         ELSE
041900             IF OCT-Next-Eff-Date(OP-Oil-Num) = ZEROS
042000                OR OP-Eff-Date < OCT-Next-Eff-Date(OP-Oil-Num)
042100                 MOVE OP-Eff-Date TO OCT-Next-Eff-Date(OP-Oil-Num)
042200             END-IF
042300         END-IF
042400     END-IF.
042500     READ OilPriceFile
042600         AT END SET File-EOF TO TRUE
042700     END-READ.
042800
042900 Report-Unpriced-Oil.
043000     SET Finding-Serious TO TRUE.
043100     SET WS-Oil-Num-Display TO OCT-Idx.
043200     MOVE SPACES TO WS-Finding-Text.
043300     IF OCT-Next-Eff-Date(OCT-Idx) = ZEROS
043400         STRING "Oil " WS-Oil-Num-Display " "
043500             OCT-Oil-Desc(OCT-Idx)
043600             " -- no price on OILPRICE.DAT at all."
043700             DELIMITED BY SIZE INTO WS-Finding-Text
043800         END-STRING
043900     ELSE
044000         MOVE OCT-Next-Eff-Date(OCT-Idx) TO WS-Date-Edited
044100         STRING "Oil " WS-Oil-Num-Display " "
044200             OCT-Oil-Desc(OCT-Idx)
044300             " -- first price takes effect " WS-Date-Edited "."
044400             DELIMITED BY SIZE INTO WS-Finding-Text
044500         END-STRING
044600     END-IF.
044700     PERFORM Report-Finding.
044800
044900 Check-Stock-Oils.
045000     MOVE "3. STOCK RECORDS FOR OILS NOT ON THE PRODUCT MASTER"
045100         TO Prn-Section-Title.
045200     PERFORM Start-Section.
045300     OPEN INPUT OilStockFile.
045400     EVALUATE TRUE
045500         WHEN WS-Oil-Stock-File-Status NOT = "00"
045600             MOVE "OILSTOCK.DAT not found -- stock not checked."
045700                 TO WS-Finding-Text
045800             PERFORM Report-Missing-File
045900         WHEN NOT Oil-Master-Loaded
046000             MOVE "OILPROD.DAT not found -- stock not checked."
046100                 TO WS-Finding-Text
046200             PERFORM Report-Missing-File
046300             CLOSE OilStockFile
046400         WHEN OTHER
046500             MOVE 0 TO WS-File-EOF
046600             READ OilStockFile
046700                 AT END SET File-EOF TO TRUE
046800             END-READ
046900             PERFORM Check-One-Stock-Record UNTIL File-EOF
047000             CLOSE OilStockFile
047100     END-EVALUATE.
047200     PERFORM End-Section.
047300
047400 Check-One-Stock-Record.
047500     MOVE 0 TO WS-Stock-Oil-Known.
047600     IF ST-Oil-Num >= 1
047700         MOVE OCT-On-Master(ST-Oil-Num) TO WS-Stock-Oil-Known
047800     END-IF.
047900     IF NOT Stock-Oil-Known
048000         SET Finding-Warning TO TRUE
048100         MOVE ST-On-Hand TO WS-Amount-Edited
048200         MOVE SPACES TO WS-Finding-Text
048300         STRING "Stock record for oil " ST-Oil-Num
048400             " -- not on OILPROD.DAT, on hand "
048500             WS-Amount-Edited(1:10)
048600             DELIMITED BY SIZE INTO WS-Finding-Text
048700         END-STRING
048800         PERFORM Report-Finding
048900     END-IF.
049000     READ OilStockFile
049100         AT END SET File-EOF TO TRUE
049200     END-READ.
049300
049400 Check-Student-Balances.
049500     MOVE "4. STUDENT OPEN ITEMS AGAINST BALANCE-DUE"
049600         TO Prn-Section-Title.
049700     PERFORM Start-Section.
049800     OPEN INPUT NewStudentFile.
049900     IF WS-New-Student-File-Status NOT = "00"
050000         MOVE "STUDENTS.NEW not found -- balances not checked."
050100             TO WS-Finding-Text
050200         PERFORM Report-Missing-File
050300     ELSE
050400         OPEN INPUT ItemFile
050500         IF WS-Item-File-Status NOT = "00"
050600             MOVE "STUDITEM.DAT not found -- not checked."
050700                 TO WS-Finding-Text
050800             PERFORM Report-Missing-File
050900             PERFORM Count-New-Students
051000         ELSE
051100             SET New-Students-Read TO TRUE
051200             PERFORM Read-New-Student
051300             PERFORM Read-Student-Item
051400             PERFORM Match-Student-Items
051500                 UNTIL WS-Student-Key = 99999999
051600                   AND WS-Item-Key = 99999999
051700             CLOSE ItemFile
051800         END-IF
051900         CLOSE NewStudentFile
052000     END-IF.
052100     PERFORM End-Section.
052200
052300 Count-New-Students.
052400*    No items to match, but the count is still wanted for the
052500*    STUDENTS.IDX comparison.
052600     SET New-Students-Read TO TRUE.
052700     PERFORM Read-New-Student.
052800     PERFORM Read-New-Student UNTIL WS-Student-Key = 99999999.
052900
053000 Read-New-Student.
053100     READ NewStudentFile
053200         AT END MOVE 99999999 TO WS-Student-Key
053300         NOT AT END
053400             MOVE Student-Id OF NewStudentRec TO WS-Student-Key
053500             ADD 1 TO WS-New-Student-Count
053600     END-READ.
053700
053800 Read-Student-Item.
053900     READ ItemFile
054000         AT END MOVE 99999999 TO WS-Item-Key
054100         NOT AT END MOVE IT-Student-Id TO WS-Item-Key
054200     END-READ.
054300
054400 Match-Student-Items.
054500     EVALUATE TRUE
054600         WHEN WS-Item-Key < WS-Student-Key
054700             IF (IT-Charge OR IT-Installment)
054800                AND IT-Open-Amount > ZERO
054900                 PERFORM Report-Orphan-Item
055000             END-IF
055100             PERFORM Read-Student-Item
055200         WHEN WS-Item-Key = WS-Student-Key
055300             IF IT-Charge OR IT-Installment
055400                 ADD IT-Open-Amount TO WS-Open-Item-Total
055500             END-IF
055600             PERFORM Read-Student-Item
055700         WHEN OTHER
055800             IF WS-Open-Item-Total
055900                NOT = Balance-Due OF NewStudentRec
056000                 PERFORM Report-Balance-Mismatch
056100             END-IF
056200             MOVE ZEROS TO WS-Open-Item-Total
056300             PERFORM Read-New-Student
056400     END-EVALUATE.
056500
056600 Report-Orphan-Item.
056700     SET Finding-Warning TO TRUE.
056800     MOVE IT-Open-Amount TO WS-Amount-Edited.
056900     MOVE IT-Item-Date TO WS-Date-Edited.
057000     MOVE SPACES TO WS-Finding-Text.
057100     STRING "Item " IT-Item-Type " " IT-Ref-Num " of "
057200         WS-Date-Edited " for student " IT-Student-Id
057300         " -- not on STUDENTS.NEW, open " WS-Amount-Edited
057400         DELIMITED BY SIZE INTO WS-Finding-Text
057500     END-STRING.
057600     PERFORM Report-Finding.
057700
057800 Report-Balance-Mismatch.
057900     SET Finding-Serious TO TRUE.
058000     MOVE Balance-Due OF NewStudentRec TO WS-Amount-Edited.
058100     MOVE WS-Open-Item-Total TO WS-Second-Amount-Edited.
058200     MOVE SPACES TO WS-Finding-Text.
058300     STRING "Student " Student-Id OF NewStudentRec " "
058400         Last-Name OF NewStudentRec " -- open items add to "
058500         WS-Second-Amount-Edited " against balance due "
058600         WS-Amount-Edited
058700         DELIMITED BY SIZE INTO WS-Finding-Text
058800     END-STRING.
058900     PERFORM Report-Finding.
059000
059100 Check-Student-Counts.
059200     MOVE "5. STUDENTS.IDX AGAINST STUDENTS.NEW RECORD COUNTS"
059300         TO Prn-Section-Title.
059400     PERFORM Start-Section.
059500     OPEN INPUT StudentMaster.
059600     EVALUATE TRUE
059700         WHEN WS-Student-Master-Status NOT = "00"
059800             MOVE "STUDENTS.IDX not found -- counts not compared."
059900                 TO WS-Finding-Text
060000             PERFORM Report-Missing-File
060100         WHEN NOT New-Students-Read
060200             MOVE "STUDENTS.NEW not found -- counts not compared."
060300                 TO WS-Finding-Text
060400             PERFORM Report-Missing-File
060500             CLOSE StudentMaster
060600         WHEN OTHER
060700             MOVE 0 TO WS-File-EOF
060800             READ StudentMaster NEXT RECORD
060900                 AT END SET File-EOF TO TRUE
061000             END-READ
061100             PERFORM UNTIL File-EOF
061200                 ADD 1 TO WS-Master-Student-Count
061300                 READ StudentMaster NEXT RECORD
061400                     AT END SET File-EOF TO TRUE
061500                 END-READ
061600             END-PERFORM
061700             CLOSE StudentMaster
061800             IF WS-Master-Student-Count NOT = WS-New-Student-Count
061900                 SET Finding-Warning TO TRUE
062000                 MOVE SPACES TO WS-Finding-Text
062100                 STRING "STUDENTS.IDX holds "
062200                     WS-Master-Student-Count
062300                     " students, STUDENTS.NEW holds "
062400                     WS-New-Student-Count "."
062500                     DELIMITED BY SIZE INTO WS-Finding-Text
062600                 END-STRING
062700                 PERFORM Report-Finding
062800             END-IF
062900     END-EVALUATE.
063000     PERFORM End-Section.
063100
063200 Check-Invoice-Numbers.
063300     MOVE "6. INVOICE NUMBERS AGAINST THE INVSEQ.DAT NEXT NUMBER"
063400         TO Prn-Section-Title.
063500     PERFORM Start-Section.
063600     OPEN INPUT InvoiceSeqFile.
063700     IF WS-Invoice-Seq-File-Status = "00"
063800         READ InvoiceSeqFile
063900             AT END CONTINUE
064000             NOT AT END MOVE InvoiceSeqRec TO WS-Next-Invoice-Num
064100         END-READ
064200         CLOSE InvoiceSeqFile
064300     END-IF.
064400     OPEN INPUT OpenInvoiceFile.
064500     IF WS-Open-Inv-File-Status NOT = "00"
064600         MOVE "OPENINV.DAT not found -- numbers not checked."
064700             TO WS-Finding-Text
064800         PERFORM Report-Missing-File
064900     ELSE
065000*        With no INVSEQ.DAT OilInvoice starts again from 000001.
065100         IF WS-Next-Invoice-Num = ZEROS
065200             MOVE 1 TO WS-Next-Invoice-Num
065300         END-IF
065400         MOVE 0 TO WS-File-EOF
065500         READ OpenInvoiceFile
065600             AT END SET File-EOF TO TRUE
065700         END-READ
065800         PERFORM Check-One-Invoice-Number UNTIL File-EOF
065900         CLOSE OpenInvoiceFile
066000         IF WS-Invoice-Seq-File-Status NOT = "00"
066100            AND WS-Highest-Invoice-Num > ZEROS
066200             SET Finding-Serious TO TRUE
066300             MOVE SPACES TO WS-Finding-Text
066400             STRING "INVSEQ.DAT not found -- numbering restarts"
066500                 " at 000001, highest on file "
066600                 WS-Highest-Invoice-Num
066700                 DELIMITED BY SIZE INTO WS-Finding-Text
066800             END-STRING
066900             PERFORM Report-Finding
067000         END-IF
067100     END-IF.
067200     PERFORM End-Section.
067300
067400 Check-One-Invoice-Number.
067500     IF OI-Invoice-Num > WS-Highest-Invoice-Num
067600         MOVE OI-Invoice-Num TO WS-Highest-Invoice-Num
067700     END-IF.
067800     IF OI-Invoice-Num >= WS-Next-Invoice-Num
067900        AND WS-Invoice-Seq-File-Status = "00"
068000         SET Finding-Serious TO TRUE
068100         MOVE SPACES TO WS-Finding-Text
068200         STRING "Invoice " OI-Invoice-Num " for customer "
068300             OI-Cust-Id
068400             " -- not below the next number " WS-Next-Invoice-Num
068500             DELIMITED BY SIZE INTO WS-Finding-Text
068600         END-STRING
068700         PERFORM Report-Finding
068800     END-IF.
068900     READ OpenInvoiceFile
069000         AT END SET File-EOF TO TRUE
069100     END-READ.
069200
069300 Print-Totals.
069400     MOVE SPACES TO IntegReportLine.
069500     WRITE IntegReportLine.
069600     MOVE "  SERIOUS FINDINGS  :" TO Prn-Total-Caption.
069700     MOVE WS-Serious-Count TO Prn-Total-Count.
069800     WRITE IntegReportLine FROM Integ-Total-Line.
069900     MOVE "  WARNINGS          :" TO Prn-Total-Caption.
070000     MOVE WS-Warning-Count TO Prn-Total-Count.
070100     WRITE IntegReportLine FROM Integ-Total-Line.
070200     EVALUATE TRUE
070300         WHEN WS-Serious-Count > ZERO
070400             MOVE "  VERDICT : ** SERIOUS -- PUT RIGHT **"
070500                 TO Integ-Verdict-Line
070600         WHEN WS-Warning-Count > ZERO
070700             MOVE "  VERDICT : WARNINGS ONLY"
070800                 TO Integ-Verdict-Line
070900         WHEN OTHER
071000             MOVE "  VERDICT : CLEAN" TO Integ-Verdict-Line
071100     END-EVALUATE.
071200     WRITE IntegReportLine FROM Integ-Verdict-Line.
071300
071400 Write-Result-Record.
071500     OPEN OUTPUT IntegResultFile.
071600     MOVE WS-Run-Date TO IC-Run-Date.
071700     MOVE WS-Serious-Count TO IC-Serious-Count.
071800     MOVE WS-Warning-Count TO IC-Warning-Count.
071900     WRITE IntegResultRec.
072000     CLOSE IntegResultFile.
