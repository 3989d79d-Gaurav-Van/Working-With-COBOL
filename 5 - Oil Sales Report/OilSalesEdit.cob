002800* the nightly chain looking clean.
002900* Load-Run-Date reads the RUNDATE.DAT stamp the batch control
003000* step writes, falling back to today's date run standalone.
003006* Credit check: a clean sale is valued at the OILPRICE.DAT price
003012* in effect on its sale date and set against the customer's
003018* exposure -- the open balance on OPENINV.DAT, less the cash
003020* held unallocated on the customer's account on ONACCT.DAT,
003024* plus the sales already accepted for it in this batch. Where
003030* CM-Credit-Limit is set (nonzero) and the sale would take the
003036* exposure over it, the sale is held: it goes to SALESHLD.DAT and
003042* SALESHLD.RPT instead of SALES.DAT, for the credit controller to
003048* approve or cancel in OilSalesRelease. Returns are never held,
003054* and a return in the batch brings the exposure back down.
003060* Sales approved since the last run wait on SALESREL.DAT; they
003066* are taken into SALES.DAT ahead of the keyed batch, through the
003072* same edits but no second credit check. Held sales from earlier
003078* runs stay on SALESHLD.DAT; any held under this run date are
003084* dropped and held again, so a rerun does not hold a sale twice.
003088* A keyed sale held under this run date and approved since
003092* is in both SALES.RAW and SALESREL.DAT when the day is rerun;
003096* it is taken once, from SALESREL.DAT, and not held again.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005700              ORGANIZATION IS LINE SEQUENTIAL
005800              FILE STATUS IS WS-Run-Date-File-Status.
005900
005903     SELECT OilPriceFile ASSIGN TO "OILPRICE.DAT"
005906              ORGANIZATION IS LINE SEQUENTIAL
005909              FILE STATUS IS WS-Oil-Price-File-Status.
005912
005915     SELECT OpenInvoiceFile ASSIGN TO "OPENINV.DAT"
005918              ORGANIZATION IS LINE SEQUENTIAL
005921              FILE STATUS IS WS-Open-Inv-File-Status.
005924
005927     SELECT HeldSalesFile ASSIGN TO "SALESHLD.DAT"
005930              ORGANIZATION IS LINE SEQUENTIAL
005933              FILE STATUS IS WS-Held-File-Status.
005936
005939     SELECT HeldWorkFile ASSIGN TO "SALESHLD.TMP"
005942              ORGANIZATION IS LINE SEQUENTIAL.
005945
005948     SELECT HeldReportFile ASSIGN TO "SALESHLD.RPT"
005951              ORGANIZATION IS LINE SEQUENTIAL.
005954
005957     SELECT ReleasedSalesFile ASSIGN TO "SALESREL.DAT"
005960              ORGANIZATION IS LINE SEQUENTIAL
005963              FILE STATUS IS WS-Released-File-Status.
005966
005969     SELECT ReleasedWorkFile ASSIGN TO "SALESREL.TMP"
005972              ORGANIZATION IS LINE SEQUENTIAL.
005975
005980     SELECT OnAccountFile ASSIGN TO "ONACCT.DAT"
005985              ORGANIZATION IS LINE SEQUENTIAL
005990              FILE STATUS IS WS-On-Account-File-Status.
005995
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  SalesRawFile.
008200 FD  RunDateFile.
008300 01  RunDateRec             PIC 9(8).
008400
008404 FD  OilPriceFile.
008408     COPY "OILPRICE.CPY" REPLACING ==REC-NAME== BY ==OilPricRec==.
008412
008416 FD  OpenInvoiceFile.
008420     COPY "OPENINV.CPY" REPLACING ==REC-NAME== BY ==OpenInvRec==.
008424
008428 FD  HeldSalesFile.
008432     COPY "SALESHLD.CPY" REPLACING
008436         ==REC-NAME== BY ==HeldSaleRec==.
008440
008444 FD  HeldWorkFile.
008448 01  HeldWorkRec            PIC X(79).
008452
008456 FD  HeldReportFile.
008460 01  HeldReportLine         PIC X(100).
008464
008468 FD  ReleasedSalesFile.
008472     COPY "SALESREL.CPY" REPLACING
008476         ==REC-NAME== BY ==RelSaleRec==.
008480
008484 FD  ReleasedWorkFile.
008488 01  RelWorkRec             PIC X(67).
008492
008494 FD  OnAccountFile.
008496     COPY "ONACCT.CPY" REPLACING ==REC-NAME== BY ==OnAcctRec==.
008498
008500 WORKING-STORAGE SECTION.
008600 01  WS-Sales-Raw-File-Status PIC XX.
008700 01  WS-Customer-File-Status PIC XX.
008800 01  WS-Oil-Product-File-Status PIC XX.
008900 01  WS-Run-Date-File-Status PIC XX.
008920 01  WS-Oil-Price-File-Status PIC XX.
008940 01  WS-Open-Inv-File-Status PIC XX.
008960 01  WS-Held-File-Status    PIC XX.
008980 01  WS-Released-File-Status PIC XX.
008990 01  WS-On-Account-File-Status PIC XX.
009000
009100 01  WS-Raw-EOF             PIC 9       VALUE 0.
009200     88 Raw-EOF                         VALUE 1.
009500 01  WS-Oil-Product-EOF     PIC 9       VALUE 0.
009600     88 Oil-Product-EOF                 VALUE 1.
009610 01  WS-Oil-Price-EOF       PIC 9       VALUE 0.
009620     88 Oil-Price-EOF                   VALUE 1.
009630 01  WS-Register-EOF        PIC 9       VALUE 0.
009640     88 Register-EOF                    VALUE 1.
009650 01  WS-Held-EOF            PIC 9       VALUE 0.
009660     88 Held-EOF                        VALUE 1.
009670 01  WS-Released-EOF        PIC 9       VALUE 0.
009680     88 Released-EOF                    VALUE 1.
009685 01  WS-On-Account-EOF      PIC 9       VALUE 0.
009690     88 On-Account-EOF                  VALUE 1.
009700
009800* Unedited image of the record being checked -- every field is
009900* alphanumeric here so numeric tests can run before anything
011800         03  OMT-On-File    PIC 9       VALUE 0.
011900         03  OMT-Oil-Type   PIC X       VALUE SPACE.
012000
012008* Effective-dated price rows per oil, loaded the same way
012016* OilInvoice loads them, to value each sale for the credit check.
012024 01  Oils-Table.
012032     02  OT-Oil OCCURS 200 TIMES INDEXED BY OT-Idx.
012040         03  OT-Row-Count  PIC 99 VALUE ZEROS.
012048         03  OT-Row OCCURS 20 TIMES.
012056             04  OT-Eff-Date  PIC 9(8)  VALUE ZEROS.
012064             04  OT-Cost      PIC 99V99 VALUE ZEROS.
012072 01  WS-Price-Row-Sub       PIC 99      VALUE ZEROS.
012080 01  WS-Best-Eff-Date       PIC 9(8)    VALUE ZEROS.
012088 01  WS-Selected-Cost       PIC 99V99   VALUE ZEROS.
012096
012104* One entry per customer seen on the register or in the batch:
012112* the open OPENINV.DAT balance and the sales accepted so far.
012120 01  Exposure-Table.
012128     02  WS-Exposure-Count  PIC 9(4)    VALUE ZEROS.
012136     02  CXT-Entry OCCURS 1000 TIMES INDEXED BY CXT-Idx.
012144         03  CXT-Cust-Id    PIC X(5).
012152         03  CXT-Open-Balance PIC S9(8)V99.
012160         03  CXT-Day-Sales  PIC S9(8)V99.
012168 01  WS-Exposure-Cust       PIC X(5)    VALUE SPACES.
012176 01  WS-Exposure-Sub        PIC 9(4)    VALUE ZEROS.
012184
012186* Sales taken from SALESREL.DAT that were held under this run
012187* date -- the keyed copy of each is still in SALES.RAW.
012188 01  Released-Today-Table.
012189     02  WS-Released-Today-Count PIC 9(3) VALUE ZEROS.
012190     02  RTT-Entry OCCURS 500 TIMES INDEXED BY RTT-Idx.
012191         03  RTT-Sale-Image PIC X(43).
012192         03  RTT-Matched    PIC 9.
012193 01  WS-Released-Today-Sub  PIC 9(3)    VALUE ZEROS.
012194
012200 01  WS-Cust-Found          PIC 9       VALUE 0.
012300     88 Edit-Cust-Found                 VALUE 1.
012400 01  WS-Oil-Num             PIC 999     VALUE ZEROS.
013000 01  WS-Month-Days          PIC 99      VALUE ZEROS.
013100 01  WS-Leap-Rem            PIC 9(4)    VALUE ZEROS.
013200
013210 01  WS-Sale-Date           PIC 9(8)    VALUE ZEROS.
013220 01  WS-Sale-Size           PIC 99      VALUE ZEROS.
013230 01  WS-Sale-Units          PIC 999     VALUE ZEROS.
013240 01  WS-Sale-Value          PIC 9(7)V99 VALUE ZEROS.
013250 01  WS-Credit-Limit        PIC 9(7)V99 VALUE ZEROS.
013260 01  WS-New-Exposure        PIC S9(8)V99 VALUE ZEROS.
013270 01  WS-Sale-Held           PIC 9       VALUE 0.
013280     88 Sale-Held                       VALUE 1.
013290
013300 01  WS-Record-Valid        PIC 9       VALUE 0.
013400     88 Edit-Record-Valid               VALUE 1.
013500
013600 01  WS-Read-Count          PIC 9(5)    VALUE ZEROS.
013700 01  WS-Accept-Count        PIC 9(5)    VALUE ZEROS.
013800 01  WS-Reject-Count        PIC 9(5)    VALUE ZEROS.
013820 01  WS-Held-Count          PIC 9(5)    VALUE ZEROS.
013840 01  WS-Held-Value          PIC 9(8)V99 VALUE ZEROS.
013860 01  WS-Carried-Count       PIC 9(5)    VALUE ZEROS.
013880 01  WS-Released-Count      PIC 9(5)    VALUE ZEROS.
013900
014000 01  WS-Edit-Heading        PIC X(100)
014100     VALUE "OIL SALES BATCH EDIT REPORT".
014600 01  WS-Run-Date            PIC 9(8).
014700 01  WS-Run-Date-Edited     PIC 9999/99/99.
014800
014802 01  Held-Heading-Line      PIC X(50)
014804     VALUE "       SALES HELD FOR CREDIT REVIEW".
014806 01  Held-Run-Date-Line.
014808     02  FILLER             PIC X(10) VALUE SPACES.
014810     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
014812     02  Prn-Run-Date       PIC 9999/99/99.
014814 01  Held-Topic-Line.
014816     02  FILLER             PIC X(9)  VALUE "  CUST-ID".
014818     02  FILLER             PIC X(23) VALUE "   CUSTOMER NAME".
014820     02  FILLER             PIC X(5)  VALUE "  OIL".
014822     02  FILLER             PIC X(12) VALUE "  SALE DATE".
014824     02  FILLER             PIC X(14) VALUE "         VALUE".
014826     02  FILLER             PIC X(15) VALUE "      EXPOSURE".
014828     02  FILLER             PIC X(14) VALUE "         LIMIT".
014830 01  Held-Detail-Line.
014832     02  FILLER             PIC X(4)  VALUE SPACES.
014834     02  Prn-Held-Cust      PIC X(5).
014836     02  FILLER             PIC XXX   VALUE SPACES.
014838     02  Prn-Held-Name      PIC X(20).
014840     02  FILLER             PIC XX    VALUE SPACES.
014842     02  Prn-Held-Oil       PIC 999.
014844     02  FILLER             PIC XX    VALUE SPACES.
014846     02  Prn-Held-Sale-Date PIC 9999/99/99.
014848     02  Prn-Held-Value     PIC B$$,$$$,$$9.99.
014850     02  Prn-Held-Exposure  PIC B$$,$$$,$$9.99-.
014852     02  Prn-Held-Limit     PIC B$$,$$$,$$9.99.
014854 01  Held-Total-Line.
014856     02  FILLER             PIC X(26)
014858         VALUE "  HELD THIS RUN / VALUE :".
014860     02  Prn-Held-Count     PIC BZZZZ9.
014862     02  FILLER             PIC X(3)  VALUE " / ".
014864     02  Prn-Held-Total     PIC $$$,$$$,$$9.99.
014866 01  Held-Carried-Line.
014868     02  FILLER             PIC X(26)
014870         VALUE "  STILL HELD FROM BEFORE:".
014872     02  Prn-Carried-Count  PIC BZZZZ9.
014874 01  Held-None-Line         PIC X(50)
014876     VALUE "  No sales held this run.".
014878
014900 PROCEDURE DIVISION.
015000 Begin.
015100     PERFORM Load-Run-Date.
015200     PERFORM Open-Customer-Master.
015300     PERFORM Load-Oil-Master-Table.
015330     PERFORM Load-Oil-Price-Table.
015360     PERFORM Load-Open-Balances.
015400     OPEN OUTPUT RejectFile
015500     OPEN OUTPUT EditReportFile.
015600     WRITE EditReportLine FROM WS-Edit-Heading.
016000         DELIMITED BY SIZE INTO WS-Edit-Detail
016100     END-STRING.
016200     WRITE EditReportLine FROM WS-Edit-Detail.
016230     PERFORM Start-Held-Report.
016260     PERFORM Carry-Forward-Held-Sales.
016300
016400     PERFORM Edit-Sales-Batch.
016430     PERFORM Finish-Held-Report.
016460     PERFORM Replace-Held-File.
016500
016600     IF WS-Reject-Count = ZERO
016700         WRITE EditReportLine FROM WS-Edit-None
017000     STRING "  Read " WS-Read-Count
017100         "  accepted " WS-Accept-Count
017200         "  rejected " WS-Reject-Count
017250         "  held " WS-Held-Count
017300         DELIMITED BY SIZE INTO WS-Edit-Detail
017400     END-STRING.
017500     WRITE EditReportLine FROM WS-Edit-Detail.
017600     CLOSE RejectFile, EditReportFile, CustomerMaster.
017700     DISPLAY "OilSalesEdit: " WS-Accept-Count " of "
017800         WS-Read-Count " sales accepted, "
017860         WS-Reject-Count " rejected for re-keying, "
017920         WS-Held-Count " held for credit review.".
018000     MOVE 0 TO RETURN-CODE.
018100     STOP RUN.
018200
024600
024700 Edit-Sales-Batch.
024800     OPEN OUTPUT SalesCleanFile.
024850     PERFORM Take-Released-Sales.
024900     MOVE 0 TO WS-Raw-EOF.
025000     OPEN INPUT SalesRawFile.
025100     IF WS-Sales-Raw-File-Status = "00"
025700             MOVE SalesRawRec TO WS-Edit-Rec
025800             PERFORM Edit-One-Record
025900             IF Edit-Record-Valid
025910                 PERFORM Find-Released-Today
025915                 IF WS-Released-Today-Sub > ZERO
025920                     PERFORM Skip-Released-Sale
025925                 ELSE
025930                     PERFORM Check-Credit-Limit
025960                     IF Sale-Held
025990                         PERFORM Hold-Sale
026020                     ELSE
026050                         ADD 1 TO WS-Accept-Count
026080                         WRITE SalesCleanRec FROM WS-Edit-Rec
026110                     END-IF
026150                 END-IF
026200             ELSE
026300                 ADD 1 TO WS-Reject-Count
026400                 MOVE SalesRawRec TO RejectRec
042900         END-STRING
043000         WRITE EditReportLine FROM WS-Edit-Detail
043100     END-IF.
043200
043300 Load-Oil-Price-Table.
043400     MOVE 0 TO WS-Oil-Price-EOF.
043500     OPEN INPUT OilPriceFile.
043600     IF WS-Oil-Price-File-Status = "00"
043700         READ OilPriceFile
043800             AT END SET Oil-Price-EOF TO TRUE
043900         END-READ
044000         PERFORM UNTIL Oil-Price-EOF
044100             IF OP-Oil-Num >= 1 AND OP-Oil-Num <= 200
044200                 IF OT-Row-Count(OP-Oil-Num) >= 20
044300                     DISPLAY "OILPRICE.DAT oil " OP-Oil-Num
044400                         " has over 20 price rows -- skipped."
044500                 ELSE
044600                     ADD 1 TO OT-Row-Count(OP-Oil-Num)
044700                     MOVE OP-Eff-Date TO
044800                         OT-Eff-Date(OP-Oil-Num,
044900                         OT-Row-Count(OP-Oil-Num))
045000                     MOVE OP-Oil-Cost TO
045100                         OT-Cost(OP-Oil-Num,
045200                         OT-Row-Count(OP-Oil-Num))
045300                 END-IF
045400             ELSE
045500                 DISPLAY "OILPRICE.DAT bad oil number "
045600                     OP-Oil-Num " -- entry skipped."
045700             END-IF
045800             READ OilPriceFile
045900                 AT END SET Oil-Price-EOF TO TRUE
046000             END-READ
046100         END-PERFORM
046200         CLOSE OilPriceFile
046300     ELSE
046400         DISPLAY "OILPRICE.DAT not found -- sales valued at zero,"
046500             " no sale will be held."
046600     END-IF.
046700
046800 Load-Open-Balances.
046900*    Each customer's open balance is what is still owed on the
047000*    open register items -- credit memos sit there negative and
047100*    bring it down -- less any cash held on the customer's
047150*    account on ONACCT.DAT and not yet allocated to an invoice.
047200     MOVE 0 TO WS-Register-EOF.
047300     OPEN INPUT OpenInvoiceFile.
047400     IF WS-Open-Inv-File-Status = "00"
047500         READ OpenInvoiceFile
047600             AT END SET Register-EOF TO TRUE
047700         END-READ
047800         PERFORM UNTIL Register-EOF
047900             IF OI-Open
048000                 MOVE OI-Cust-Id TO WS-Exposure-Cust
048100                 PERFORM Find-Exposure-Entry
048200                 IF WS-Exposure-Sub > ZERO
048300                     COMPUTE CXT-Open-Balance(WS-Exposure-Sub) =
048400                         CXT-Open-Balance(WS-Exposure-Sub)
048500                         + OI-Amount - OI-Amount-Paid
048600                 END-IF
048700             END-IF
048800             READ OpenInvoiceFile
048900                 AT END SET Register-EOF TO TRUE
049000             END-READ
049100         END-PERFORM
049200         CLOSE OpenInvoiceFile
049300     ELSE
049400         DISPLAY "OPENINV.DAT not found -- open balances taken"
049500             " as zero."
049600     END-IF.
049604     MOVE 0 TO WS-On-Account-EOF.
049608     OPEN INPUT OnAccountFile.
049612     IF WS-On-Account-File-Status = "00"
049616         READ OnAccountFile
049620             AT END SET On-Account-EOF TO TRUE
049624         END-READ
049628         PERFORM UNTIL On-Account-EOF
049632             MOVE UA-Cust-Id TO WS-Exposure-Cust
049636             PERFORM Find-Exposure-Entry
049640             IF WS-Exposure-Sub > ZERO
049644                 COMPUTE CXT-Open-Balance(WS-Exposure-Sub) =
049648                     CXT-Open-Balance(WS-Exposure-Sub)
049652                     - (UA-Amount - UA-Amount-Alloc)
049656             END-IF
049660             READ OnAccountFile
049664                 AT END SET On-Account-EOF TO TRUE
049668             END-READ
049672         END-PERFORM
049676         CLOSE OnAccountFile
049680     END-IF.
049700
049800 Find-Exposure-Entry.
049900*    Finds WS-Exposure-Cust in the table, adding it with nothing
050000*    owed if new. WS-Exposure-Sub comes back zero only when the
050100*    table is full; that customer's sales then go through
050200*    unchecked rather than being held for want of room.
050300     MOVE ZEROS TO WS-Exposure-Sub.
050400     PERFORM VARYING CXT-Idx FROM 1 BY 1
050500             UNTIL CXT-Idx > WS-Exposure-Count
050600         IF CXT-Cust-Id(CXT-Idx) = WS-Exposure-Cust
050700             SET WS-Exposure-Sub TO CXT-Idx
050800         END-IF
050900     END-PERFORM.
051000     IF WS-Exposure-Sub = ZERO
051100         IF WS-Exposure-Count >= 1000
051200             DISPLAY "OilSalesEdit: over 1000 customers -- cust "
051300                 WS-Exposure-Cust " not credit checked."
051400         ELSE
051500             ADD 1 TO WS-Exposure-Count
051600             MOVE WS-Exposure-Count TO WS-Exposure-Sub
051700             MOVE WS-Exposure-Cust TO CXT-Cust-Id(WS-Exposure-Sub)
051800             MOVE ZEROS TO CXT-Open-Balance(WS-Exposure-Sub)
051900             MOVE ZEROS TO CXT-Day-Sales(WS-Exposure-Sub)
052000         END-IF
052100     END-IF.
052200
052300 Start-Held-Report.
052400     OPEN OUTPUT HeldReportFile.
052500     WRITE HeldReportLine FROM Held-Heading-Line.
052600     MOVE WS-Run-Date TO Prn-Run-Date.
052700     WRITE HeldReportLine FROM Held-Run-Date-Line.
052800     WRITE HeldReportLine FROM Held-Topic-Line.
052900
053000 Carry-Forward-Held-Sales.
053100*    Sales still held from earlier runs are copied to the work
053200*    file, which stays open for this run's holds. Anything held
053300*    under this same run date is left behind -- a rerun of the
053400*    edit holds it again from SALES.RAW.
053500     OPEN OUTPUT HeldWorkFile.
053600     MOVE 0 TO WS-Held-EOF.
053700     OPEN INPUT HeldSalesFile.
053800     IF WS-Held-File-Status = "00"
053900         READ HeldSalesFile
054000             AT END SET Held-EOF TO TRUE
054100         END-READ
054200         PERFORM UNTIL Held-EOF
054300             IF HS-Held-Date NOT = WS-Run-Date
054400                 ADD 1 TO WS-Carried-Count
054500                 WRITE HeldWorkRec FROM HeldSaleRec
054600             END-IF
054700             READ HeldSalesFile
054800                 AT END SET Held-EOF TO TRUE
054900             END-READ
055000         END-PERFORM
055100         CLOSE HeldSalesFile
055200     END-IF.
055300
055400 Finish-Held-Report.
055500     IF WS-Held-Count = ZERO
055600         WRITE HeldReportLine FROM Held-None-Line
055700     END-IF.
055800     MOVE WS-Held-Count TO Prn-Held-Count.
055900     MOVE WS-Held-Value TO Prn-Held-Total.
056000     WRITE HeldReportLine FROM Held-Total-Line.
056100     MOVE WS-Carried-Count TO Prn-Carried-Count.
056200     WRITE HeldReportLine FROM Held-Carried-Line.
056300     CLOSE HeldReportFile.
056400
056500 Replace-Held-File.
056600     CLOSE HeldWorkFile.
056700     MOVE 0 TO WS-Held-EOF.
056800     OPEN INPUT HeldWorkFile.
056900     OPEN OUTPUT HeldSalesFile.
057000     READ HeldWorkFile
057100         AT END SET Held-EOF TO TRUE
057200     END-READ.
057300     PERFORM UNTIL Held-EOF
057400         WRITE HeldSaleRec FROM HeldWorkRec
057500         READ HeldWorkFile
057600             AT END SET Held-EOF TO TRUE
057700         END-READ
057800     END-PERFORM.
057900     CLOSE HeldWorkFile, HeldSalesFile.
058000
058100 Take-Released-Sales.
058200*    Approved sales go through the same edits -- the customer or
058300*    oil may have gone since the sale was held -- but not the
058400*    credit check. Each is stamped with this run date and kept
058500*    so a rerun today takes it again; one taken on an earlier run
058600*    date has reached SALES.DAT for good and is dropped.
058700     MOVE 0 TO WS-Released-EOF.
058800     OPEN INPUT ReleasedSalesFile.
058900     IF WS-Released-File-Status = "00"
059000         OPEN OUTPUT ReleasedWorkFile
059100         READ ReleasedSalesFile
059200             AT END SET Released-EOF TO TRUE
059300         END-READ
059400         PERFORM UNTIL Released-EOF
059500             IF RL-Taken-Date = ZEROS
059600                OR RL-Taken-Date = WS-Run-Date
059700                 PERFORM Take-One-Released-Sale
059710                 IF RL-Held-Date = WS-Run-Date
059720                     PERFORM Note-Released-Today
059730                 END-IF
059800                 MOVE WS-Run-Date TO RL-Taken-Date
059900                 WRITE RelWorkRec FROM RelSaleRec
060000             ELSE
060100                 IF RL-Taken-Date > WS-Run-Date
060200                     WRITE RelWorkRec FROM RelSaleRec
060300                 END-IF
060400             END-IF
060500             READ ReleasedSalesFile
060600                 AT END SET Released-EOF TO TRUE
060700             END-READ
060800         END-PERFORM
060900         CLOSE ReleasedSalesFile, ReleasedWorkFile
061000         PERFORM Replace-Released-File
061100     END-IF.
061200
061300 Take-One-Released-Sale.
061400     ADD 1 TO WS-Read-Count.
061500     MOVE RL-Sale-Image TO WS-Edit-Rec.
061600     PERFORM Edit-One-Record.
061700     IF Edit-Record-Valid
061800         ADD 1 TO WS-Accept-Count
061900         ADD 1 TO WS-Released-Count
062000         PERFORM Value-Sale
062100         MOVE ED-Cust-Id TO WS-Exposure-Cust
062200         PERFORM Find-Exposure-Entry
062300         IF WS-Exposure-Sub > ZERO
062400             ADD WS-Sale-Value TO CXT-Day-Sales(WS-Exposure-Sub)
062500         END-IF
062600         WRITE SalesCleanRec FROM WS-Edit-Rec
062700         MOVE SPACES TO WS-Edit-Detail
062800         STRING "    Cust " ED-Cust-Id " sale of " ED-Sale-Date
062900             " released from credit hold -- accepted"
063000             DELIMITED BY SIZE INTO WS-Edit-Detail
063100         END-STRING
063200         WRITE EditReportLine FROM WS-Edit-Detail
063300     ELSE
063400         ADD 1 TO WS-Reject-Count
063500         MOVE RL-Sale-Image TO RejectRec
063600         WRITE RejectRec
063700     END-IF.
063800
063900 Replace-Released-File.
064000     MOVE 0 TO WS-Released-EOF.
064100     OPEN INPUT ReleasedWorkFile.
064200     OPEN OUTPUT ReleasedSalesFile.
064300     READ ReleasedWorkFile
064400         AT END SET Released-EOF TO TRUE
064500     END-READ.
064600     PERFORM UNTIL Released-EOF
064700         WRITE RelSaleRec FROM RelWorkRec
064800         READ ReleasedWorkFile
064900             AT END SET Released-EOF TO TRUE
065000         END-READ
065100     END-PERFORM.
065200     CLOSE ReleasedWorkFile, ReleasedSalesFile.
065300
065400 Check-Credit-Limit.
065500*    Only called for a record that passed every edit, so
065600*    CustMastRec still holds this customer from the keyed read in
065700*    Check-Edit-Customer.
065800     MOVE 0 TO WS-Sale-Held.
065900     PERFORM Value-Sale.
066000     MOVE ED-Cust-Id TO WS-Exposure-Cust.
066100     PERFORM Find-Exposure-Entry.
066200     IF WS-Exposure-Sub > ZERO
066300         IF ED-Trans-Type = "R"
066400             SUBTRACT WS-Sale-Value
066500                 FROM CXT-Day-Sales(WS-Exposure-Sub)
066600         ELSE
066700             MOVE ZEROS TO WS-Credit-Limit
066800             IF CM-Credit-Limit IS NUMERIC
066900                 MOVE CM-Credit-Limit TO WS-Credit-Limit
067000             END-IF
067100             COMPUTE WS-New-Exposure =
067200                 CXT-Open-Balance(WS-Exposure-Sub)
067300                 + CXT-Day-Sales(WS-Exposure-Sub)
067400                 + WS-Sale-Value
067500             IF WS-Credit-Limit > ZERO
067600                AND WS-New-Exposure > WS-Credit-Limit
067700                 SET Sale-Held TO TRUE
067800             ELSE
067900                 ADD WS-Sale-Value
068000                     TO CXT-Day-Sales(WS-Exposure-Sub)
068100             END-IF
068200         END-IF
068300     END-IF.
068400
068500 Value-Sale.
068600     MOVE ED-Oil-Num TO WS-Oil-Num.
068700     MOVE ED-Sale-Date TO WS-Sale-Date.
068800     MOVE ED-Unit-Size TO WS-Sale-Size.
068900     MOVE ED-Units-Sold TO WS-Sale-Units.
069000     PERFORM Find-Price-For-Sale.
069100     COMPUTE WS-Sale-Value =
069200         WS-Sale-Size * WS-Sale-Units * WS-Selected-Cost.
069300
069400 Find-Price-For-Sale.
069500*    Same selection OilInvoice makes: the price row with the
069600*    latest effective date not after the sale's date.
069700     MOVE ZEROS TO WS-Best-Eff-Date, WS-Selected-Cost.
069800     MOVE 0 TO WS-Price-Row-Sub.
069900     PERFORM UNTIL WS-Price-Row-Sub >=
070000             OT-Row-Count(WS-Oil-Num)
070100         ADD 1 TO WS-Price-Row-Sub
070200         IF OT-Eff-Date(WS-Oil-Num, WS-Price-Row-Sub)
070300                 NOT > WS-Sale-Date
070400            AND OT-Eff-Date(WS-Oil-Num, WS-Price-Row-Sub)
070500                 NOT < WS-Best-Eff-Date
070600             MOVE OT-Eff-Date(WS-Oil-Num, WS-Price-Row-Sub)
070700                 TO WS-Best-Eff-Date
070800             MOVE OT-Cost(WS-Oil-Num, WS-Price-Row-Sub)
070900                 TO WS-Selected-Cost
071000         END-IF
071100     END-PERFORM.
071200
071300 Hold-Sale.
071400     ADD 1 TO WS-Held-Count.
071500     ADD WS-Sale-Value TO WS-Held-Value.
071600     MOVE WS-Edit-Rec TO HS-Sale-Image.
071700     MOVE WS-Run-Date TO HS-Held-Date.
071800     MOVE WS-Sale-Value TO HS-Sale-Value.
071900     COMPUTE HS-Exposure = WS-New-Exposure - WS-Sale-Value.
072000     MOVE WS-Credit-Limit TO HS-Credit-Limit.
072100     WRITE HeldWorkRec FROM HeldSaleRec.
072200     MOVE HS-Cust-Id TO Prn-Held-Cust.
072300     MOVE HS-Cust-Name TO Prn-Held-Name.
072400     MOVE HS-Oil-Num TO Prn-Held-Oil.
072500     MOVE HS-Sale-Date TO Prn-Held-Sale-Date.
072600     MOVE HS-Sale-Value TO Prn-Held-Value.
072700     MOVE HS-Exposure TO Prn-Held-Exposure.
072800     MOVE HS-Credit-Limit TO Prn-Held-Limit.
072900     WRITE HeldReportLine FROM Held-Detail-Line.
073000     MOVE SPACES TO WS-Edit-Detail.
073100     STRING "    Cust " ED-Cust-Id " sale of " ED-Sale-Date
073200         " over credit limit -- held, see SALESHLD.RPT"
073300         DELIMITED BY SIZE INTO WS-Edit-Detail
073400     END-STRING.
073500     WRITE EditReportLine FROM WS-Edit-Detail.
073600
073700 Note-Released-Today.
073800     IF WS-Released-Today-Count >= 500
073900         DISPLAY "OilSalesEdit: over 500 sales released today --"
074000             " cust " ED-Cust-Id " may be taken twice on a rerun."
074100     ELSE
074200         ADD 1 TO WS-Released-Today-Count
074300         MOVE RL-Sale-Image
074400             TO RTT-Sale-Image(WS-Released-Today-Count)
074500         MOVE 0 TO RTT-Matched(WS-Released-Today-Count)
074600     END-IF.
074700
074800 Find-Released-Today.
074900*    Matches the keyed sale against a released one not already
075000*    matched, so two identical keyed sales need two releases.
075100     MOVE ZEROS TO WS-Released-Today-Sub.
075200     PERFORM VARYING RTT-Idx FROM 1 BY 1
075300             UNTIL RTT-Idx > WS-Released-Today-Count
075400                OR WS-Released-Today-Sub > ZERO
075500         IF RTT-Sale-Image(RTT-Idx) = WS-Edit-Rec
075600            AND RTT-Matched(RTT-Idx) = 0
075700             SET WS-Released-Today-Sub TO RTT-Idx
075800             MOVE 1 TO RTT-Matched(RTT-Idx)
075900         END-IF
076000     END-PERFORM.
076100
076200 Skip-Released-Sale.
076300     MOVE SPACES TO WS-Edit-Detail.
076400     STRING "    Cust " ED-Cust-Id " sale of " ED-Sale-Date
076500         " already released from credit hold -- not taken twice"
076600         DELIMITED BY SIZE INTO WS-Edit-Detail
076700     END-STRING.
076800     WRITE EditReportLine FROM WS-Edit-Detail.
