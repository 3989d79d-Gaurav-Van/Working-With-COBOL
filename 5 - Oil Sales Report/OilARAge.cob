001700* An invoice whose customer is missing from the master is aged
001800* against zero-day terms (immediately past) and noted, so a
001900* deleted customer's debt cannot hide.
001910* Cash OilCashPost has held on account (ONACCT.DAT) and not
001920* yet allocated is listed after the invoices, receipt by
001930* receipt with the days it has been held, and a balance by
001940* customer then sets each customer's unapplied cash against
001950* their open invoices to give the net owed (negative when the
001960* customer is in credit). The foot adds the unapplied total
001970* and the net receivable.
002000* Load-Run-Date reads the RUNDATE.DAT stamp as the other
002100* report programs do, falling back to today's date standalone.
002200
003400     SELECT AgingReportFile ASSIGN TO "OILARAGE.RPT"
003500              ORGANIZATION IS LINE SEQUENTIAL.
003600
003620     SELECT OnAccountFile ASSIGN TO "ONACCT.DAT"
003640              ORGANIZATION IS LINE SEQUENTIAL
003660              FILE STATUS IS WS-On-Account-File-Status.
003680
003700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
003800              ORGANIZATION IS LINE SEQUENTIAL
003900              FILE STATUS IS WS-Run-Date-File-Status.
004900 FD  AgingReportFile.
005000 01  AgingReportLine        PIC X(100).
005100
005120 FD  OnAccountFile.
005140     COPY "ONACCT.CPY" REPLACING ==REC-NAME== BY ==OnAcctRec==.
005160
005200 FD  RunDateFile.
005300 01  RunDateRec             PIC 9(8).
005400
005600 01  WS-Open-Inv-File-Status PIC XX.
005700 01  WS-Customer-File-Status PIC XX.
005800 01  WS-Run-Date-File-Status PIC XX.
005850 01  WS-On-Account-File-Status PIC XX.
005900
006000 01  WS-Register-EOF        PIC 9       VALUE 0.
006100     88 Register-EOF                    VALUE 1.
006200 01  WS-Cust-Master-On      PIC 9       VALUE 0.
006300     88 Cust-Master-On                  VALUE 1.
006630 01  WS-On-Account-EOF      PIC 9       VALUE 0.
006960     88 On-Account-EOF                  VALUE 1.
007300 01  WS-Cust-Found          PIC 9       VALUE 0.
007400     88 Inv-Cust-Found                  VALUE 1.
007500
008500 01  WS-Past-Count          PIC 9(5)    VALUE ZEROS.
008600 01  WS-Within-Total        PIC S9(8)V99 VALUE ZEROS.
008700 01  WS-Past-Total          PIC S9(8)V99 VALUE ZEROS.
008705 01  WS-Unapplied-Amount    PIC S9(7)V99 VALUE ZEROS.
008710 01  WS-Unapplied-Total     PIC S9(8)V99 VALUE ZEROS.
008715 01  WS-Unapplied-Count     PIC 9(5)    VALUE ZEROS.
008720 01  WS-Net-Total           PIC S9(8)V99 VALUE ZEROS.
008725 01  WS-Net-Amount          PIC S9(8)V99 VALUE ZEROS.
008730
008735* Open and unapplied money per customer, in the order the
008740* customers are first met.
008745 01  Cust-Balance-Table.
008750     02  WS-Cust-Bal-Count  PIC 9(4)    VALUE ZEROS.
008755     02  CBT-Entry OCCURS 1000 TIMES INDEXED BY CBT-Idx.
008760         03  CBT-Cust-Id    PIC X(5).
008765         03  CBT-Open       PIC S9(8)V99.
008770         03  CBT-Unapplied  PIC S9(8)V99.
008775 01  WS-Bal-Cust            PIC X(5)    VALUE SPACES.
008780 01  WS-Bal-Sub             PIC 9(4)    VALUE ZEROS.
008800
008900 01  Aging-Heading-Line     PIC X(50)
009000     VALUE "       OPEN INVOICE AGING -- BY CREDIT TERMS".
012600     02  Prn-Past-Count     PIC ZZZZ9.
012700 01  Aging-None-Line        PIC X(50)
012800     VALUE "  No open invoices on the register.".
012802 01  Unapplied-Title-Line   PIC X(50)
012804     VALUE "  UNAPPLIED CASH ON ACCOUNT".
012806 01  Unapplied-Topic-Line.
012808     02  FILLER             PIC X(9)  VALUE "  RECEIPT".
012810     02  FILLER             PIC X(9)  VALUE "  CUST-ID".
012812     02  FILLER             PIC X(13) VALUE "  RECEIVED   ".
012814     02  FILLER             PIC X(14) VALUE "   UNALLOCATED".
012816     02  FILLER             PIC X(7)  VALUE SPACES.
012818     02  FILLER             PIC X(7)  VALUE "   DAYS".
012820 01  Unapplied-Detail-Line.
012822     02  FILLER             PIC XXX   VALUE SPACES.
012824     02  Prn-Receipt-Num    PIC 9(6).
012826     02  FILLER             PIC X(4)  VALUE SPACES.
012828     02  Prn-UA-Cust-Id     PIC X(5).
012830     02  FILLER             PIC XX    VALUE SPACES.
012832     02  Prn-Receipt-Date   PIC 9999/99/99.
012834     02  Prn-Unapplied      PIC B$$,$$$,$$9.99.
012836     02  FILLER             PIC X(6)  VALUE SPACES.
012838     02  Prn-Days-Held      PIC BZZZZZ9.
012840 01  Balance-Title-Line     PIC X(50)
012842     VALUE "  BALANCE BY CUSTOMER".
012844 01  Balance-Topic-Line.
012846     02  FILLER             PIC X(9)  VALUE "  CUST-ID".
012848     02  FILLER             PIC X(16) VALUE "   OPEN INVOICES".
012850     02  FILLER             PIC X(16) VALUE "  UNAPPLIED CASH".
012852     02  FILLER             PIC X(16) VALUE "        NET OWED".
012854 01  Balance-Detail-Line.
012856     02  FILLER             PIC X(4)  VALUE SPACES.
012858     02  Prn-Bal-Cust-Id    PIC X(5).
012860     02  Prn-Bal-Open       PIC BB$$,$$$,$$9.99-.
012862     02  Prn-Bal-Unapplied  PIC B$$$,$$$,$$9.99.
012864     02  Prn-Bal-Net        PIC BB$$,$$$,$$9.99-.
012866 01  Aging-Unapplied-Line.
012868     02  FILLER             PIC X(26)
012870         VALUE "  UNAPPLIED CASH        :".
012872     02  Prn-Unapplied-Total PIC B$$$,$$$,$$9.99.
012874 01  Aging-Net-Line.
012876     02  FILLER             PIC X(26)
012878         VALUE "  NET RECEIVABLE        :".
012880     02  Prn-Net-Total      PIC B$$$,$$$,$$9.99-.
012900
013000 PROCEDURE DIVISION.
013100 Begin.
013200     PERFORM Load-Run-Date.
013300     PERFORM Open-Customer-Master.
013400     PERFORM Age-Open-Invoices.
013410     PERFORM List-Unapplied-Cash.
013420     PERFORM Print-Customer-Balances.
013430     PERFORM Print-Aging-Totals.
013440     CLOSE AgingReportFile.
013450     IF Cust-Master-On
013460         CLOSE CustomerMaster
013470     END-IF.
013500     DISPLAY "OilARAge: " WS-Open-Count " open invoices, "
013560         WS-Past-Count " past terms, "
013620         WS-Unapplied-Count " receipts held on account.".
013700     MOVE 0 TO RETURN-CODE.
013800     STOP RUN.
013900
021200     IF WS-Open-Count = ZERO
021300         WRITE AgingReportLine FROM Aging-None-Line
021400     END-IF.
021401     CLOSE OpenInvoiceFile.
021402
021403 List-Unapplied-Cash.
021404*    ONACCT.DAT is optional -- no file means nothing is held.
021405     MOVE 0 TO WS-On-Account-EOF.
021406     OPEN INPUT OnAccountFile.
021407     IF WS-On-Account-File-Status = "00"
021408         READ OnAccountFile
021409             AT END SET On-Account-EOF TO TRUE
021410         END-READ
021411         PERFORM UNTIL On-Account-EOF
021412             IF UA-Amount-Alloc < UA-Amount
021413                 PERFORM List-One-Unapplied
021414             END-IF
021415             READ OnAccountFile
021416                 AT END SET On-Account-EOF TO TRUE
021417             END-READ
021418         END-PERFORM
021419         CLOSE OnAccountFile
021420     END-IF.
021421
021422 List-One-Unapplied.
021423     IF WS-Unapplied-Count = ZERO
021424         MOVE SPACES TO AgingReportLine
021425         WRITE AgingReportLine
021426         WRITE AgingReportLine FROM Unapplied-Title-Line
021427         WRITE AgingReportLine FROM Unapplied-Topic-Line
021428     END-IF.
021429     ADD 1 TO WS-Unapplied-Count.
021430     COMPUTE WS-Unapplied-Amount = UA-Amount - UA-Amount-Alloc.
021431     ADD WS-Unapplied-Amount TO WS-Unapplied-Total.
021432     MOVE UA-Cust-Id TO WS-Bal-Cust.
021433     PERFORM Find-Cust-Balance.
021434     IF WS-Bal-Sub > ZERO
021435         ADD WS-Unapplied-Amount TO CBT-Unapplied(WS-Bal-Sub)
021436     END-IF.
021437     COMPUTE WS-Inv-Date-Days =
021438         FUNCTION INTEGER-OF-DATE(UA-Receipt-Date).
021439     COMPUTE WS-Days-Out = WS-Run-Date-Days - WS-Inv-Date-Days.
021440     IF WS-Days-Out < ZERO
021441         MOVE ZEROS TO WS-Days-Out
021442     END-IF.
021443     MOVE UA-Receipt-Num TO Prn-Receipt-Num.
021444     MOVE UA-Cust-Id TO Prn-UA-Cust-Id.
021445     MOVE UA-Receipt-Date TO Prn-Receipt-Date.
021446     MOVE WS-Unapplied-Amount TO Prn-Unapplied.
021447     MOVE WS-Days-Out TO Prn-Days-Held.
021448     WRITE AgingReportLine FROM Unapplied-Detail-Line.
021449
021450 Find-Cust-Balance.
021451*    WS-Bal-Sub comes back at WS-Bal-Cust's entry, added if it
021452*    is new, or zero if the table is full.
021453     MOVE ZEROS TO WS-Bal-Sub.
021454     PERFORM VARYING CBT-Idx FROM 1 BY 1
021455             UNTIL CBT-Idx > WS-Cust-Bal-Count
021456                OR WS-Bal-Sub > ZERO
021457         IF CBT-Cust-Id(CBT-Idx) = WS-Bal-Cust
021458             SET WS-Bal-Sub TO CBT-Idx
021459         END-IF
021460     END-PERFORM.
021461     IF WS-Bal-Sub = ZERO
021462         IF WS-Cust-Bal-Count >= 1000
021463             DISPLAY "OilARAge: over 1000 customers -- cust "
021464                 WS-Bal-Cust " left out of the balances."
021465         ELSE
021466             ADD 1 TO WS-Cust-Bal-Count
021467             MOVE WS-Cust-Bal-Count TO WS-Bal-Sub
021468             MOVE WS-Bal-Cust TO CBT-Cust-Id(WS-Bal-Sub)
021469             MOVE ZEROS TO CBT-Open(WS-Bal-Sub)
021470             MOVE ZEROS TO CBT-Unapplied(WS-Bal-Sub)
021471         END-IF
021472     END-IF.
021473
021474 Print-Customer-Balances.
021475*    Only worth printing when there is unapplied cash to set
021476*    against the open invoices.
021477     IF WS-Unapplied-Count > ZERO
021478         MOVE SPACES TO AgingReportLine
021479         WRITE AgingReportLine
021480         WRITE AgingReportLine FROM Balance-Title-Line
021481         WRITE AgingReportLine FROM Balance-Topic-Line
021482         PERFORM VARYING CBT-Idx FROM 1 BY 1
021483                 UNTIL CBT-Idx > WS-Cust-Bal-Count
021484             COMPUTE WS-Net-Amount = CBT-Open(CBT-Idx)
021485                 - CBT-Unapplied(CBT-Idx)
021486             MOVE CBT-Cust-Id(CBT-Idx) TO Prn-Bal-Cust-Id
021487             MOVE CBT-Open(CBT-Idx) TO Prn-Bal-Open
021488             MOVE CBT-Unapplied(CBT-Idx) TO Prn-Bal-Unapplied
021489             MOVE WS-Net-Amount TO Prn-Bal-Net
021490             WRITE AgingReportLine FROM Balance-Detail-Line
021491         END-PERFORM
021492     END-IF.
021493
021494 Print-Aging-Totals.
021500     MOVE SPACES TO AgingReportLine.
021600     WRITE AgingReportLine.
021700     MOVE WS-Within-Total TO Prn-Within-Total.
021800     WRITE AgingReportLine FROM Aging-Within-Line.
021900     MOVE WS-Past-Total TO Prn-Past-Total.
022000     WRITE AgingReportLine FROM Aging-Past-Line.
022010     MOVE WS-Unapplied-Total TO Prn-Unapplied-Total.
022020     WRITE AgingReportLine FROM Aging-Unapplied-Line.
022030     COMPUTE WS-Net-Total = WS-Within-Total + WS-Past-Total
022040         - WS-Unapplied-Total.
022050     MOVE WS-Net-Total TO Prn-Net-Total.
022060     WRITE AgingReportLine FROM Aging-Net-Line.
022100     MOVE WS-Open-Count TO Prn-Open-Count.
022200     MOVE WS-Past-Count TO Prn-Past-Count.
022300     WRITE AgingReportLine FROM Aging-Count-Line.
022500
022600 Age-One-Invoice.
022700     ADD 1 TO WS-Open-Count.
025100     MOVE WS-Terms-Days TO Prn-Terms-Days.
025200     MOVE WS-Days-Out TO Prn-Days-Out.
025300     WRITE AgingReportLine FROM Aging-Detail-Line.
025310     MOVE OI-Cust-Id TO WS-Bal-Cust.
025320     PERFORM Find-Cust-Balance.
025330     IF WS-Bal-Sub > ZERO
025340         ADD WS-Open-Amount TO CBT-Open(WS-Bal-Sub)
025350     END-IF.
025400
025500 Find-Invoice-Customer.
025600*    A customer missing from the master ages against zero-day
