000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilBuying.
000300* Customer buying-pattern report for the sales team, from the
000400* CUSTSALE.DAT customer sales ledger OilSalesData appends on
000500* every full run (one record per customer per oil per run --
000600* see CUSTSALE.CPY). SALESHIS.DAT keeps the run by oil only,
000700* so this is the one place the customer dimension survives.
000800* OILBUYNG.RPT prints three parts:
000900*   CUSTOMERS RANKED BY SALES VALUE -- the top customers over
001000*     the chosen period by net sales value, each with the
001100*     value in the same period a year earlier and the change,
001200*     then the period totals across every customer;
001300*   DORMANT CUSTOMERS -- every customer on CUSTMAST.IDX with
001400*     no purchase in the last N days (or none on the ledger at
001500*     all), with CM-Contact so the sales team knows whom to
001600*     ring, the last purchase date and the days since;
001700*   CUSTOMER BY OIL -- one customer's purchases broken down by
001800*     oil over the period, against last year, with the date
001900*     each oil was last bought.
002000* The optional BUYPARM.DAT parameter file, one keyword card
002100* per line in the OILPARM.DAT manner, sets:
002200*   FROM=yyyymmdd   first run date of the period (default the
002300*                   first of January of the run year);
002400*   TO=yyyymmdd     last run date of the period (default the
002500*                   run date);
002600*   TOP=nnn         how many customers to rank (default 020;
002700*                   000 ranks every customer in the period);
002800*   DAYS=nnn        days without a purchase that make a
002900*                   customer dormant (default 090);
003000*   CUST=xxxxx      the customer for the breakdown -- without
003100*                   it the third part is left out.
003200* Unknown cards are reported and ignored. The period is taken
003300* on the CUSTSALE.DAT run date; last year's period is the
003400* same dates one year back. A purchase is a ledger record with
003500* a net quantity bought -- a customer who only sent oil back
003600* is not made active again by the return.
003700* The customer master is read by key for names and walked in
003800* key order for the dormant list; run without CUSTMAST.IDX the
003900* names print blank and the dormant part is left out.
004000* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
004100* programs do, falling back to today's date run standalone.
004200
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT CustSalesFile ASSIGN TO "CUSTSALE.DAT"
004700              ORGANIZATION IS LINE SEQUENTIAL
004800              FILE STATUS IS WS-Cust-Sales-File-Status.
004900
005000     SELECT OilProductFile ASSIGN TO "OILPROD.DAT"
005100              ORGANIZATION IS LINE SEQUENTIAL
005200              FILE STATUS IS WS-Oil-Product-File-Status.
005300
005400     SELECT CustomerMaster ASSIGN TO "CUSTMAST.IDX"
005500              ORGANIZATION IS INDEXED
005600              ACCESS MODE IS DYNAMIC
005700              RECORD KEY IS CM-Cust-Id
005800              FILE STATUS IS WS-Customer-File-Status.
005900
006000     SELECT ParmFile ASSIGN TO "BUYPARM.DAT"
006100              ORGANIZATION IS LINE SEQUENTIAL
006200              FILE STATUS IS WS-Parm-File-Status.
006300
006400     SELECT BuyingReportFile ASSIGN TO "OILBUYNG.RPT"
006500              ORGANIZATION IS LINE SEQUENTIAL.
006600
006700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
006800              ORGANIZATION IS LINE SEQUENTIAL
006900              FILE STATUS IS WS-Run-Date-File-Status.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  CustSalesFile.
007400     COPY "CUSTSALE.CPY" REPLACING ==REC-NAME== BY ==CSRec==.
007500
007600 FD  OilProductFile.
007700     COPY "OILPROD.CPY" REPLACING ==REC-NAME== BY ==OilProdRec==.
007800
007900 FD  CustomerMaster.
008000     COPY "CUSTOMER.CPY" REPLACING
008100         ==REC-NAME== BY ==CustMastRec==.
008200
008300 FD  ParmFile.
008400 01  ParmRec                     PIC X(80).
008500
008600 FD  BuyingReportFile.
008700 01  BuyingReportLine            PIC X(110).
008800
008900 FD  RunDateFile.
009000 01  RunDateRec                  PIC 9(8).
009100
009200 WORKING-STORAGE SECTION.
009300 01  WS-Cust-Sales-File-Status   PIC XX.
009400 01  WS-Oil-Product-File-Status  PIC XX.
009500 01  WS-Customer-File-Status     PIC XX.
009600 01  WS-Parm-File-Status         PIC XX.
009700 01  WS-Run-Date-File-Status     PIC XX.
009800
009900 01  WS-Cust-Sales-EOF           PIC 9       VALUE 0.
010000     88 Cust-Sales-EOF                       VALUE 1.
010100 01  WS-Oil-Product-EOF          PIC 9       VALUE 0.
010200     88 Oil-Product-EOF                      VALUE 1.
010300 01  WS-Parm-EOF                 PIC 9       VALUE 0.
010400     88 Parm-EOF                             VALUE 1.
010500 01  WS-Master-EOF               PIC 9       VALUE 0.
010600     88 Master-EOF                           VALUE 1.
010700 01  WS-Cust-Master-Open         PIC 9       VALUE 0.
010800     88 Cust-Master-On                       VALUE 1.
010900 01  WS-Breakdown-Wanted         PIC 9       VALUE 0.
011000     88 Breakdown-Wanted                     VALUE 1.
011100
011200 01  Oil-Name-Table.
011300     02  OIL-DESC  PIC X(20) OCCURS 200 TIMES VALUE SPACES.
011400
011500 01  Cust-Hist-Table.
011600*    Every customer on the ledger, kept in customer-id order as
011700*    entries are added: the period and last-year figures and
011800*    the latest purchase on the whole ledger.
011900     02  WS-Cust-Count           PIC 9(4)    VALUE ZEROS.
012000     02  CHT-Entry OCCURS 1000 TIMES INDEXED BY CHT-Idx.
012100         03  CHT-Cust-Id         PIC X(5).
012200         03  CHT-Qty             PIC S9(7).
012300         03  CHT-Value           PIC S9(7)V99.
012400         03  CHT-LY-Value        PIC S9(7)V99.
012500         03  CHT-Last-Buy        PIC 9(8).
012600         03  CHT-In-Period       PIC 9.
012700         03  CHT-Ranked          PIC 9.
012800
012900 01  Cust-By-Oil-Table.
013000     02  CBO-Entry OCCURS 200 TIMES INDEXED BY CBO-Idx.
013100         03  CBO-Active          PIC 9       VALUE 0.
013200         03  CBO-Lines           PIC 9(6)    VALUE ZEROS.
013300         03  CBO-Qty             PIC S9(7)   VALUE ZEROS.
013400         03  CBO-Value           PIC S9(7)V99 VALUE ZEROS.
013500         03  CBO-LY-Value        PIC S9(7)V99 VALUE ZEROS.
013600         03  CBO-Last-Buy        PIC 9(8)    VALUE ZEROS.
013700
013800 01  WS-Run-Date                 PIC 9(8).
013900 01  WS-Run-Date-Parts REDEFINES WS-Run-Date.
014000     02  WS-Run-Year             PIC 9(4).
014100     02  WS-Run-Month-Day        PIC 9(4).
014200 01  WS-From-Date                PIC 9(8)    VALUE ZEROS.
014300 01  WS-To-Date                  PIC 9(8)    VALUE ZEROS.
014400 01  WS-LY-From-Date             PIC 9(8)    VALUE ZEROS.
014500 01  WS-LY-To-Date               PIC 9(8)    VALUE ZEROS.
014600 01  WS-Cutoff-Date              PIC 9(8)    VALUE ZEROS.
014700 01  WS-Run-Days                 PIC 9(7)    VALUE ZEROS.
014800 01  WS-Days-Since               PIC 9(7)    VALUE ZEROS.
014900 01  WS-Top-Count                PIC 999     VALUE 20.
015000 01  WS-Dormant-Days             PIC 999     VALUE 90.
015100 01  WS-Breakdown-Cust           PIC X(5)    VALUE SPACES.
015200 01  WS-Oil-Num                  PIC 999     VALUE ZEROS.
015300 01  WS-Cust-Sub                 PIC 9(4)    VALUE ZEROS.
015400 01  WS-Shift-Sub                PIC 9(4)    VALUE ZEROS.
015500 01  WS-Best-Sub                 PIC 9(4)    VALUE ZEROS.
015600 01  WS-Rank                     PIC 9(4)    VALUE ZEROS.
015700 01  WS-Period-Cust-Count        PIC 9(4)    VALUE ZEROS.
015800 01  WS-Dormant-Count            PIC 9(4)    VALUE ZEROS.
015900 01  WS-Record-Count             PIC 9(6)    VALUE ZEROS.
016000 01  WS-Line-Count               PIC 9(5)    VALUE ZEROS.
016100 01  WS-Line-Value               PIC S9(7)V99 VALUE ZEROS.
016200 01  WS-Line-LY-Value            PIC S9(7)V99 VALUE ZEROS.
016300 01  WS-Line-Change              PIC S9(7)V99 VALUE ZEROS.
016400 01  WS-Change-Pct               PIC S9(5)V9 VALUE ZEROS.
016500 01  WS-Total-Qty                PIC S9(7)   VALUE ZEROS.
016600 01  WS-Total-Value              PIC S9(7)V99 VALUE ZEROS.
016700 01  WS-Total-LY-Value           PIC S9(7)V99 VALUE ZEROS.
016800
016900 01  Buying-Heading-Line         PIC X(60)
017000     VALUE "        CUSTOMER BUYING-PATTERN REPORT".
017100 01  Run-Date-Line.
017200     02  FILLER                  PIC X(10) VALUE SPACES.
017300     02  FILLER                  PIC X(10) VALUE "RUN DATE: ".
017400     02  Prn-Run-Date            PIC 9999/99/99.
017500     02  FILLER                  PIC X(15)
017600         VALUE "   PERIOD FROM ".
017700     02  Prn-From-Date           PIC 9999/99/99.
017800     02  FILLER                  PIC X(4)  VALUE " TO ".
017900     02  Prn-To-Date             PIC 9999/99/99.
018000 01  Last-Year-Line.
018100     02  FILLER                  PIC X(45)
018200         VALUE "          COMPARED WITH LAST YEAR FROM".
018300     02  Prn-LY-From-Date        PIC 9999/99/99.
018400     02  FILLER                  PIC X(4)  VALUE " TO ".
018500     02  Prn-LY-To-Date          PIC 9999/99/99.
018600
018700 01  Rank-Section-Line.
018800     02  FILLER                  PIC X(35)
018900         VALUE "CUSTOMERS RANKED BY SALES VALUE -- ".
019000     02  Prn-Rank-Limit          PIC X(10).
019100 01  Rank-Topic-Line.
019200     02  FILLER                  PIC X(34)
019300         VALUE " RANK  CUST   CUSTOMER NAME".
019400     02  FILLER                  PIC X(34)
019500         VALUE "     QTY  SALES VALUE    LAST YEAR".
019600     02  FILLER                  PIC X(23)
019700         VALUE "       CHANGE   CHANGE%".
019800 01  Rank-Detail-Line.
019900     02  FILLER                  PIC X     VALUE SPACE.
020000     02  Prn-Rank                PIC ZZZ9.
020100     02  FILLER                  PIC XX    VALUE SPACES.
020200     02  Prn-Cust-Id             PIC X(5).
020300     02  FILLER                  PIC XX    VALUE SPACES.
020400     02  Prn-Cust-Name           PIC X(20).
020500     02  Prn-Qty                 PIC B-(6)9.
020600     02  Prn-Value               PIC BB-(7)9.99.
020700     02  Prn-LY-Value            PIC BB-(7)9.99.
020800     02  Prn-Change              PIC BB-(7)9.99.
020900     02  Prn-Change-Pct          PIC BBB-(4)9.9.
021000     02  Prn-Change-Pct-X REDEFINES Prn-Change-Pct
021100                                 PIC X(10).
021200 01  Rank-Total-Line.
021300     02  FILLER                  PIC X(13)
021400         VALUE "  ALL ".
021500     02  Prn-Period-Cust-Count   PIC ZZZ9.
021600     02  FILLER                  PIC X(17)
021700         VALUE " CUSTOMERS".
021800     02  Prn-Total-Qty           PIC B-(6)9.
021900     02  Prn-Total-Value         PIC BB-(7)9.99.
022000     02  Prn-Total-LY-Value      PIC BB-(7)9.99.
022100     02  Prn-Total-Change        PIC BB-(7)9.99.
022200     02  Prn-Total-Pct           PIC BBB-(4)9.9.
022300     02  Prn-Total-Pct-X REDEFINES Prn-Total-Pct
022400                                 PIC X(10).
022500
022600 01  Dormant-Section-Line.
022700     02  FILLER                  PIC X(36)
022800         VALUE "DORMANT CUSTOMERS -- NO PURCHASE IN ".
022900     02  Prn-Dormant-Days        PIC ZZ9.
023000     02  FILLER                  PIC X(13) VALUE " DAYS (SINCE ".
023100     02  Prn-Cutoff-Date         PIC 9999/99/99.
023200     02  FILLER                  PIC X     VALUE ")".
023300 01  Dormant-Topic-Line.
023400     02  FILLER                  PIC X(34)
023500         VALUE " CUST   CUSTOMER NAME".
023600     02  FILLER                  PIC X(34)
023700         VALUE "CONTACT              LAST PURCHASE".
023800     02  FILLER                  PIC X(12)
023900         VALUE "  DAYS SINCE".
024000 01  Dormant-Detail-Line.
024100     02  FILLER                  PIC X     VALUE SPACE.
024200     02  Prn-Dormant-Id          PIC X(5).
024300     02  FILLER                  PIC XX    VALUE SPACES.
024400     02  Prn-Dormant-Name        PIC X(20).
024500     02  FILLER                  PIC X(6)  VALUE SPACES.
024600     02  Prn-Dormant-Contact     PIC X(20).
024700     02  FILLER                  PIC X     VALUE SPACE.
024800     02  Prn-Last-Buy            PIC 9999/99/99.
024900     02  Prn-Last-Buy-X REDEFINES Prn-Last-Buy
025000                                 PIC X(10).
025100     02  FILLER                  PIC X(5)  VALUE SPACES.
025200     02  Prn-Days-Since          PIC ZZZZZZ9.
025300     02  Prn-Days-Since-X REDEFINES Prn-Days-Since
025400                                 PIC X(7).
025500 01  Dormant-Total-Line.
025600     02  FILLER                  PIC X(30)
025700         VALUE "  DORMANT CUSTOMERS:".
025800     02  Prn-Dormant-Count       PIC ZZZ9.
025900
026000 01  Breakdown-Section-Line.
026100     02  FILLER                  PIC X(19)
026200         VALUE "CUSTOMER BY OIL -- ".
026300     02  Prn-Breakdown-Id        PIC X(5).
026400     02  FILLER                  PIC XX    VALUE SPACES.
026500     02  Prn-Breakdown-Name      PIC X(20).
026600 01  Breakdown-Topic-Line.
026700     02  FILLER                  PIC X(34)
026800         VALUE " OIL    DESCRIPTION         LINES".
026900     02  FILLER                  PIC X(34)
027000         VALUE "     QTY  SALES VALUE    LAST YEAR".
027100     02  FILLER                  PIC X(15)
027200         VALUE "   LAST BOUGHT".
027300 01  Breakdown-Detail-Line.
027400     02  FILLER                  PIC X     VALUE SPACE.
027500     02  Prn-Oil-Num             PIC 999.
027600     02  FILLER                  PIC X(4)  VALUE SPACES.
027700     02  Prn-Oil-Desc            PIC X(20).
027800     02  Prn-Oil-Lines           PIC ZZZZZ9.
027900     02  Prn-Oil-Qty             PIC B-(6)9.
028000     02  Prn-Oil-Value           PIC BB-(7)9.99.
028100     02  Prn-Oil-LY-Value        PIC BB-(7)9.99.
028200     02  FILLER                  PIC XXX   VALUE SPACES.
028300     02  Prn-Oil-Last-Buy        PIC 9999/99/99.
028400     02  Prn-Oil-Last-Buy-X REDEFINES Prn-Oil-Last-Buy
028500                                 PIC X(10).
028600 01  Breakdown-Total-Line.
028700     02  FILLER                  PIC X(34)
028800         VALUE "  CUSTOMER TOTALS".
028900     02  Prn-Cust-Total-Qty      PIC B-(6)9.
029000     02  Prn-Cust-Total-Value    PIC BB-(7)9.99.
029100     02  Prn-Cust-Total-LY-Value PIC BB-(7)9.99.
029200
029300 01  Buying-Note-Line            PIC X(80)   VALUE SPACES.
029400
029500 PROCEDURE DIVISION.
029600 Begin.
029700     PERFORM Load-Run-Date.
029800     MOVE WS-Run-Date TO WS-From-Date, WS-To-Date.
029900     COMPUTE WS-From-Date = WS-Run-Year * 10000 + 0101.
030000     PERFORM Load-Parameters.
030100     COMPUTE WS-LY-From-Date = WS-From-Date - 10000.
030200     COMPUTE WS-LY-To-Date = WS-To-Date - 10000.
030300     COMPUTE WS-Run-Days = FUNCTION INTEGER-OF-DATE(WS-Run-Date).
030400     COMPUTE WS-Cutoff-Date = FUNCTION DATE-OF-INTEGER(
030500         WS-Run-Days - WS-Dormant-Days).
030600     PERFORM Load-Oil-Names.
030700     PERFORM Accumulate-Cust-Sales.
030800     OPEN INPUT CustomerMaster.
030900     IF WS-Customer-File-Status = "00"
031000         SET Cust-Master-On TO TRUE
031100     ELSE
031200         DISPLAY "CUSTMAST.IDX not found -- names blank, no"
031300             " dormant list."
031400     END-IF.
031500     OPEN OUTPUT BuyingReportFile.
031600     WRITE BuyingReportLine FROM Buying-Heading-Line.
031700     MOVE WS-Run-Date TO Prn-Run-Date.
031800     MOVE WS-From-Date TO Prn-From-Date.
031900     MOVE WS-To-Date TO Prn-To-Date.
032000     WRITE BuyingReportLine FROM Run-Date-Line.
032100     MOVE WS-LY-From-Date TO Prn-LY-From-Date.
032200     MOVE WS-LY-To-Date TO Prn-LY-To-Date.
032300     WRITE BuyingReportLine FROM Last-Year-Line.
032400     PERFORM Print-Ranked-Customers.
032500     PERFORM Print-Dormant-Customers.
032600     PERFORM Print-Customer-By-Oil.
032700     CLOSE BuyingReportFile.
032800     IF Cust-Master-On
032900         CLOSE CustomerMaster
033000     END-IF.
033100     DISPLAY "OilBuying: " WS-Record-Count " ledger records, "
033200         WS-Period-Cust-Count " customers in the period, "
033300         WS-Dormant-Count " dormant.".
033400     MOVE 0 TO RETURN-CODE.
033500     STOP RUN.
033600
033700 Load-Run-Date.
033800     OPEN INPUT RunDateFile.
033900     IF WS-Run-Date-File-Status = "00"
034000         READ RunDateFile
034100             AT END CONTINUE
034200         END-READ
034300         MOVE RunDateRec TO WS-Run-Date
034400         CLOSE RunDateFile
034500     ELSE
034600         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
034700     END-IF.
034800
034900 Load-Parameters.
035000     MOVE 0 TO WS-Parm-EOF.
035100     OPEN INPUT ParmFile.
035200     IF WS-Parm-File-Status = "00"
035300         READ ParmFile
035400             AT END SET Parm-EOF TO TRUE
035500         END-READ
035600         PERFORM Apply-One-Parm-Card UNTIL Parm-EOF
035700         CLOSE ParmFile
035800     END-IF.
035900
036000 Apply-One-Parm-Card.
036100     EVALUATE TRUE
036200         WHEN ParmRec = SPACES
036300             CONTINUE
036400         WHEN ParmRec(1:5) = "FROM=" AND ParmRec(6:8) IS NUMERIC
036500             MOVE ParmRec(6:8) TO WS-From-Date
036600             DISPLAY "BUYPARM: period from " WS-From-Date "."
036700         WHEN ParmRec(1:3) = "TO=" AND ParmRec(4:8) IS NUMERIC
036800             MOVE ParmRec(4:8) TO WS-To-Date
036900             DISPLAY "BUYPARM: period to " WS-To-Date "."
037000         WHEN ParmRec(1:4) = "TOP=" AND ParmRec(5:3) IS NUMERIC
037100             MOVE ParmRec(5:3) TO WS-Top-Count
037200             DISPLAY "BUYPARM: top " WS-Top-Count " customers."
037300         WHEN ParmRec(1:5) = "DAYS=" AND ParmRec(6:3) IS NUMERIC
037400             MOVE ParmRec(6:3) TO WS-Dormant-Days
037500             DISPLAY "BUYPARM: dormant after " WS-Dormant-Days
037600                 " days."
037700         WHEN ParmRec(1:5) = "CUST=" AND ParmRec(6:5) NOT = SPACES
037800             MOVE ParmRec(6:5) TO WS-Breakdown-Cust
037900             SET Breakdown-Wanted TO TRUE
038000             DISPLAY "BUYPARM: breakdown for customer "
038100                 WS-Breakdown-Cust "."
038200         WHEN OTHER
038300             DISPLAY "BUYPARM: bad card ignored: " ParmRec
038400     END-EVALUATE.
038500     READ ParmFile
038600         AT END SET Parm-EOF TO TRUE
038700     END-READ.
038800
038900 Load-Oil-Names.
039000     MOVE 0 TO WS-Oil-Product-EOF.
039100     OPEN INPUT OilProductFile.
039200     IF WS-Oil-Product-File-Status = "00"
039300         READ OilProductFile
039400             AT END SET Oil-Product-EOF TO TRUE
039500         END-READ
039600         PERFORM UNTIL Oil-Product-EOF
039700             IF OM-Oil-Num >= 1 AND OM-Oil-Num <= 200
039800                 MOVE OM-Oil-Desc TO OIL-DESC(OM-Oil-Num)
039900             END-IF
040000             READ OilProductFile
040100                 AT END SET Oil-Product-EOF TO TRUE
040200             END-READ
040300         END-PERFORM
040400         CLOSE OilProductFile
040500     ELSE
040600         DISPLAY "OILPROD.DAT not found -- descriptions blank."
040700     END-IF.
040800
040900 Accumulate-Cust-Sales.
041000     MOVE 0 TO WS-Cust-Sales-EOF.
041100     OPEN INPUT CustSalesFile.
041200     IF WS-Cust-Sales-File-Status NOT = "00"
041300         DISPLAY "CUSTSALE.DAT not found -- run OilSalesData"
041400             " first."
041500         MOVE 1 TO RETURN-CODE
041600         STOP RUN
041700     END-IF.
041800     READ CustSalesFile
041900         AT END SET Cust-Sales-EOF TO TRUE
042000     END-READ.
042100     PERFORM UNTIL Cust-Sales-EOF
042200         ADD 1 TO WS-Record-Count
042300         PERFORM Find-Cust-Entry
042400         IF WS-Cust-Sub > ZERO
042500             PERFORM Add-To-Customer
042600         END-IF
042700         IF Breakdown-Wanted
042800            AND CS-Cust-Id = WS-Breakdown-Cust
042900            AND CS-Oil-Num >= 1 AND CS-Oil-Num <= 200
043000             PERFORM Add-To-Breakdown
043100         END-IF
043200         READ CustSalesFile
043300             AT END SET Cust-Sales-EOF TO TRUE
043400         END-READ
043500     END-PERFORM.
043600     CLOSE CustSalesFile.
043700
043800 Find-Cust-Entry.
043900*    Finds CS-Cust-Id in the table, or opens a new entry for it
044000*    in id order, shifting the higher ids up one place.
044100     MOVE ZEROS TO WS-Cust-Sub.
044200     PERFORM VARYING CHT-Idx FROM 1 BY 1
044300             UNTIL CHT-Idx > WS-Cust-Count OR WS-Cust-Sub > ZERO
044400         IF CHT-Cust-Id(CHT-Idx) NOT < CS-Cust-Id
044500             SET WS-Cust-Sub TO CHT-Idx
044600         END-IF
044700     END-PERFORM.
044800     IF WS-Cust-Sub = ZERO
044900         COMPUTE WS-Cust-Sub = WS-Cust-Count + 1
045000     END-IF.
045100     IF WS-Cust-Sub > WS-Cust-Count
045200        OR CHT-Cust-Id(WS-Cust-Sub) NOT = CS-Cust-Id
045300         PERFORM Open-Cust-Entry
045400     END-IF.
045500
045600 Open-Cust-Entry.
045700     IF WS-Cust-Count >= 1000
045800         DISPLAY "More than 1000 customers on the ledger --"
045900             " customer " CS-Cust-Id " left out."
046000         MOVE ZEROS TO WS-Cust-Sub
046100     ELSE
046200         ADD 1 TO WS-Cust-Count
046300         PERFORM VARYING WS-Shift-Sub FROM WS-Cust-Count BY -1
046400                 UNTIL WS-Shift-Sub <= WS-Cust-Sub
046500             MOVE CHT-Entry(WS-Shift-Sub - 1)
046600                 TO CHT-Entry(WS-Shift-Sub)
046700         END-PERFORM
046800         MOVE CS-Cust-Id TO CHT-Cust-Id(WS-Cust-Sub)
046900         MOVE ZEROS TO CHT-Qty(WS-Cust-Sub)
047000         MOVE ZEROS TO CHT-Value(WS-Cust-Sub)
047100         MOVE ZEROS TO CHT-LY-Value(WS-Cust-Sub)
047200         MOVE ZEROS TO CHT-Last-Buy(WS-Cust-Sub)
047300         MOVE 0 TO CHT-In-Period(WS-Cust-Sub)
047400         MOVE 0 TO CHT-Ranked(WS-Cust-Sub)
047500     END-IF.
047600
047700 Add-To-Customer.
047800     IF CS-Qty > ZERO
047900        AND CS-Last-Sale-Date > CHT-Last-Buy(WS-Cust-Sub)
048000         MOVE CS-Last-Sale-Date TO CHT-Last-Buy(WS-Cust-Sub)
048100     END-IF.
048200     IF CS-Run-Date NOT < WS-From-Date
048300        AND CS-Run-Date NOT > WS-To-Date
048400         MOVE 1 TO CHT-In-Period(WS-Cust-Sub)
048500         ADD CS-Qty TO CHT-Qty(WS-Cust-Sub)
048600         ADD CS-Value TO CHT-Value(WS-Cust-Sub)
048700     END-IF.
048800     IF CS-Run-Date NOT < WS-LY-From-Date
048900        AND CS-Run-Date NOT > WS-LY-To-Date
049000         ADD CS-Value TO CHT-LY-Value(WS-Cust-Sub)
049100     END-IF.
049200
049300 Add-To-Breakdown.
049400     IF CS-Qty > ZERO
049500        AND CS-Last-Sale-Date > CBO-Last-Buy(CS-Oil-Num)
049600         MOVE CS-Last-Sale-Date TO CBO-Last-Buy(CS-Oil-Num)
049700     END-IF.
049800     IF CS-Run-Date NOT < WS-From-Date
049900        AND CS-Run-Date NOT > WS-To-Date
050000         MOVE 1 TO CBO-Active(CS-Oil-Num)
050100         ADD CS-Sale-Lines TO CBO-Lines(CS-Oil-Num)
050200         ADD CS-Qty TO CBO-Qty(CS-Oil-Num)
050300         ADD CS-Value TO CBO-Value(CS-Oil-Num)
050400     END-IF.
050500     IF CS-Run-Date NOT < WS-LY-From-Date
050600        AND CS-Run-Date NOT > WS-LY-To-Date
050700         MOVE 1 TO CBO-Active(CS-Oil-Num)
050800         ADD CS-Value TO CBO-LY-Value(CS-Oil-Num)
050900     END-IF.
051000
051100 Print-Ranked-Customers.
051200     MOVE SPACES TO BuyingReportLine.
051300     WRITE BuyingReportLine.
051400     MOVE SPACES TO Prn-Rank-Limit.
051500     IF WS-Top-Count = ZERO
051600         MOVE "ALL" TO Prn-Rank-Limit
051700     ELSE
051800         STRING "TOP " WS-Top-Count DELIMITED BY SIZE
051900             INTO Prn-Rank-Limit
052000     END-IF.
052100     WRITE BuyingReportLine FROM Rank-Section-Line.
052200     WRITE BuyingReportLine FROM Rank-Topic-Line.
052300     PERFORM VARYING CHT-Idx FROM 1 BY 1
052400             UNTIL CHT-Idx > WS-Cust-Count
052500         IF CHT-In-Period(CHT-Idx) = 1
052600             ADD 1 TO WS-Period-Cust-Count
052700             ADD CHT-Qty(CHT-Idx) TO WS-Total-Qty
052800             ADD CHT-Value(CHT-Idx) TO WS-Total-Value
052900         END-IF
053000         ADD CHT-LY-Value(CHT-Idx) TO WS-Total-LY-Value
053100     END-PERFORM.
053200     MOVE ZEROS TO WS-Rank.
053300     MOVE 1 TO WS-Best-Sub.
053400     PERFORM Print-Next-Ranked
053500         UNTIL WS-Best-Sub = ZERO
053600            OR (WS-Top-Count > ZERO AND WS-Rank >= WS-Top-Count).
053700     IF WS-Rank = ZERO
053800         MOVE "  No sales in the period." TO Buying-Note-Line
053900         WRITE BuyingReportLine FROM Buying-Note-Line
054000     END-IF.
054100     MOVE SPACES TO BuyingReportLine.
054200     WRITE BuyingReportLine.
054300     MOVE WS-Total-Value TO WS-Line-Value.
054400     MOVE WS-Total-LY-Value TO WS-Line-LY-Value.
054500     PERFORM Work-Change.
054600     MOVE WS-Period-Cust-Count TO Prn-Period-Cust-Count.
054700     MOVE WS-Total-Qty TO Prn-Total-Qty.
054800     MOVE WS-Total-Value TO Prn-Total-Value.
054900     MOVE WS-Total-LY-Value TO Prn-Total-LY-Value.
055000     MOVE WS-Line-Change TO Prn-Total-Change.
055100     IF WS-Line-LY-Value > ZERO
055200         MOVE WS-Change-Pct TO Prn-Total-Pct
055300     ELSE
055400         MOVE "       NEW" TO Prn-Total-Pct-X
055500     END-IF.
055600     WRITE BuyingReportLine FROM Rank-Total-Line.
055700
055800 Print-Next-Ranked.
055900*    The unranked period customer with the highest sales value
056000*    is printed next; none left ends the ranking.
056100     MOVE ZEROS TO WS-Best-Sub.
056200     PERFORM VARYING CHT-Idx FROM 1 BY 1
056300             UNTIL CHT-Idx > WS-Cust-Count
056400         IF CHT-In-Period(CHT-Idx) = 1
056500            AND CHT-Ranked(CHT-Idx) = 0
056600             IF WS-Best-Sub = ZERO
056700                 SET WS-Best-Sub TO CHT-Idx
056800             ELSE
056900                 IF CHT-Value(CHT-Idx) > CHT-Value(WS-Best-Sub)
057000                     SET WS-Best-Sub TO CHT-Idx
057100                 END-IF
057200             END-IF
057300         END-IF
057400     END-PERFORM.
057500     IF WS-Best-Sub > ZERO
057600         MOVE 1 TO CHT-Ranked(WS-Best-Sub)
057700         ADD 1 TO WS-Rank
057800         MOVE WS-Rank TO Prn-Rank
057900         MOVE CHT-Cust-Id(WS-Best-Sub) TO Prn-Cust-Id
058000         MOVE CHT-Cust-Id(WS-Best-Sub) TO CM-Cust-Id
058100         PERFORM Look-Up-Customer
058200         MOVE CM-Cust-Name TO Prn-Cust-Name
058300         MOVE CHT-Qty(WS-Best-Sub) TO Prn-Qty
058400         MOVE CHT-Value(WS-Best-Sub) TO WS-Line-Value, Prn-Value
058500         MOVE CHT-LY-Value(WS-Best-Sub) TO WS-Line-LY-Value,
058600             Prn-LY-Value
058700         PERFORM Work-Change
058800         MOVE WS-Line-Change TO Prn-Change
058900         IF WS-Line-LY-Value > ZERO
059000             MOVE WS-Change-Pct TO Prn-Change-Pct
059100         ELSE
059200             MOVE "       NEW" TO Prn-Change-Pct-X
059300         END-IF
059400         WRITE BuyingReportLine FROM Rank-Detail-Line
059500     END-IF.
059600
059700 Work-Change.
059800     COMPUTE WS-Line-Change = WS-Line-Value - WS-Line-LY-Value.
059900     IF WS-Line-LY-Value > ZERO
060000         COMPUTE WS-Change-Pct ROUNDED =
060100             WS-Line-Change * 100 / WS-Line-LY-Value
060200             ON SIZE ERROR
060300                 MOVE ZEROS TO WS-Change-Pct
060400         END-COMPUTE
060500     ELSE
060600         MOVE ZEROS TO WS-Change-Pct
060700     END-IF.
060800
060900 Look-Up-Customer.
061000*    CM-Cust-Id is set by the caller; the master record, or a
061100*    blank name and contact when the customer is not on file.
061200     IF Cust-Master-On
061300         READ CustomerMaster
061400             INVALID KEY
061500                 MOVE "** NOT ON MASTER **" TO CM-Cust-Name
061600                 MOVE SPACES TO CM-Contact
061700         END-READ
061800     ELSE
061900         MOVE SPACES TO CM-Cust-Name, CM-Contact
062000     END-IF.
062100
062200 Print-Dormant-Customers.
062300     MOVE SPACES TO BuyingReportLine.
062400     WRITE BuyingReportLine.
062500     MOVE WS-Dormant-Days TO Prn-Dormant-Days.
062600     MOVE WS-Cutoff-Date TO Prn-Cutoff-Date.
062700     WRITE BuyingReportLine FROM Dormant-Section-Line.
062800     IF NOT Cust-Master-On
062900         MOVE "  CUSTMAST.IDX not available -- no dormant list."
063000             TO Buying-Note-Line
063100         WRITE BuyingReportLine FROM Buying-Note-Line
063200     ELSE
063300         WRITE BuyingReportLine FROM Dormant-Topic-Line
063400         MOVE 0 TO WS-Master-EOF
063500         MOVE LOW-VALUES TO CM-Cust-Id
063600         START CustomerMaster KEY NOT < CM-Cust-Id
063700             INVALID KEY SET Master-EOF TO TRUE
063800         END-START
063900         PERFORM Check-Next-Master UNTIL Master-EOF
064000         MOVE SPACES TO BuyingReportLine
064100         WRITE BuyingReportLine
064200         MOVE WS-Dormant-Count TO Prn-Dormant-Count
064300         WRITE BuyingReportLine FROM Dormant-Total-Line
064400     END-IF.
064500
064600 Check-Next-Master.
064700     READ CustomerMaster NEXT RECORD
064800         AT END SET Master-EOF TO TRUE
064900     END-READ.
065000     IF NOT Master-EOF
065100         MOVE ZEROS TO WS-Cust-Sub
065200         PERFORM VARYING CHT-Idx FROM 1 BY 1
065300                 UNTIL CHT-Idx > WS-Cust-Count
065400                    OR WS-Cust-Sub > ZERO
065500             IF CHT-Cust-Id(CHT-Idx) = CM-Cust-Id
065600                 SET WS-Cust-Sub TO CHT-Idx
065700             END-IF
065800         END-PERFORM
065900         IF WS-Cust-Sub = ZERO
066000             PERFORM Print-Dormant-Line
066100         ELSE
066200             IF CHT-Last-Buy(WS-Cust-Sub) NOT > WS-Cutoff-Date
066300                 PERFORM Print-Dormant-Line
066400             END-IF
066500         END-IF
066600     END-IF.
066700
066800 Print-Dormant-Line.
066900     ADD 1 TO WS-Dormant-Count.
067000     MOVE CM-Cust-Id TO Prn-Dormant-Id.
067100     MOVE CM-Cust-Name TO Prn-Dormant-Name.
067200     MOVE CM-Contact TO Prn-Dormant-Contact.
067300     IF WS-Cust-Sub = ZERO
067400         MOVE "     NEVER" TO Prn-Last-Buy-X
067500         MOVE SPACES TO Prn-Days-Since-X
067600     ELSE
067700         IF CHT-Last-Buy(WS-Cust-Sub) = ZERO
067800             MOVE "     NEVER" TO Prn-Last-Buy-X
067900             MOVE SPACES TO Prn-Days-Since-X
068000         ELSE
068100             MOVE CHT-Last-Buy(WS-Cust-Sub) TO Prn-Last-Buy
068200             COMPUTE WS-Days-Since = WS-Run-Days -
068300                 FUNCTION INTEGER-OF-DATE(
068400                     CHT-Last-Buy(WS-Cust-Sub))
068500             MOVE WS-Days-Since TO Prn-Days-Since
068600         END-IF
068700     END-IF.
068800     WRITE BuyingReportLine FROM Dormant-Detail-Line.
068900
069000 Print-Customer-By-Oil.
069100     IF Breakdown-Wanted
069200         MOVE SPACES TO BuyingReportLine
069300         WRITE BuyingReportLine
069400         MOVE WS-Breakdown-Cust TO Prn-Breakdown-Id, CM-Cust-Id
069500         PERFORM Look-Up-Customer
069600         MOVE CM-Cust-Name TO Prn-Breakdown-Name
069700         WRITE BuyingReportLine FROM Breakdown-Section-Line
069800         WRITE BuyingReportLine FROM Breakdown-Topic-Line
069900         MOVE ZEROS TO WS-Line-Count, WS-Total-Qty,
070000             WS-Total-Value, WS-Total-LY-Value
070100         PERFORM VARYING CBO-Idx FROM 1 BY 1 UNTIL CBO-Idx > 200
070200             IF CBO-Active(CBO-Idx) = 1
070300                 PERFORM Print-Breakdown-Line
070400             END-IF
070500         END-PERFORM
070600         IF WS-Line-Count = ZERO
070700             MOVE "  No purchases in either period."
070800                 TO Buying-Note-Line
070900             WRITE BuyingReportLine FROM Buying-Note-Line
071000         END-IF
071100         MOVE SPACES TO BuyingReportLine
071200         WRITE BuyingReportLine
071300         MOVE WS-Total-Qty TO Prn-Cust-Total-Qty
071400         MOVE WS-Total-Value TO Prn-Cust-Total-Value
071500         MOVE WS-Total-LY-Value TO Prn-Cust-Total-LY-Value
071600         WRITE BuyingReportLine FROM Breakdown-Total-Line
071700     END-IF.
071800
071900 Print-Breakdown-Line.
072000     ADD 1 TO WS-Line-Count.
072100     MOVE CBO-Idx TO WS-Oil-Num.
072200     MOVE WS-Oil-Num TO Prn-Oil-Num.
072300     MOVE OIL-DESC(CBO-Idx) TO Prn-Oil-Desc.
072400     MOVE CBO-Lines(CBO-Idx) TO Prn-Oil-Lines.
072500     MOVE CBO-Qty(CBO-Idx) TO Prn-Oil-Qty.
072600     MOVE CBO-Value(CBO-Idx) TO Prn-Oil-Value.
072700     MOVE CBO-LY-Value(CBO-Idx) TO Prn-Oil-LY-Value.
072800     IF CBO-Last-Buy(CBO-Idx) = ZERO
072900         MOVE "     NEVER" TO Prn-Oil-Last-Buy-X
073000     ELSE
073100         MOVE CBO-Last-Buy(CBO-Idx) TO Prn-Oil-Last-Buy
073200     END-IF.
073300     ADD CBO-Qty(CBO-Idx) TO WS-Total-Qty.
073400     ADD CBO-Value(CBO-Idx) TO WS-Total-Value.
073500     ADD CBO-LY-Value(CBO-Idx) TO WS-Total-LY-Value.
073600     WRITE BuyingReportLine FROM Breakdown-Detail-Line.
