000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. OilDunning.
000300* Dunning run: prints a graded reminder letter to DUNNING.RPT
000400* for each customer whose open OPENINV.DAT invoices have gone
000500* past terms, one letter after another separated for bursting
000600* the way OilInvoice prints its invoices. An invoice is past
000700* terms once the run date is beyond its invoice date plus the
000800* customer's CM-Credit-Days, the same test OilARAge flags
000900* ** PAST TERMS ** on, and its letter level follows how far
001000* past:
001100*   1 to 30 days past terms   - FIRST REMINDER
001200*   31 to 60 days past terms  - SECOND REMINDER
001300*   over 60 days past terms   - FINAL NOTICE
001400* DUNHIST.DAT (DUNHIST.CPY layout) holds the level each
001500* invoice was last listed at. An invoice goes on a letter only
001600* when it has reached a higher level than that, so nobody gets
001700* the same letter twice and a rerun on the same date prints
001800* nothing new; an invoice first found 45 days past goes
001900* straight to the second reminder. A customer's letter is
002000* graded at the highest level among the invoices on it, lists
002100* those invoices with the notice each is at, and closes with
002200* the whole amount now past terms on the account. Credit memos
002300* are never dunned.
002400* DUNHIST.DAT is rewritten at the end of the run holding only
002500* invoices still open on the register, so a settled invoice's
002600* history goes with it. Terms, name and contact come from
002700* CUSTMAST.IDX; run without it every invoice is taken at zero
002800* days' terms, the way OilARAge ages them. Load-Run-Date reads
002900* the RUNDATE.DAT stamp the batch control step writes, falling
003000* back to today's date run standalone.
003100
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT OpenInvoiceFile ASSIGN TO "OPENINV.DAT"
003600              ORGANIZATION IS LINE SEQUENTIAL
003700              FILE STATUS IS WS-Open-Inv-File-Status.
003800
003900     SELECT DunningHistFile ASSIGN TO "DUNHIST.DAT"
004000              ORGANIZATION IS LINE SEQUENTIAL
004100              FILE STATUS IS WS-Dun-Hist-File-Status.
004200
004300     SELECT CustomerMaster ASSIGN TO "CUSTMAST.IDX"
004400              ORGANIZATION IS INDEXED
004500              ACCESS MODE IS RANDOM
004600              RECORD KEY IS CM-Cust-Id
004700              FILE STATUS IS WS-Customer-File-Status.
004800
004900     SELECT LetterFile ASSIGN TO "DUNNING.RPT"
005000              ORGANIZATION IS LINE SEQUENTIAL.
005100
005200     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005300              ORGANIZATION IS LINE SEQUENTIAL
005400              FILE STATUS IS WS-Run-Date-File-Status.
005500
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  OpenInvoiceFile.
005900     COPY "OPENINV.CPY" REPLACING ==REC-NAME== BY ==OpenInvRec==.
006000
006100 FD  DunningHistFile.
006200     COPY "DUNHIST.CPY" REPLACING
006300         ==REC-NAME== BY ==DunHistRec==.
006400
006500 FD  CustomerMaster.
006600     COPY "CUSTOMER.CPY" REPLACING
006700         ==REC-NAME== BY ==CustMastRec==.
006800
006900 FD  LetterFile.
007000 01  LetterLine             PIC X(80).
007100
007200 FD  RunDateFile.
007300 01  RunDateRec             PIC 9(8).
007400
007500 WORKING-STORAGE SECTION.
007600 01  WS-Open-Inv-File-Status PIC XX.
007700 01  WS-Dun-Hist-File-Status PIC XX.
007800 01  WS-Customer-File-Status PIC XX.
007900 01  WS-Run-Date-File-Status PIC XX.
008000
008100 01  WS-Register-EOF        PIC 9       VALUE 0.
008200     88 Register-EOF                    VALUE 1.
008300 01  WS-Dun-Hist-EOF        PIC 9       VALUE 0.
008400     88 Dun-Hist-EOF                    VALUE 1.
008500 01  WS-Cust-Master-On      PIC 9       VALUE 0.
008600     88 Cust-Master-On                  VALUE 1.
008700
008800* Days past terms at which an invoice moves up to the second
008900* reminder and to the final notice.
009000 01  WS-Second-Reminder-Days PIC 999    VALUE 30.
009100 01  WS-Final-Notice-Days   PIC 999     VALUE 60.
009200
009300* Open items only. RT-New-Level is the letter level an invoice
009400* goes on this run's letter at, zero if it is not on one.
009500 01  Register-Table.
009600     02  WS-Register-Count  PIC 9(4)    VALUE ZEROS.
009700     02  RT-Entry OCCURS 2000 TIMES INDEXED BY RT-Idx.
009800         03  RT-Invoice-Num PIC 9(6).
009900         03  RT-Cust-Id     PIC X(5).
010000         03  RT-Inv-Date    PIC 9(8).
010100         03  RT-Open-Amount PIC S9(7)V99.
010200         03  RT-Days-Over   PIC S9(5).
010300         03  RT-New-Level   PIC 9.
010400
010500 01  History-Table.
010600     02  WS-History-Count   PIC 9(4)    VALUE ZEROS.
010700     02  HT-Entry OCCURS 2000 TIMES INDEXED BY HT-Idx.
010800         03  HT-Invoice-Num PIC 9(6).
010900         03  HT-Cust-Id     PIC X(5).
011000         03  HT-Level       PIC 9.
011100         03  HT-Letter-Date PIC 9(8).
011200         03  HT-Keep        PIC 9.
011300 01  WS-Hist-Sub            PIC 9(4)    VALUE ZEROS.
011400 01  WS-Hist-Invoice        PIC 9(6)    VALUE ZEROS.
011500
011600* Customers with open invoices, kept in customer-id order.
011700 01  Cust-List.
011800     02  WS-Cust-List-Count PIC 9(4)    VALUE ZEROS.
011900     02  CL-Entry OCCURS 1000 TIMES INDEXED BY CL-Idx.
012000         03  CL-Cust-Id     PIC X(5).
012100 01  WS-List-Cust           PIC X(5)    VALUE SPACES.
012200 01  WS-Insert-Sub          PIC 9(4)    VALUE ZEROS.
012300 01  WS-Shift-Sub           PIC 9(4)    VALUE ZEROS.
012400
012500 01  WS-Run-Date            PIC 9(8).
012600 01  WS-Run-Date-Days       PIC 9(7)    VALUE ZEROS.
012700 01  WS-Due-Days            PIC 9(7)    VALUE ZEROS.
012800 01  WS-Due-Date            PIC 9(8)    VALUE ZEROS.
012900
013000 01  WS-Dun-Cust            PIC X(5)    VALUE SPACES.
013100 01  WS-Dun-Name            PIC X(30)   VALUE SPACES.
013200 01  WS-Dun-Contact         PIC X(20)   VALUE SPACES.
013300 01  WS-Terms-Days          PIC 9(3)    VALUE ZEROS.
013400 01  WS-Due-Level           PIC 9       VALUE ZERO.
013500 01  WS-Letter-Level        PIC 9       VALUE ZERO.
013600 01  WS-Past-Total          PIC S9(8)V99 VALUE ZEROS.
013700 01  WS-Text-Sub            PIC 9       VALUE ZERO.
013800
013900 01  WS-Letter-Count        PIC 9(5)    VALUE ZEROS.
014000 01  WS-Level-Counts.
014100     02  WS-Level-Count     PIC 9(5)    OCCURS 3 TIMES
014200                                        VALUE ZEROS.
014300
014400 01  Notice-Titles.
014500     02  FILLER             PIC X(15) VALUE "FIRST REMINDER".
014600     02  FILLER             PIC X(15) VALUE "SECOND REMINDER".
014700     02  FILLER             PIC X(15) VALUE "FINAL NOTICE".
014800 01  Notice-Title-Table REDEFINES Notice-Titles.
014900     02  NT-Title           PIC X(15)   OCCURS 3 TIMES.
015000
015100* Body of the letter, four lines per level (a blank line is
015200* not printed).
015300 01  Letter-Texts.
015400     02  FILLER             PIC X(60) VALUE
015500         "Our records show the invoices below are now past".
015600     02  FILLER             PIC X(60) VALUE
015700         "your agreed payment terms. If you have already paid".
015800     02  FILLER             PIC X(60) VALUE
015900         "them, please accept our thanks and ignore this.".
016000     02  FILLER             PIC X(60) VALUE SPACES.
016100     02  FILLER             PIC X(60) VALUE
016200         "We wrote to you earlier about the invoices below".
016300     02  FILLER             PIC X(60) VALUE
016400         "which remain unpaid past your agreed terms. Please".
016500     02  FILLER             PIC X(60) VALUE
016600         "pay within seven days or call us to discuss them.".
016700     02  FILLER             PIC X(60) VALUE SPACES.
016800     02  FILLER             PIC X(60) VALUE
016900         "Despite our earlier reminders the invoices below".
017000     02  FILLER             PIC X(60) VALUE
017100         "remain unpaid. Unless payment reaches us within".
017200     02  FILLER             PIC X(60) VALUE
017300         "seven days we will stop supplies to your account".
017400     02  FILLER             PIC X(60) VALUE
017500         "and pass the debt for collection.".
017600 01  Letter-Text-Table REDEFINES Letter-Texts.
017700     02  LT-Level           OCCURS 3 TIMES.
017800         03  LT-Line        PIC X(60)   OCCURS 4 TIMES.
017900
018000 01  Letter-Separator       PIC X(60) VALUE ALL "=".
018100 01  Letter-Head-Line.
018200     02  Prn-Notice-Title   PIC X(15).
018300     02  FILLER             PIC X(29) VALUE SPACES.
018400     02  FILLER             PIC X(6)  VALUE "DATE: ".
018500     02  Prn-Run-Date       PIC 9999/99/99.
018600 01  Letter-Cust-Line.
018700     02  FILLER             PIC X(10) VALUE "CUSTOMER: ".
018800     02  Prn-Cust-Id        PIC X(5).
018900     02  FILLER             PIC XX    VALUE SPACES.
019000     02  Prn-Cust-Name      PIC X(30).
019100 01  Letter-Attn-Line.
019200     02  FILLER             PIC X(10) VALUE "ATTN:     ".
019300     02  Prn-Contact        PIC X(20).
019400 01  Letter-Topic-Line.
019500     02  FILLER             PIC X(9)  VALUE "INVOICE".
019600     02  FILLER             PIC X(12) VALUE "INV DATE".
019700     02  FILLER             PIC X(10) VALUE "DUE DATE".
019800     02  FILLER             PIC X(10) VALUE " DAYS OVER".
019900     02  FILLER             PIC X(14) VALUE "   OPEN AMOUNT".
020000     02  FILLER             PIC X(17) VALUE "  NOTICE".
020100 01  Letter-Item-Line.
020200     02  Prn-Invoice-Num    PIC 9(6).
020300     02  FILLER             PIC XXX   VALUE SPACES.
020400     02  Prn-Inv-Date       PIC 9999/99/99.
020500     02  FILLER             PIC XX    VALUE SPACES.
020600     02  Prn-Due-Date       PIC 9999/99/99.
020700     02  Prn-Days-Over      PIC BBBBBZZZZ9.
020800     02  Prn-Open-Amount    PIC B$$,$$$,$$9.99.
020900     02  FILLER             PIC XX    VALUE SPACES.
021000     02  Prn-Item-Notice    PIC X(15).
021100 01  Letter-Total-Line.
021200     02  FILLER             PIC X(37)
021300         VALUE "TOTAL NOW PAST TERMS ON YOUR ACCOUNT:".
021400     02  Prn-Past-Total     PIC B$$,$$$,$$9.99.
021500 01  Letter-Close-Line      PIC X(60)
021600     VALUE "Please quote the invoice numbers with your payment.".
021700 01  Letter-None-Line       PIC X(60)
021800     VALUE "No reminder letters are due on this run.".
021900
022000 PROCEDURE DIVISION.
022100 Begin.
022200     PERFORM Load-Run-Date.
022300     PERFORM Open-Customer-Master.
022400     PERFORM Load-Open-Items.
022500     PERFORM Load-Dunning-History.
022600     PERFORM VARYING RT-Idx FROM 1 BY 1
022700             UNTIL RT-Idx > WS-Register-Count
022800         MOVE RT-Cust-Id(RT-Idx) TO WS-List-Cust
022900         PERFORM Add-To-Customer-List
023000     END-PERFORM.
023100     OPEN OUTPUT LetterFile.
023200     PERFORM VARYING CL-Idx FROM 1 BY 1
023300             UNTIL CL-Idx > WS-Cust-List-Count
023400         PERFORM Dun-One-Customer
023500     END-PERFORM.
023600     IF WS-Letter-Count = ZERO
023700         WRITE LetterLine FROM Letter-None-Line
023800     END-IF.
023900     CLOSE LetterFile.
024000     IF Cust-Master-On
024100         CLOSE CustomerMaster
024200     END-IF.
024300     PERFORM Rewrite-Dunning-History.
024400     DISPLAY "OilDunning: " WS-Letter-Count " letters -- "
024500         WS-Level-Count(1) " first reminders, "
024600         WS-Level-Count(2) " second reminders, "
024700         WS-Level-Count(3) " final notices.".
024800     MOVE 0 TO RETURN-CODE.
024900     STOP RUN.
025000
025100 Load-Run-Date.
025200     OPEN INPUT RunDateFile.
025300     IF WS-Run-Date-File-Status = "00"
025400         READ RunDateFile
025500             AT END CONTINUE
025600         END-READ
025700         MOVE RunDateRec TO WS-Run-Date
025800         CLOSE RunDateFile
025900     ELSE
026000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
026100     END-IF.
026200     COMPUTE WS-Run-Date-Days =
026300         FUNCTION INTEGER-OF-DATE(WS-Run-Date).
026400
026500 Open-Customer-Master.
026600     OPEN INPUT CustomerMaster.
026700     IF WS-Customer-File-Status = "00"
026800         SET Cust-Master-On TO TRUE
026900     ELSE
027000         DISPLAY "CUSTMAST.IDX not found -- all terms zero days."
027100     END-IF.
027200
027300 Load-Open-Items.
027400*    Only open invoices are wanted; credit memos (negative
027500*    amounts) and settled records are passed over.
027600     MOVE 0 TO WS-Register-EOF.
027700     OPEN INPUT OpenInvoiceFile.
027800     IF WS-Open-Inv-File-Status NOT = "00"
027900         DISPLAY "OPENINV.DAT not found -- run OilInvoice first."
028000         MOVE 1 TO RETURN-CODE
028100         STOP RUN
028200     END-IF.
028300     READ OpenInvoiceFile
028400         AT END SET Register-EOF TO TRUE
028500     END-READ.
028600     PERFORM UNTIL Register-EOF
028700         IF OI-Open AND OI-Amount > ZERO
028800             IF WS-Register-Count >= 2000
028900                 DISPLAY "OPENINV.DAT holds more than 2000 open"
029000                     " invoices -- raise the RT-Entry table size."
029100                 MOVE 1 TO RETURN-CODE
029200                 STOP RUN
029300             END-IF
029400             ADD 1 TO WS-Register-Count
029500             MOVE OI-Invoice-Num TO
029600                 RT-Invoice-Num(WS-Register-Count)
029700             MOVE OI-Cust-Id TO RT-Cust-Id(WS-Register-Count)
029800             MOVE OI-Inv-Date TO RT-Inv-Date(WS-Register-Count)
029900             COMPUTE RT-Open-Amount(WS-Register-Count) =
030000                 OI-Amount - OI-Amount-Paid
030100             MOVE ZEROS TO RT-Days-Over(WS-Register-Count)
030200             MOVE ZERO TO RT-New-Level(WS-Register-Count)
030300         END-IF
030400         READ OpenInvoiceFile
030500             AT END SET Register-EOF TO TRUE
030600         END-READ
030700     END-PERFORM.
030800     CLOSE OpenInvoiceFile.
030900
031000 Load-Dunning-History.
031100     MOVE 0 TO WS-Dun-Hist-EOF.
031200     OPEN INPUT DunningHistFile.
031300     IF WS-Dun-Hist-File-Status = "00"
031400         READ DunningHistFile
031500             AT END SET Dun-Hist-EOF TO TRUE
031600         END-READ
031700         PERFORM UNTIL Dun-Hist-EOF
031800                OR WS-History-Count >= 2000
031900             ADD 1 TO WS-History-Count
032000             MOVE DH-Invoice-Num TO
032100                 HT-Invoice-Num(WS-History-Count)
032200             MOVE DH-Cust-Id TO HT-Cust-Id(WS-History-Count)
032300             MOVE DH-Level TO HT-Level(WS-History-Count)
032400             MOVE DH-Letter-Date TO
032500                 HT-Letter-Date(WS-History-Count)
032600             MOVE 0 TO HT-Keep(WS-History-Count)
032700             READ DunningHistFile
032800                 AT END SET Dun-Hist-EOF TO TRUE
032900             END-READ
033000         END-PERFORM
033100         IF NOT Dun-Hist-EOF
033200             DISPLAY "DUNHIST.DAT holds more than 2000 invoices"
033300                 " -- raise the HT-Entry table size."
033400             MOVE 1 TO RETURN-CODE
033500             STOP RUN
033600         END-IF
033700         CLOSE DunningHistFile
033800     ELSE
033900         DISPLAY "DUNHIST.DAT not found -- no letters sent"
034000             " before."
034100     END-IF.
034200
034300 Add-To-Customer-List.
034400*    WS-Insert-Sub comes back at the first entry not below the
034500*    new id, or zero when it belongs on the end.
034600     MOVE ZEROS TO WS-Insert-Sub.
034700     PERFORM VARYING CL-Idx FROM 1 BY 1
034800             UNTIL CL-Idx > WS-Cust-List-Count
034900                OR WS-Insert-Sub > ZERO
035000         IF CL-Cust-Id(CL-Idx) NOT < WS-List-Cust
035100             SET WS-Insert-Sub TO CL-Idx
035200         END-IF
035300     END-PERFORM.
035400     EVALUATE TRUE
035500         WHEN WS-Insert-Sub > ZERO
035600          AND CL-Cust-Id(WS-Insert-Sub) = WS-List-Cust
035700             CONTINUE
035800         WHEN WS-Cust-List-Count >= 1000
035900             DISPLAY "OilDunning: over 1000 customers -- cust "
036000                 WS-List-Cust " not dunned."
036100         WHEN OTHER
036200             IF WS-Insert-Sub = ZERO
036300                 COMPUTE WS-Insert-Sub = WS-Cust-List-Count + 1
036400             END-IF
036500             PERFORM VARYING WS-Shift-Sub
036600                     FROM WS-Cust-List-Count BY -1
036700                     UNTIL WS-Shift-Sub < WS-Insert-Sub
036800                 MOVE CL-Cust-Id(WS-Shift-Sub)
036900                     TO CL-Cust-Id(WS-Shift-Sub + 1)
037000             END-PERFORM
037100             ADD 1 TO WS-Cust-List-Count
037200             MOVE WS-List-Cust TO CL-Cust-Id(WS-Insert-Sub)
037300     END-EVALUATE.
037400
037500 Dun-One-Customer.
037600     MOVE CL-Cust-Id(CL-Idx) TO WS-Dun-Cust.
037700     PERFORM Look-Up-Customer.
037800     MOVE ZERO TO WS-Letter-Level.
037900     MOVE ZEROS TO WS-Past-Total.
038000     PERFORM VARYING RT-Idx FROM 1 BY 1
038100             UNTIL RT-Idx > WS-Register-Count
038200         IF RT-Cust-Id(RT-Idx) = WS-Dun-Cust
038300             PERFORM Grade-One-Invoice
038400         END-IF
038500     END-PERFORM.
038600     IF WS-Letter-Level > ZERO
038700         PERFORM Print-Letter
038800     END-IF.
038900
039000 Look-Up-Customer.
039100     MOVE SPACES TO WS-Dun-Name, WS-Dun-Contact.
039200     MOVE ZEROS TO WS-Terms-Days.
039300     IF Cust-Master-On
039400         MOVE WS-Dun-Cust TO CM-Cust-Id
039500         READ CustomerMaster
039600             INVALID KEY
039700                 MOVE "** NOT ON CUSTOMER MASTER **"
039800                     TO WS-Dun-Name
039900             NOT INVALID KEY
040000                 MOVE CM-Cust-Name TO WS-Dun-Name
040100                 MOVE CM-Contact TO WS-Dun-Contact
040200                 IF CM-Credit-Days IS NUMERIC
040300                     MOVE CM-Credit-Days TO WS-Terms-Days
040400                 END-IF
040500         END-READ
040600     END-IF.
040700
040800 Grade-One-Invoice.
040900*    Sets RT-New-Level when the invoice has reached a letter
041000*    level above the one DUNHIST.DAT says it last had.
041100     COMPUTE WS-Due-Days =
041200         FUNCTION INTEGER-OF-DATE(RT-Inv-Date(RT-Idx))
041300         + WS-Terms-Days.
041400     COMPUTE RT-Days-Over(RT-Idx) =
041500         WS-Run-Date-Days - WS-Due-Days.
041600     IF RT-Days-Over(RT-Idx) > ZERO
041700         ADD RT-Open-Amount(RT-Idx) TO WS-Past-Total
041800         EVALUATE TRUE
041900             WHEN RT-Days-Over(RT-Idx) > WS-Final-Notice-Days
042000                 MOVE 3 TO WS-Due-Level
042100             WHEN RT-Days-Over(RT-Idx) > WS-Second-Reminder-Days
042200                 MOVE 2 TO WS-Due-Level
042300             WHEN OTHER
042400                 MOVE 1 TO WS-Due-Level
042500         END-EVALUATE
042600         MOVE RT-Invoice-Num(RT-Idx) TO WS-Hist-Invoice
042700         PERFORM Find-History-Entry
042800         IF WS-Hist-Sub = ZERO
042900            OR WS-Due-Level > HT-Level(WS-Hist-Sub)
043000             MOVE WS-Due-Level TO RT-New-Level(RT-Idx)
043100             IF WS-Due-Level > WS-Letter-Level
043200                 MOVE WS-Due-Level TO WS-Letter-Level
043300             END-IF
043400         END-IF
043500     END-IF.
043600
043700 Find-History-Entry.
043800     MOVE ZEROS TO WS-Hist-Sub.
043900     PERFORM VARYING HT-Idx FROM 1 BY 1
044000             UNTIL HT-Idx > WS-History-Count
044100                OR WS-Hist-Sub > ZERO
044200         IF HT-Invoice-Num(HT-Idx) = WS-Hist-Invoice
044300             SET WS-Hist-Sub TO HT-Idx
044400         END-IF
044500     END-PERFORM.
044600
044700 Print-Letter.
044800     ADD 1 TO WS-Letter-Count.
044900     ADD 1 TO WS-Level-Count(WS-Letter-Level).
045000     WRITE LetterLine FROM Letter-Separator.
045100     MOVE NT-Title(WS-Letter-Level) TO Prn-Notice-Title.
045200     MOVE WS-Run-Date TO Prn-Run-Date.
045300     WRITE LetterLine FROM Letter-Head-Line.
045400     MOVE WS-Dun-Cust TO Prn-Cust-Id.
045500     MOVE WS-Dun-Name TO Prn-Cust-Name.
045600     WRITE LetterLine FROM Letter-Cust-Line.
045700     IF WS-Dun-Contact NOT = SPACES
045800         MOVE WS-Dun-Contact TO Prn-Contact
045900         WRITE LetterLine FROM Letter-Attn-Line
046000     END-IF.
046100     MOVE SPACES TO LetterLine.
046200     WRITE LetterLine.
046300     PERFORM VARYING WS-Text-Sub FROM 1 BY 1
046400             UNTIL WS-Text-Sub > 4
046500         IF LT-Line(WS-Letter-Level, WS-Text-Sub) NOT = SPACES
046600             WRITE LetterLine
046700                 FROM LT-Line(WS-Letter-Level, WS-Text-Sub)
046800         END-IF
046900     END-PERFORM.
047000     MOVE SPACES TO LetterLine.
047100     WRITE LetterLine.
047200     WRITE LetterLine FROM Letter-Topic-Line.
047300     PERFORM VARYING RT-Idx FROM 1 BY 1
047400             UNTIL RT-Idx > WS-Register-Count
047500         IF RT-Cust-Id(RT-Idx) = WS-Dun-Cust
047600            AND RT-New-Level(RT-Idx) > ZERO
047700             PERFORM Print-Letter-Item
047800         END-IF
047900     END-PERFORM.
048000     MOVE SPACES TO LetterLine.
048100     WRITE LetterLine.
048200     MOVE WS-Past-Total TO Prn-Past-Total.
048300     WRITE LetterLine FROM Letter-Total-Line.
048400     WRITE LetterLine FROM Letter-Close-Line.
048500
048600 Print-Letter-Item.
048700     MOVE RT-Invoice-Num(RT-Idx) TO Prn-Invoice-Num.
048800     MOVE RT-Inv-Date(RT-Idx) TO Prn-Inv-Date.
048900     COMPUTE WS-Due-Days =
049000         FUNCTION INTEGER-OF-DATE(RT-Inv-Date(RT-Idx))
049100         + WS-Terms-Days.
049200     COMPUTE WS-Due-Date = FUNCTION DATE-OF-INTEGER(WS-Due-Days).
049300     MOVE WS-Due-Date TO Prn-Due-Date.
049400     MOVE RT-Days-Over(RT-Idx) TO Prn-Days-Over.
049500     MOVE RT-Open-Amount(RT-Idx) TO Prn-Open-Amount.
049600     MOVE NT-Title(RT-New-Level(RT-Idx)) TO Prn-Item-Notice.
049700     WRITE LetterLine FROM Letter-Item-Line.
049800     PERFORM Record-Letter-Level.
049900
050000 Record-Letter-Level.
050100     MOVE RT-Invoice-Num(RT-Idx) TO WS-Hist-Invoice.
050200     PERFORM Find-History-Entry.
050300     IF WS-Hist-Sub = ZERO
050400         IF WS-History-Count >= 2000
050500             DISPLAY "OilDunning: history full -- invoice "
050600                 WS-Hist-Invoice " level not recorded."
050700         ELSE
050800             ADD 1 TO WS-History-Count
050900             MOVE WS-History-Count TO WS-Hist-Sub
051000             MOVE WS-Hist-Invoice TO HT-Invoice-Num(WS-Hist-Sub)
051100             MOVE WS-Dun-Cust TO HT-Cust-Id(WS-Hist-Sub)
051200         END-IF
051300     END-IF.
051400     IF WS-Hist-Sub > ZERO
051500         MOVE RT-New-Level(RT-Idx) TO HT-Level(WS-Hist-Sub)
051600         MOVE WS-Run-Date TO HT-Letter-Date(WS-Hist-Sub)
051700     END-IF.
051800
051900 Rewrite-Dunning-History.
052000*    Keep the history of invoices still open; the rest are
052100*    settled (or archived) and need no more letters.
052200     PERFORM VARYING RT-Idx FROM 1 BY 1
052300             UNTIL RT-Idx > WS-Register-Count
052400         MOVE RT-Invoice-Num(RT-Idx) TO WS-Hist-Invoice
052500         PERFORM Find-History-Entry
052600         IF WS-Hist-Sub > ZERO
052700             MOVE 1 TO HT-Keep(WS-Hist-Sub)
052800         END-IF
052900     END-PERFORM.
053000     OPEN OUTPUT DunningHistFile.
053100     PERFORM VARYING HT-Idx FROM 1 BY 1
053200             UNTIL HT-Idx > WS-History-Count
053300         IF HT-Keep(HT-Idx) = 1
053400             MOVE HT-Invoice-Num(HT-Idx) TO DH-Invoice-Num
053500             MOVE HT-Cust-Id(HT-Idx) TO DH-Cust-Id
053600             MOVE HT-Level(HT-Idx) TO DH-Level
053700             MOVE HT-Letter-Date(HT-Idx) TO DH-Letter-Date
053800             WRITE DunHistRec
053900         END-IF
054000     END-PERFORM.
054100     CLOSE DunningHistFile.
