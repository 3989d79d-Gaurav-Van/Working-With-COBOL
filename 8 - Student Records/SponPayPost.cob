000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. SponPayPost.
000300* Posts sponsor remittances against the sponsor receivable on
000400* SPONITEM.DAT (SPONITEM.CPY), the charges TermBill splits off
000500* to sponsors. SPONPAY.DAT is the batch keyed from the
000600* remittance advices, one record per receipt in any order:
000700*   sponsor code X(5), amount 9(6)V99, receipt date
000800*   yyyymmdd, receipt number 9(6).
000900* Each record is edited first, the way PayPost edits the
001000* student payment batch: numeric non-zero amount, a real
001100* calendar date and a numeric receipt number. A clean receipt
001200* is then rejected if the sponsor is not on SPONSOR.DAT, if
001300* the receipt number is already on SPONITEM.DAT as a posted
001400* payment (a batch run twice, or a receipt keyed twice), or
001500* if it comes to more than the sponsor has open, or the item
001550* table is already full (20000 items). Otherwise it
001600* is drawn down against the sponsor's open charge items
001680* oldest billing date first (ties in file order), the way
001760* PayPost draws a student's items in due-date order, and
001840* journaled as a "P" item carrying the receipt number, dated
001920* the receipt date. The student balances are not touched: the
002000* sponsored share never reached them.
002100* SPONITEM.DAT is held in a table for the run, rebuilt
002200* through SPONITEM.TMP and copied back once every receipt has
002300* been posted, so a failure partway leaves it as it was.
002400* SPONPAY.RPT lists each receipt posted with the sponsor's
002500* balance left open, then the rejected receipts with the
002600* reason, then the counts and the total posted.
002700* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002800* programs do, falling back to today's date run standalone.
002810* Each receipt posted also goes to GLJRNL.DAT, the general ledger
002820* journal (GLJRNL.CPY layout), debiting cash and crediting the
002830* sponsor receivable under the receipt number -- appended only
002840* once SPONITEM.DAT has been replaced, from the payment items the
002850* run added to the table.
002900
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
003400              ORGANIZATION IS LINE SEQUENTIAL
003500              FILE STATUS IS WS-Sponsor-File-Status.
003600
003700     SELECT SponPayFile ASSIGN TO "SPONPAY.DAT"
003800              ORGANIZATION IS LINE SEQUENTIAL
003900              FILE STATUS IS WS-Spon-Pay-File-Status.
004000
004100     SELECT SponItemFile ASSIGN TO "SPONITEM.DAT"
004200              ORGANIZATION IS LINE SEQUENTIAL
004300              FILE STATUS IS WS-Spon-Item-File-Status.
004400
004500     SELECT SponItemTmpFile ASSIGN TO "SPONITEM.TMP"
004600              ORGANIZATION IS LINE SEQUENTIAL.
004700
004800     SELECT RegisterFile ASSIGN TO "SPONPAY.RPT"
004900              ORGANIZATION IS LINE SEQUENTIAL.
005000
005100     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005200              ORGANIZATION IS LINE SEQUENTIAL
005300              FILE STATUS IS WS-Run-Date-File-Status.
005320
005340     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
005360              ORGANIZATION IS LINE SEQUENTIAL
005380              FILE STATUS IS WS-GL-Jrnl-File-Status.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  SponsorFile.
005800     COPY "SPONSOR.CPY" REPLACING ==REC-NAME== BY ==SponRec==.
005900
006000 FD  SponPayFile.
006100 01  SponPayRec.
006200     02  SR-Sponsor-Code    PIC X(5).
006300     02  SR-Amount          PIC X(8).
006400     02  SR-Amount-N REDEFINES SR-Amount
006500                            PIC 9(6)V99.
006600     02  SR-Date            PIC X(8).
006700     02  SR-Receipt-Num     PIC X(6).
006800     02  SR-Receipt-Num-N REDEFINES SR-Receipt-Num
006900                            PIC 9(6).
007000
007100 FD  SponItemFile.
007200     COPY "SPONITEM.CPY" REPLACING ==REC-NAME==
007300         BY ==SponItemRec==.
007400
007500 FD  SponItemTmpFile.
007600     COPY "SPONITEM.CPY" REPLACING ==REC-NAME==
007700         BY ==SponItemTmpRec==.
007800
007900 FD  RegisterFile.
008000 01  RegisterLine           PIC X(100).
008100
008200 FD  RunDateFile.
008300 01  RunDateRec             PIC 9(8).
008320
008340 FD  GLJrnlFile.
008360     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
008400
008500 WORKING-STORAGE SECTION.
008600 01  WS-Sponsor-File-Status PIC XX.
008700 01  WS-Spon-Pay-File-Status PIC XX.
008800 01  WS-Spon-Item-File-Status PIC XX.
008900 01  WS-Run-Date-File-Status PIC XX.
008950 01  WS-GL-Jrnl-File-Status PIC XX.
009000
009100 01  WS-Sponsor-EOF         PIC 9       VALUE 0.
009200     88 Sponsor-EOF                     VALUE 1.
009300 01  WS-Spon-Pay-EOF        PIC 9       VALUE 0.
009400     88 Spon-Pay-EOF                    VALUE 1.
009500 01  WS-Spon-Item-EOF       PIC 9       VALUE 0.
009600     88 Spon-Item-EOF                   VALUE 1.
009700 01  WS-Tmp-EOF             PIC 9       VALUE 0.
009800     88 Tmp-EOF                         VALUE 1.
009900
010000 01  Sponsor-Table.
010100     02  WS-Sponsor-Count   PIC 9(4)    VALUE ZEROS.
010200     02  SPT-Entry OCCURS 500 TIMES INDEXED BY SPT-Idx.
010300         03  SPT-Sponsor-Code   PIC X(5).
010400         03  SPT-Sponsor-Name   PIC X(30).
010500         03  SPT-Open-Balance   PIC 9(7)V99.
010600
010700* The whole receivable, in file order, for the run.
010800 01  Spon-Item-Table.
010900     02  WS-Item-Count      PIC 9(5)    VALUE ZEROS.
011000     02  SIT-Entry OCCURS 20000 TIMES INDEXED BY SIT-Idx.
011100         03  SIT-Sponsor-Code   PIC X(5).
011200         03  SIT-Student-Id     PIC 9(7).
011300         03  SIT-Term           PIC X(6).
011400         03  SIT-Item-Date      PIC 9(8).
011500         03  SIT-Item-Type      PIC X.
011600             88 SIT-Charge              VALUE "C".
011700             88 SIT-Payment             VALUE "P".
011800         03  SIT-Ref-Num        PIC 9(6).
011900         03  SIT-Amount         PIC 9(6)V99.
012000         03  SIT-Open-Amount    PIC 9(6)V99.
012100
012200 01  WS-Sponsor-Sub         PIC 9(4)    VALUE ZEROS.
012300 01  WS-Sponsor-Found       PIC 9       VALUE 0.
012400     88 Sponsor-Found                   VALUE 1.
012500 01  WS-Receipt-Found       PIC 9       VALUE 0.
012600     88 Receipt-Found                   VALUE 1.
012700 01  WS-Remaining           PIC 9(6)V99 VALUE ZEROS.
012730 01  WS-Item-Sub            PIC 9(5)    VALUE ZEROS.
012740 01  WS-Item-Load-Count     PIC 9(5)    VALUE ZEROS.
012760 01  WS-Next-Sub            PIC 9(5)    VALUE ZEROS.
012800
012900 01  WS-Edit-Valid          PIC 9       VALUE 0.
013000     88 Pay-Edit-Valid                  VALUE 1.
013100 01  WS-Date-Ok             PIC 9       VALUE 0.
013200     88 Date-Ok                         VALUE 1.
013300 01  WS-Date-Year           PIC 9(4).
013400 01  WS-Date-Month          PIC 99.
013500 01  WS-Date-Day            PIC 99.
013600 01  WS-Month-Days          PIC 99      VALUE ZEROS.
013700 01  WS-Leap-Rem            PIC 9(4)    VALUE ZEROS.
013800
013900 01  WS-Read-Count          PIC 9(5)    VALUE ZEROS.
014000 01  WS-Posted-Count        PIC 9(5)    VALUE ZEROS.
014100 01  WS-Reject-Count        PIC 9(5)    VALUE ZEROS.
014200 01  WS-Posted-Total        PIC 9(8)V99 VALUE ZEROS.
014300
014400* Rejected receipts are held until the posted ones are listed.
014500 01  Reject-Table.
014600     02  RJ-Entry OCCURS 500 TIMES.
014700         03  RJ-Line        PIC X(100).
014800 01  WS-Reject-Sub          PIC 9(4)    VALUE ZEROS.
014900 01  WS-Exception-Detail    PIC X(100) VALUE SPACES.
015000 01  WS-Amount-Display      PIC $ZZZ,ZZ9.99.
015100 01  WS-Balance-Display     PIC $Z,ZZZ,ZZ9.99.
015200
015300 01  WS-Run-Date            PIC 9(8).
015400
015500 01  Register-Heading-Line  PIC X(50)
015600     VALUE "          SPONSOR PAYMENT POSTING REGISTER".
015700 01  Register-Date-Line.
015800     02  FILLER             PIC X(10) VALUE SPACES.
015900     02  FILLER             PIC X(10) VALUE "RUN DATE: ".
016000     02  Prn-Run-Date       PIC 9999/99/99.
016100 01  Register-Topic-Line.
016200     02  FILLER             PIC X(9)  VALUE "  SPONSOR".
016300     02  FILLER             PIC X(32) VALUE SPACES.
016400     02  FILLER             PIC X(8)  VALUE "RECEIPT".
016500     02  FILLER             PIC X(12) VALUE "DATE".
016600     02  FILLER             PIC X(12) VALUE "      POSTED".
016700     02  FILLER             PIC X(15) VALUE "      LEFT OPEN".
016800 01  Register-Detail-Line.
016900     02  FILLER             PIC XX    VALUE SPACES.
017000     02  Prn-Sponsor-Code   PIC X(5).
017100     02  FILLER             PIC XX    VALUE SPACES.
017200     02  Prn-Sponsor-Name   PIC X(30).
017300     02  FILLER             PIC XX    VALUE SPACES.
017400     02  Prn-Receipt-Num    PIC 9(6).
017500     02  FILLER             PIC XX    VALUE SPACES.
017600     02  Prn-Receipt-Date   PIC 9999/99/99.
017700     02  Prn-Amount         PIC BB$$$,$$9.99.
017800     02  Prn-Left-Open      PIC BB$$,$$$,$$9.99.
017900 01  Register-None-Line     PIC X(50)
018000     VALUE "  No sponsor receipts posted.".
018100 01  Register-Reject-Heading PIC X(50)
018200     VALUE "  RECEIPTS REJECTED -- NOT POSTED".
018300 01  Register-Count-Line.
018400     02  Prn-Count-Caption  PIC X(24).
018500     02  Prn-Count          PIC ZZZZ9.
018600 01  Register-Total-Line.
018700     02  FILLER             PIC X(24)
018800         VALUE "  TOTAL POSTED".
018900     02  Prn-Posted-Total   PIC $$$,$$$,$$9.99.
019000
019100 PROCEDURE DIVISION.
019200 Begin.
019300     PERFORM Load-Run-Date.
019400     PERFORM Load-Sponsor-Table.
019500     PERFORM Load-Sponsor-Items.
019550     MOVE WS-Item-Count TO WS-Item-Load-Count.
019600     OPEN INPUT SponPayFile.
019700     IF WS-Spon-Pay-File-Status NOT = "00"
019800         DISPLAY "SPONPAY.DAT not found -- nothing to post."
019900         MOVE 1 TO RETURN-CODE
020000         STOP RUN
020100     END-IF.
020200     OPEN OUTPUT RegisterFile.
020300     WRITE RegisterLine FROM Register-Heading-Line.
020400     MOVE WS-Run-Date TO Prn-Run-Date.
020500     WRITE RegisterLine FROM Register-Date-Line.
020600     MOVE SPACES TO RegisterLine.
020700     WRITE RegisterLine.
020800     WRITE RegisterLine FROM Register-Topic-Line.
020900     READ SponPayFile
021000         AT END SET Spon-Pay-EOF TO TRUE
021100     END-READ.
021200     PERFORM UNTIL Spon-Pay-EOF
021300         ADD 1 TO WS-Read-Count
021400         PERFORM Post-One-Receipt
021500         READ SponPayFile
021600             AT END SET Spon-Pay-EOF TO TRUE
021700         END-READ
021800     END-PERFORM.
021900     CLOSE SponPayFile.
022000     PERFORM Write-Register-Totals.
022100     CLOSE RegisterFile.
022200     IF WS-Posted-Count > ZERO
022300         PERFORM Replace-Sponsor-Items
022350         PERFORM Append-GL-Journal
022400     END-IF.
022500     DISPLAY "SponPayPost: " WS-Posted-Count " of "
022600         WS-Read-Count " sponsor receipts posted, "
022700         WS-Reject-Count " rejected.".
022800     MOVE 0 TO RETURN-CODE.
022900     STOP RUN.
023000
023100 Load-Run-Date.
023200     OPEN INPUT RunDateFile.
023300     IF WS-Run-Date-File-Status = "00"
023400         READ RunDateFile
023500             AT END CONTINUE
023600         END-READ
023700         MOVE RunDateRec TO WS-Run-Date
023800         CLOSE RunDateFile
023900     ELSE
024000         MOVE FUNCTION CURRENT-DATE(1:8) TO WS-Run-Date
024100     END-IF.
024200
024300 Load-Sponsor-Table.
024400     OPEN INPUT SponsorFile.
024500     IF WS-Sponsor-File-Status NOT = "00"
024600         DISPLAY "SPONSOR.DAT not found -- nothing to post to."
024700         MOVE 1 TO RETURN-CODE
024800         STOP RUN
024900     END-IF.
025000     READ SponsorFile
025100         AT END SET Sponsor-EOF TO TRUE
025200     END-READ.
025300     PERFORM UNTIL Sponsor-EOF
025400         IF WS-Sponsor-Count >= 500
025500             DISPLAY "Over 500 sponsors -- raise the SPT-Entry"
025600                 " table size."
025700             MOVE 1 TO RETURN-CODE
025800             STOP RUN
025900         END-IF
026000         ADD 1 TO WS-Sponsor-Count
026100         MOVE SP-Sponsor-Code TO
026200             SPT-Sponsor-Code(WS-Sponsor-Count)
026300         MOVE SP-Sponsor-Name TO
026400             SPT-Sponsor-Name(WS-Sponsor-Count)
026500         MOVE ZEROS TO SPT-Open-Balance(WS-Sponsor-Count)
026600         READ SponsorFile
026700             AT END SET Sponsor-EOF TO TRUE
026800         END-READ
026900     END-PERFORM.
027000     CLOSE SponsorFile.
027100
027200 Load-Sponsor-Items.
027300     OPEN INPUT SponItemFile.
027400     IF WS-Spon-Item-File-Status NOT = "00"
027500         DISPLAY "SPONITEM.DAT not found -- no sponsor charges"
027600             " to post against. Run TermBill."
027700         MOVE 1 TO RETURN-CODE
027800         STOP RUN
027900     END-IF.
028000     READ SponItemFile
028100         AT END SET Spon-Item-EOF TO TRUE
028200     END-READ.
028300     PERFORM UNTIL Spon-Item-EOF
028400         IF WS-Item-Count >= 20000
028500             DISPLAY "SPONITEM.DAT holds over 20000 items --"
028600                 " raise the SIT-Entry table size."
028700             MOVE 1 TO RETURN-CODE
028800             STOP RUN
028900         END-IF
029000         ADD 1 TO WS-Item-Count
029100         MOVE SponItemRec TO SIT-Entry(WS-Item-Count)
029200         IF SPI-Charge OF SponItemRec
029300             PERFORM Find-Sponsor-For-Item
029400             IF Sponsor-Found
029500                 ADD SPI-Open-Amount OF SponItemRec TO
029600                     SPT-Open-Balance(WS-Sponsor-Sub)
029700             END-IF
029800         END-IF
029900         READ SponItemFile
030000             AT END SET Spon-Item-EOF TO TRUE
030100         END-READ
030200     END-PERFORM.
030300     CLOSE SponItemFile.
030400
030500 Find-Sponsor-For-Item.
030600     MOVE 0 TO WS-Sponsor-Found.
030700     MOVE ZEROS TO WS-Sponsor-Sub.
030800     PERFORM UNTIL Sponsor-Found
030900            OR WS-Sponsor-Sub >= WS-Sponsor-Count
031000         ADD 1 TO WS-Sponsor-Sub
031100         IF SPT-Sponsor-Code(WS-Sponsor-Sub) =
031150                 SPI-Sponsor-Code OF SponItemRec
031200             SET Sponsor-Found TO TRUE
031300         END-IF
031400     END-PERFORM.
031500
031600 Find-Sponsor-For-Receipt.
031700     MOVE 0 TO WS-Sponsor-Found.
031800     MOVE ZEROS TO WS-Sponsor-Sub.
031900     PERFORM UNTIL Sponsor-Found
032000            OR WS-Sponsor-Sub >= WS-Sponsor-Count
032100         ADD 1 TO WS-Sponsor-Sub
032200         IF SPT-Sponsor-Code(WS-Sponsor-Sub) = SR-Sponsor-Code
032300             SET Sponsor-Found TO TRUE
032400         END-IF
032500     END-PERFORM.
032600
032700 Post-One-Receipt.
032800     PERFORM Edit-One-Receipt.
032900     IF Pay-Edit-Valid
033000         PERFORM Find-Sponsor-For-Receipt
033100         PERFORM Check-Receipt-Posted
033200         EVALUATE TRUE
033300             WHEN NOT Sponsor-Found
033400                 MOVE SPACES TO WS-Exception-Detail
033500                 STRING "  Receipt " SR-Receipt-Num " sponsor "
033600                     SR-Sponsor-Code " not on SPONSOR.DAT"
033700                     " -- NOT posted"
033800                     DELIMITED BY SIZE INTO WS-Exception-Detail
033900                 END-STRING
034000                 PERFORM Note-Reject
034100             WHEN Receipt-Found
034200                 MOVE SR-Amount-N TO WS-Amount-Display
034300                 MOVE SPACES TO WS-Exception-Detail
034400                 STRING "  Receipt " SR-Receipt-Num " sponsor "
034500                     SR-Sponsor-Code " ALREADY POSTED -- payment "
034600                     WS-Amount-Display " NOT posted again"
034700                     DELIMITED BY SIZE INTO WS-Exception-Detail
034800                 END-STRING
034900                 PERFORM Note-Reject
035000             WHEN SR-Amount-N > SPT-Open-Balance(WS-Sponsor-Sub)
035100                 MOVE SR-Amount-N TO WS-Amount-Display
035200                 MOVE SPT-Open-Balance(WS-Sponsor-Sub) TO
035300                     WS-Balance-Display
035400                 MOVE SPACES TO WS-Exception-Detail
035500                 STRING "  Receipt " SR-Receipt-Num " sponsor "
035600                     SR-Sponsor-Code " payment " WS-Amount-Display
035700                     " exceeds open " WS-Balance-Display
035800                     " -- NOT posted"
035900                     DELIMITED BY SIZE INTO WS-Exception-Detail
036000                 END-STRING
036100                 PERFORM Note-Reject
036110             WHEN WS-Item-Count >= 20000
036120                 MOVE SPACES TO WS-Exception-Detail
036130                 STRING "  Receipt " SR-Receipt-Num " sponsor "
036140                     SR-Sponsor-Code " item table full (20000)"
036150                     " -- NOT posted"
036160                     DELIMITED BY SIZE INTO WS-Exception-Detail
036170                 END-STRING
036180                 PERFORM Note-Reject
036200             WHEN OTHER
036300                 PERFORM Apply-Receipt
036400         END-EVALUATE
036500     END-IF.
036600
036700 Edit-One-Receipt.
036800     MOVE 1 TO WS-Edit-Valid.
036900     IF SR-Amount IS NOT NUMERIC OR SR-Amount = "00000000"
037000         MOVE 0 TO WS-Edit-Valid
037100         MOVE SPACES TO WS-Exception-Detail
037200         STRING "  Edit: sponsor " SR-Sponsor-Code " amount """
037300             SR-Amount """ bad -- record rejected"
037400             DELIMITED BY SIZE INTO WS-Exception-Detail
037500         END-STRING
037600         PERFORM Note-Reject
037700     END-IF.
037800     PERFORM Check-Receipt-Date.
037900     IF NOT Date-Ok
038000         MOVE 0 TO WS-Edit-Valid
038100         MOVE SPACES TO WS-Exception-Detail
038200         STRING "  Edit: sponsor " SR-Sponsor-Code " date """
038300             SR-Date """ is not a real date -- record rejected"
038400             DELIMITED BY SIZE INTO WS-Exception-Detail
038500         END-STRING
038600         PERFORM Note-Reject
038700     END-IF.
038800     IF SR-Receipt-Num IS NOT NUMERIC
038900         MOVE 0 TO WS-Edit-Valid
039000         MOVE SPACES TO WS-Exception-Detail
039100         STRING "  Edit: sponsor " SR-Sponsor-Code " receipt """
039200             SR-Receipt-Num """ not numeric -- record rejected"
039300             DELIMITED BY SIZE INTO WS-Exception-Detail
039400         END-STRING
039500         PERFORM Note-Reject
039600     END-IF.
039700
039800 Check-Receipt-Date.
039900*    Month 1-12 and day within the month, February sized by
040000*    the leap-year rule, as PayPost checks PAY-Date.
040100     MOVE 0 TO WS-Date-Ok.
040200     IF SR-Date IS NOT NUMERIC
040300         CONTINUE
040400     ELSE
040500         MOVE SR-Date(1:4) TO WS-Date-Year
040600         MOVE SR-Date(5:2) TO WS-Date-Month
040700         MOVE SR-Date(7:2) TO WS-Date-Day
040800         IF WS-Date-Year = ZEROS
040900              OR WS-Date-Month < 1 OR WS-Date-Month > 12
041000             CONTINUE
041100         ELSE
041200             EVALUATE WS-Date-Month
041300                 WHEN 4 WHEN 6 WHEN 9 WHEN 11
041400                     MOVE 30 TO WS-Month-Days
041500                 WHEN 2
041600                     MOVE 28 TO WS-Month-Days
041700                     COMPUTE WS-Leap-Rem =
041800                         FUNCTION MOD(WS-Date-Year, 4)
041900                     IF WS-Leap-Rem = 0
042000                         MOVE 29 TO WS-Month-Days
042100                         COMPUTE WS-Leap-Rem =
042200                             FUNCTION MOD(WS-Date-Year, 100)
042300                         IF WS-Leap-Rem = 0
042400                             COMPUTE WS-Leap-Rem =
042500                                 FUNCTION MOD(WS-Date-Year,
042600                                 400)
042700                             IF WS-Leap-Rem NOT = 0
042800                                 MOVE 28 TO WS-Month-Days
042900                             END-IF
043000                         END-IF
043100                     END-IF
043200                 WHEN OTHER
043300                     MOVE 31 TO WS-Month-Days
043400             END-EVALUATE
043500             IF WS-Date-Day >= 1
043600                AND WS-Date-Day <= WS-Month-Days
043700                 SET Date-Ok TO TRUE
043800             END-IF
043900         END-IF
044000     END-IF.
044100
044200 Check-Receipt-Posted.
044300*    Receipt numbers are unique across sponsors: any payment
044400*    item already carrying this number means it was posted.
044500     MOVE 0 TO WS-Receipt-Found.
044600     PERFORM VARYING SIT-Idx FROM 1 BY 1
044700             UNTIL SIT-Idx > WS-Item-Count OR Receipt-Found
044800         IF SIT-Payment(SIT-Idx)
044900            AND SIT-Ref-Num(SIT-Idx) = SR-Receipt-Num-N
045000             SET Receipt-Found TO TRUE
045100         END-IF
045200     END-PERFORM.
045300
045400 Apply-Receipt.
045500*    Draw the receipt down against the sponsor's open charges
045600*    oldest first, then journal it as a payment item.
045700     MOVE SR-Amount-N TO WS-Remaining.
045840     PERFORM Find-Oldest-Charge.
045980     PERFORM UNTIL WS-Remaining = ZERO OR WS-Next-Sub = ZERO
046120         IF SIT-Open-Amount(WS-Next-Sub) > WS-Remaining
046260             SUBTRACT WS-Remaining FROM
046400                 SIT-Open-Amount(WS-Next-Sub)
046540             MOVE ZEROS TO WS-Remaining
046680         ELSE
046820             SUBTRACT SIT-Open-Amount(WS-Next-Sub) FROM
046960                 WS-Remaining
047100             MOVE ZEROS TO SIT-Open-Amount(WS-Next-Sub)
047300         END-IF
047350         PERFORM Find-Oldest-Charge
047400     END-PERFORM.
047900     ADD 1 TO WS-Item-Count.
048000     MOVE SR-Sponsor-Code TO SIT-Sponsor-Code(WS-Item-Count).
048100     MOVE ZEROS TO SIT-Student-Id(WS-Item-Count).
048200     MOVE SPACES TO SIT-Term(WS-Item-Count).
048300     MOVE SR-Date TO SIT-Item-Date(WS-Item-Count).
048400     MOVE "P" TO SIT-Item-Type(WS-Item-Count).
048500     MOVE SR-Receipt-Num-N TO SIT-Ref-Num(WS-Item-Count).
048600     MOVE SR-Amount-N TO SIT-Amount(WS-Item-Count).
048700     MOVE ZEROS TO SIT-Open-Amount(WS-Item-Count).
048900     SUBTRACT SR-Amount-N FROM SPT-Open-Balance(WS-Sponsor-Sub).
049000     ADD 1 TO WS-Posted-Count.
049100     ADD SR-Amount-N TO WS-Posted-Total.
049200     MOVE SR-Sponsor-Code TO Prn-Sponsor-Code.
049300     MOVE SPT-Sponsor-Name(WS-Sponsor-Sub) TO Prn-Sponsor-Name.
049400     MOVE SR-Receipt-Num-N TO Prn-Receipt-Num.
049500     MOVE SR-Date TO Prn-Receipt-Date.
049600     MOVE SR-Amount-N TO Prn-Amount.
049700     MOVE SPT-Open-Balance(WS-Sponsor-Sub) TO Prn-Left-Open.
049800     WRITE RegisterLine FROM Register-Detail-Line.
049900
049904 Find-Oldest-Charge.
049908*    Leaves WS-Next-Sub at the sponsor's open charge with the
049912*    earliest date -- the first such in file order on a tie --
049916*    or at zero when nothing is left open.
049920     MOVE ZEROS TO WS-Next-Sub.
049924     PERFORM VARYING WS-Item-Sub FROM 1 BY 1
049928             UNTIL WS-Item-Sub > WS-Item-Count
049932         IF SIT-Charge(WS-Item-Sub)
049936            AND SIT-Sponsor-Code(WS-Item-Sub) = SR-Sponsor-Code
049940            AND SIT-Open-Amount(WS-Item-Sub) > ZERO
049944             IF WS-Next-Sub = ZERO
049948                 MOVE WS-Item-Sub TO WS-Next-Sub
049952             ELSE
049956                 IF SIT-Item-Date(WS-Item-Sub) <
049960                         SIT-Item-Date(WS-Next-Sub)
049964                     MOVE WS-Item-Sub TO WS-Next-Sub
049968                 END-IF
049972             END-IF
049976         END-IF
049980     END-PERFORM.
049984
050000 Note-Reject.
050100     ADD 1 TO WS-Reject-Count.
050200     IF WS-Reject-Count > 500
050300         DISPLAY WS-Exception-Detail
050400     ELSE
050500         MOVE WS-Exception-Detail TO RJ-Line(WS-Reject-Count)
050600     END-IF.
050700
050800 Write-Register-Totals.
050900     IF WS-Posted-Count = ZERO
051000         WRITE RegisterLine FROM Register-None-Line
051100     END-IF.
051200     IF WS-Reject-Count > ZERO
051300         MOVE SPACES TO RegisterLine
051400         WRITE RegisterLine
051500         WRITE RegisterLine FROM Register-Reject-Heading
051600         PERFORM VARYING WS-Reject-Sub FROM 1 BY 1
051700                 UNTIL WS-Reject-Sub > WS-Reject-Count
051800                    OR WS-Reject-Sub > 500
051900             WRITE RegisterLine FROM RJ-Line(WS-Reject-Sub)
052000         END-PERFORM
052100     END-IF.
052200     MOVE SPACES TO RegisterLine.
052300     WRITE RegisterLine.
052400     MOVE "  RECEIPTS READ" TO Prn-Count-Caption.
052500     MOVE WS-Read-Count TO Prn-Count.
052600     WRITE RegisterLine FROM Register-Count-Line.
052700     MOVE "  RECEIPTS POSTED" TO Prn-Count-Caption.
052800     MOVE WS-Posted-Count TO Prn-Count.
052900     WRITE RegisterLine FROM Register-Count-Line.
053000     MOVE "  REJECTIONS" TO Prn-Count-Caption.
053100     MOVE WS-Reject-Count TO Prn-Count.
053200     WRITE RegisterLine FROM Register-Count-Line.
053300     MOVE WS-Posted-Total TO Prn-Posted-Total.
053400     WRITE RegisterLine FROM Register-Total-Line.
053500
053600 Replace-Sponsor-Items.
053700     OPEN OUTPUT SponItemTmpFile.
053800     PERFORM VARYING SIT-Idx FROM 1 BY 1
053900             UNTIL SIT-Idx > WS-Item-Count
054000         WRITE SponItemTmpRec FROM SIT-Entry(SIT-Idx)
054100     END-PERFORM.
054200     CLOSE SponItemTmpFile.
054300     MOVE 0 TO WS-Tmp-EOF.
054400     OPEN INPUT SponItemTmpFile.
054500     OPEN OUTPUT SponItemFile.
054600     READ SponItemTmpFile
054700         AT END SET Tmp-EOF TO TRUE
054800     END-READ.
054900     PERFORM UNTIL Tmp-EOF
055000         WRITE SponItemRec FROM SponItemTmpRec
055100         READ SponItemTmpFile
055200             AT END SET Tmp-EOF TO TRUE
055300         END-READ
055400     END-PERFORM.
055500     CLOSE SponItemTmpFile, SponItemFile.
055600
055700 Append-GL-Journal.
055800*    The payment items past the loaded count are tonight's.
055900     OPEN EXTEND GLJrnlFile.
056000     IF WS-GL-Jrnl-File-Status NOT = "00"
056100         OPEN OUTPUT GLJrnlFile
056200     END-IF.
056300     PERFORM VARYING WS-Item-Sub FROM WS-Item-Load-Count BY 1
056400             UNTIL WS-Item-Sub >= WS-Item-Count
056500         MOVE WS-Run-Date TO GJ-Run-Date
056600         MOVE "SPONPAYPOST" TO GJ-Source
056700         MOVE SIT-Ref-Num(WS-Item-Sub + 1) TO GJ-Ref-Num
056800         MOVE SIT-Sponsor-Code(WS-Item-Sub + 1) TO GJ-Party
056900         SET GJ-Dr-Cash TO TRUE
057000         SET GJ-Cr-Sponsor-AR TO TRUE
057100         MOVE SIT-Amount(WS-Item-Sub + 1) TO GJ-Amount
057200         MOVE ZEROS TO GJ-Posted-Period
057300         WRITE GLJrnlRec
057400     END-PERFORM.
057500     CLOSE GLJrnlFile.
