002100* STUDITEM.DAT (rebuilt through BILL.TMP the way PayPost
002200* rebuilds it), so the bursar's aging starts from billing day.
002300* A missing STUDITEM.DAT skips the items with a note.
002320* A student who cannot pay the term at once is put on a plan
002340* afterwards with StudPlan, which splits the charge item into
002360* dated installments.
002363* A student linked to a sponsor on STUDSPON.DAT (SponMaint) has
002366* the sponsor's share of the charge -- a percentage of the
002369* rate, or a fixed amount capped at the rate -- split off: it
002372* goes to the sponsor receivable as a "C" item on SPONITEM.DAT
002375* for SponInvoice and SponPayPost, and only the student's own
002378* share reaches Balance-Due, STUDITEM.DAT and so the student's
002381* statement. A fully sponsored student gets no change record
002384* and no item. A link to a sponsor that is inactive or not on
002387* SPONSOR.DAT bills the whole charge to the student and notes
002390* it on the register for the bursar to follow up.
002400* TERMBILL.RPT is the register: one line per student billed,
002500* per-program totals reconciled as students-billed times rate,
002600* a grand total reconciled against the sum of the per-student
002660* lines, the split of that total into sponsor and student
002720* shares (which must add back to it), and a count of Active
002780* students whose program had no rate for the term (billed
002840* nothing, listed for follow-up).
002850* Both shares are also written to GLJRNL.DAT, the general ledger
002860* journal (GLJRNL.CPY layout), under the charge's reference: the
002870* student's share debits the student receivable, the sponsor's
002880* the sponsor receivable, and each credits tuition.
002900* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
003000* programs do, falling back to today's date run standalone.
003100
005100     SELECT ItemTmpFile ASSIGN TO "BILL.TMP"
005200              ORGANIZATION IS LINE SEQUENTIAL.
005300
005307     SELECT SponsorFile ASSIGN TO "SPONSOR.DAT"
005314              ORGANIZATION IS LINE SEQUENTIAL
005321              FILE STATUS IS WS-Sponsor-File-Status.
005328
005335     SELECT LinkFile ASSIGN TO "STUDSPON.DAT"
005342              ORGANIZATION IS LINE SEQUENTIAL
005349              FILE STATUS IS WS-Link-File-Status.
005356
005363     SELECT SponItemFile ASSIGN TO "SPONITEM.DAT"
005370              ORGANIZATION IS LINE SEQUENTIAL
005377              FILE STATUS IS WS-Spon-Item-File-Status.
005384
005400     SELECT RegisterFile ASSIGN TO "TERMBILL.RPT"
005500              ORGANIZATION IS LINE SEQUENTIAL.
005600
005700     SELECT RunDateFile ASSIGN TO "RUNDATE.DAT"
005800              ORGANIZATION IS LINE SEQUENTIAL
005900              FILE STATUS IS WS-Run-Date-File-Status.
005920
005940     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
005960              ORGANIZATION IS LINE SEQUENTIAL
005980              FILE STATUS IS WS-GL-Jrnl-File-Status.
006000
006100 DATA DIVISION.
006200 FILE SECTION.
007800 FD  ItemTmpFile.
007900     COPY "STUDITEM.CPY" REPLACING ==REC-NAME== BY ==ItemTmpRec==.
008000
008010 FD  SponsorFile.
008020     COPY "SPONSOR.CPY" REPLACING ==REC-NAME== BY ==SponRec==.
008030
008040 FD  LinkFile.
008050     COPY "STUDSPON.CPY" REPLACING ==REC-NAME== BY ==LinkRec==.
008060
008070 FD  SponItemFile.
008080     COPY "SPONITEM.CPY" REPLACING ==REC-NAME==
008085         BY ==SponItemRec==.
008090
008100 FD  RegisterFile.
008200 01  RegisterLine           PIC X(100).
008300
008400 FD  RunDateFile.
008500 01  RunDateRec             PIC 9(8).
008520
008540 FD  GLJrnlFile.
008560     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
008600
008700 WORKING-STORAGE SECTION.
008800 01  WS-New-File-Status     PIC XX.
009000 01  WS-Chg-Raw-File-Status PIC XX.
009100 01  WS-Item-File-Status    PIC XX.
009200 01  WS-Run-Date-File-Status PIC XX.
009220 01  WS-Sponsor-File-Status PIC XX.
009240 01  WS-Link-File-Status    PIC XX.
009260 01  WS-Spon-Item-File-Status PIC XX.
009280 01  WS-GL-Jrnl-File-Status PIC XX.
009300
009400 01  WS-Student-EOF         PIC 9       VALUE 0.
009500     88 Student-EOF                     VALUE 1.
010100     88 Item-Tmp-EOF                    VALUE 1.
010200 01  WS-Items-On            PIC 9       VALUE 0.
010300     88 Items-On                        VALUE 1.
010310 01  WS-Sponsor-EOF         PIC 9       VALUE 0.
010320     88 Sponsor-EOF                     VALUE 1.
010330 01  WS-Link-EOF            PIC 9       VALUE 1.
010340     88 Link-EOF                        VALUE 1.
010350 01  WS-Links-On            PIC 9       VALUE 0.
010360     88 Links-On                        VALUE 1.
010400
010500 01  WS-Term                PIC X(6).
010600
011700 01  WS-Rate-Found          PIC 9       VALUE 0.
011800     88 Rate-Found                      VALUE 1.
011900 01  WS-Rate-Amount         PIC 9(4)V99 VALUE ZEROS.
011904
011908* Sponsor codes and status from SPONSOR.DAT, for the split.
011912 01  Sponsor-Table.
011916     02  WS-Sponsor-Count   PIC 9(4)    VALUE ZEROS.
011920     02  SPT-Entry OCCURS 500 TIMES INDEXED BY SPT-Idx.
011924         03  SPT-Sponsor-Code   PIC X(5).
011928         03  SPT-Sponsor-Status PIC X.
011932             88 SPT-Active              VALUE "A".
011936
011940 01  WS-Sponsor-Sub         PIC 9(4)    VALUE ZEROS.
011944 01  WS-Sponsor-Found       PIC 9       VALUE 0.
011948     88 Sponsor-Found                   VALUE 1.
011952 01  WS-Sponsor-Lapsed      PIC 9       VALUE 0.
011956     88 Sponsor-Lapsed                  VALUE 1.
011960 01  WS-Sponsor-Share       PIC 9(4)V99 VALUE ZEROS.
011964 01  WS-Student-Share       PIC 9(4)V99 VALUE ZEROS.
011968 01  WS-Sponsored-Count     PIC 9(5)    VALUE ZEROS.
011972 01  WS-Self-Pay-Count      PIC 9(5)    VALUE ZEROS.
011976 01  WS-Sponsor-Total       PIC 9(8)V99 VALUE ZEROS.
011980 01  WS-Student-Total       PIC 9(8)V99 VALUE ZEROS.
011984 01  WS-Split-Total         PIC 9(8)V99 VALUE ZEROS.
012000
012100* Replacement record image for TRANSCHG.RAW, all-alphanumeric
012200* the way data entry keys it and TransEdit expects it.
015100     02  FILLER             PIC X(17) VALUE "  NAME".
015200     02  FILLER             PIC X(9)  VALUE " PROGRAM ".
015300     02  FILLER             PIC X(12) VALUE "      CHARGE".
015320     02  FILLER             PIC X(7)  VALUE "   SPON".
015340     02  FILLER             PIC X(12) VALUE "       SHARE".
015360     02  FILLER             PIC X(12) VALUE "     STUDENT".
015400 01  Register-Detail-Line.
015500     02  FILLER             PIC XX    VALUE SPACES.
015600     02  Prn-Student-Id     PIC 9(7).
016100     02  FILLER             PIC X(4)  VALUE SPACES.
016200     02  Prn-Program-Code   PIC X(2).
016300     02  Prn-Charge         PIC BBB$$,$$9.99.
016309     02  FILLER             PIC X(5)  VALUE SPACES.
016318     02  Prn-Sponsor-Code   PIC X(5).
016327     02  Prn-Sponsor-Share  PIC BBB$$,$$9.99.
016336     02  Prn-Student-Share  PIC BBB$$,$$9.99.
016345 01  Register-Sponsor-Note-Line.
016354     02  FILLER             PIC X(11) VALUE SPACES.
016363     02  FILLER             PIC X(11) VALUE "** SPONSOR ".
016372     02  Prn-SN-Sponsor-Code PIC X(5).
016381     02  FILLER             PIC X(40)
016390         VALUE " INACTIVE OR NOT ON FILE -- STUDENT PAYS".
016400 01  Register-No-Rate-Line.
016500     02  FILLER             PIC XX    VALUE SPACES.
016600     02  Prn-NR-Student-Id  PIC 9(7).
018800     02  FILLER             PIC X(30)
018900         VALUE "  ACTIVE BUT NOT BILLED      ".
019000     02  Prn-NR-Count       PIC ZZZZ9.
019010 01  Share-Total-Line.
019020     02  FILLER             PIC X(2)  VALUE SPACES.
019030     02  Prn-ST-Caption     PIC X(21).
019040     02  Prn-ST-Count       PIC ZZZZ9.
019050     02  FILLER             PIC X(10) VALUE "   TOTAL  ".
019060     02  Prn-ST-Amount      PIC $$$,$$$,$$9.99.
019100
019200 PROCEDURE DIVISION.
019300 Begin.
020000         STOP RUN
020100     END-IF.
020200     PERFORM Load-Tuition-Table.
020250     PERFORM Load-Sponsor-Table.
020300     PERFORM Bill-Students.
020400     PERFORM Write-Register-Totals.
020500     IF Items-On
026200         STOP RUN
026300     END-IF.
026400
026403 Load-Sponsor-Table.
026406     MOVE 0 TO WS-Sponsor-EOF.
026409     OPEN INPUT SponsorFile.
026412     IF WS-Sponsor-File-Status = "00"
026415         READ SponsorFile
026418             AT END SET Sponsor-EOF TO TRUE
026421         END-READ
026424         PERFORM UNTIL Sponsor-EOF
026427             IF WS-Sponsor-Count >= 500
026430                 DISPLAY "Over 500 sponsors -- raise the"
026433                     " SPT-Entry table size."
026436                 MOVE 1 TO RETURN-CODE
026439                 STOP RUN
026442             END-IF
026445             ADD 1 TO WS-Sponsor-Count
026448             MOVE SP-Sponsor-Code TO
026451                 SPT-Sponsor-Code(WS-Sponsor-Count)
026454             MOVE SP-Sponsor-Status TO
026457                 SPT-Sponsor-Status(WS-Sponsor-Count)
026460             READ SponsorFile
026463                 AT END SET Sponsor-EOF TO TRUE
026466             END-READ
026469         END-PERFORM
026472         CLOSE SponsorFile
026475     END-IF.
026478
026500 Bill-Students.
026600     OPEN INPUT NewStudentFile.
026700     IF WS-New-File-Status NOT = "00"
027200     OPEN EXTEND ChgRawFile.
027300     IF WS-Chg-Raw-File-Status NOT = "00"
027400         OPEN OUTPUT ChgRawFile
027420     END-IF.
027440     OPEN EXTEND GLJrnlFile.
027460     IF WS-GL-Jrnl-File-Status NOT = "00"
027480         OPEN OUTPUT GLJrnlFile
027500     END-IF.
027600     MOVE 0 TO WS-Item-EOF.
027700     OPEN INPUT ItemFile.
028400     ELSE
028500         DISPLAY "STUDITEM.DAT not found -- charges not"
028600             " journaled as open items. Run StudItemSeed."
028607     END-IF.
028614     OPEN INPUT LinkFile.
028621     IF WS-Link-File-Status = "00"
028628         SET Links-On TO TRUE
028635         MOVE 0 TO WS-Link-EOF
028642         READ LinkFile
028649             AT END SET Link-EOF TO TRUE
028656         END-READ
028663         OPEN EXTEND SponItemFile
028670         IF WS-Spon-Item-File-Status NOT = "00"
028677             OPEN OUTPUT SponItemFile
028684         END-IF
028700     END-IF.
028800     OPEN OUTPUT RegisterFile.
028900     WRITE RegisterLine FROM Register-Heading-Line.
031900         END-PERFORM
032000         CLOSE ItemFile, ItemTmpFile
032100     END-IF.
032160     CLOSE NewStudentFile, ChgRawFile, GLJrnlFile.
032220     IF Links-On
032240         CLOSE LinkFile, SponItemFile
032260     END-IF.
032300
032400 Pass-Items-Through.
032500*    Copy every existing item up to and including the current
034600         ADD 1 TO RA-Billed-Count(WS-Rate-Sub)
034700         ADD WS-Rate-Amount TO RA-Billed-Amt(WS-Rate-Sub)
034800         ADD WS-Rate-Amount TO WS-Billed-Total
034820         PERFORM Split-Sponsor-Share
034840         ADD WS-Student-Share TO WS-Student-Total
034860         IF WS-Student-Share > ZERO
034880             ADD 1 TO WS-Self-Pay-Count
034900             PERFORM Write-Change-Record
034920             IF Items-On
034940                 PERFORM Write-Charge-Item
034960             END-IF
034964             MOVE Student-Id OF NewStudRec TO GJ-Party
034968             SET GJ-Dr-Student-AR TO TRUE
034972             MOVE WS-Student-Share TO GJ-Amount
034976             PERFORM Write-GL-Entry
034980         END-IF
035000         IF WS-Sponsor-Share > ZERO
035020             ADD 1 TO WS-Sponsored-Count
035040             ADD WS-Sponsor-Share TO WS-Sponsor-Total
035060             PERFORM Write-Sponsor-Item
035080             MOVE SS-Sponsor-Code TO GJ-Party
035100             SET GJ-Dr-Sponsor-AR TO TRUE
035120             MOVE WS-Sponsor-Share TO GJ-Amount
035140             PERFORM Write-GL-Entry
035200         END-IF
035300         MOVE Student-Id OF NewStudRec TO Prn-Student-Id
035400         MOVE Last-Name OF NewStudRec TO Prn-Last-Name
035500         MOVE First-Name OF NewStudRec TO Prn-First-Name
035600         MOVE Program-Code OF NewStudRec TO Prn-Program-Code
035700         MOVE WS-Rate-Amount TO Prn-Charge
035710         MOVE WS-Sponsor-Share TO Prn-Sponsor-Share
035720         MOVE WS-Student-Share TO Prn-Student-Share
035730         IF WS-Sponsor-Share > ZERO
035740             MOVE SS-Sponsor-Code TO Prn-Sponsor-Code
035750         ELSE
035760             MOVE SPACES TO Prn-Sponsor-Code
035770         END-IF
035800         WRITE RegisterLine FROM Register-Detail-Line
035820         IF Sponsor-Lapsed
035840             MOVE SS-Sponsor-Code TO Prn-SN-Sponsor-Code
035860             WRITE RegisterLine FROM Register-Sponsor-Note-Line
035880         END-IF
035900     END-IF.
035902
035904 Split-Sponsor-Share.
035906*    STUDSPON.DAT is in Student-Id order like the roster, so the
035908*    link file is read along in step: links for ids below the
035910*    current student (withdrawn or purged since) are passed over.
035912     MOVE ZEROS TO WS-Sponsor-Share.
035914     MOVE 0 TO WS-Sponsor-Lapsed.
035916     IF Links-On
035918         PERFORM UNTIL Link-EOF
035920              OR SS-Student-Id NOT < Student-Id OF NewStudRec
035922             READ LinkFile
035924                 AT END SET Link-EOF TO TRUE
035926             END-READ
035928         END-PERFORM
035930         IF NOT Link-EOF
035932            AND SS-Student-Id = Student-Id OF NewStudRec
035934             PERFORM Find-Active-Sponsor
035936             IF NOT Sponsor-Found
035938                 SET Sponsor-Lapsed TO TRUE
035940             ELSE
035942                 IF SS-Percent
035944                     COMPUTE WS-Sponsor-Share ROUNDED =
035946                         WS-Rate-Amount * SS-Share-Value / 100
035948                 ELSE
035950                     MOVE SS-Share-Value TO WS-Sponsor-Share
035952                 END-IF
035954                 IF WS-Sponsor-Share > WS-Rate-Amount
035956                     MOVE WS-Rate-Amount TO WS-Sponsor-Share
035958                 END-IF
035960             END-IF
035962         END-IF
035964     END-IF.
035966     COMPUTE WS-Student-Share = WS-Rate-Amount - WS-Sponsor-Share.
035968
035969 Find-Active-Sponsor.
035970*    Only an active sponsor counts as found: an inactive one is
035971*    treated like a code no longer on SPONSOR.DAT.
035972     MOVE 0 TO WS-Sponsor-Found.
035974     MOVE ZEROS TO WS-Sponsor-Sub.
035976     PERFORM UNTIL Sponsor-Found
035978            OR WS-Sponsor-Sub >= WS-Sponsor-Count
035980         ADD 1 TO WS-Sponsor-Sub
035982         IF SPT-Sponsor-Code(WS-Sponsor-Sub) = SS-Sponsor-Code
035983            AND SPT-Active(WS-Sponsor-Sub)
035984             SET Sponsor-Found TO TRUE
035986         END-IF
035988     END-PERFORM.
036000
036100 Find-Program-Rate.
036200     MOVE 0 TO WS-Rate-Found.
037500 Write-Change-Record.
037600*    A full replacement image built from the student's own
037700*    live master record -- never from a stale roster -- with
037800*    only Balance-Due raised by the student's share of the charge.
037900     COMPUTE WS-New-Balance = Balance-Due OF NewStudRec
038000         + WS-Student-Share
038100         ON SIZE ERROR
038200             DISPLAY "Id " Student-Id OF NewStudRec
038300                 " balance would overflow -- billed anyway at"
039200     MOVE WS-New-Balance TO CH-Balance-Due.
039300     WRITE ChgRawRec FROM WS-Chg-Image.
039400
039407 Write-Sponsor-Item.
039414*    The sponsor's share as an open charge on the sponsor
039421*    receivable, carrying the same reference as the student's
039428*    own charge item so the two halves can be traced together.
039435     MOVE SS-Sponsor-Code TO SPI-Sponsor-Code.
039442     MOVE Student-Id OF NewStudRec TO SPI-Student-Id.
039449     MOVE WS-Term TO SPI-Term.
039456     MOVE WS-Run-Date TO SPI-Item-Date.
039463     MOVE "C" TO SPI-Item-Type.
039470     MOVE WS-Billed-Count TO SPI-Ref-Num.
039477     MOVE WS-Sponsor-Share TO SPI-Amount, SPI-Open-Amount.
039484     WRITE SponItemRec.
039491
039500 Write-Charge-Item.
039600     MOVE Student-Id OF NewStudRec TO
039700         IT-Student-Id OF ItemTmpRec.
039800     MOVE WS-Run-Date TO IT-Item-Date OF ItemTmpRec.
039900     MOVE "C" TO IT-Item-Type OF ItemTmpRec.
040000     MOVE WS-Billed-Count TO IT-Ref-Num OF ItemTmpRec.
040100     MOVE WS-Student-Share TO IT-Amount OF ItemTmpRec,
040200         IT-Open-Amount OF ItemTmpRec.
040300     WRITE ItemTmpRec.
040308
040316 Write-GL-Entry.
040324*    The caller has set the party, the receivable debited and the
040332*    amount; every share is tuition earned under the charge's
040340*    reference.
040348     MOVE WS-Run-Date TO GJ-Run-Date.
040356     MOVE "TERMBILL" TO GJ-Source.
040364     MOVE WS-Billed-Count TO GJ-Ref-Num.
040372     SET GJ-Cr-Tuition TO TRUE.
040380     MOVE ZEROS TO GJ-Posted-Period.
040388     WRITE GLJrnlRec.
040400
040500 Write-Register-Totals.
040700     MOVE SPACES TO RegisterLine.
042600     MOVE SPACES TO RegisterLine.
042700     WRITE RegisterLine.
042800     WRITE RegisterLine FROM Grand-Total-Line.
042810     MOVE "SPONSOR SHARE" TO Prn-ST-Caption.
042820     MOVE WS-Sponsored-Count TO Prn-ST-Count.
042830     MOVE WS-Sponsor-Total TO Prn-ST-Amount.
042840     WRITE RegisterLine FROM Share-Total-Line.
042850     MOVE "STUDENT SHARE" TO Prn-ST-Caption.
042860     MOVE WS-Self-Pay-Count TO Prn-ST-Count.
042870     MOVE WS-Student-Total TO Prn-ST-Amount.
042880     WRITE RegisterLine FROM Share-Total-Line.
042890     COMPUTE WS-Split-Total = WS-Sponsor-Total + WS-Student-Total.
042900     IF WS-Check-Total = WS-Billed-Total
042950        AND WS-Split-Total = WS-Billed-Total
043000         MOVE "  RECONCILIATION: PASS -- totals cross-foot."
043100             TO Reconcile-Line
043200     ELSE
