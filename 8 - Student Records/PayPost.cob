002100* copy needs the new balances.
002110* Receivables are also kept as dated open items on STUDITEM.DAT
002120* (STUDITEM.CPY layout, seeded once by StudItemSeed): each
002130* applied receipt is drawn down against the student's open
002140* items in DUE-DATE order -- charges from their billing date,
002143* the installments of a payment plan (StudPlan) from each
002146* installment's own due date -- and journaled as a "P" item,
002150* so the bursar's aging reflects how long each charge has
002160* actually been outstanding instead of a single undated
002170* balance. The item file is rebuilt through ITEMS.TMP and
002211* the register once the masters are safely replaced.
002212* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002300* programs do, falling back to today's date run standalone.
002310* Each payment applied is also journalled for the general ledger
002320* -- cash debited, the student receivable credited, under the
002330* receipt number. The entries are gathered in PAYGL.TMP while the
002340* batch posts and appended to GLJRNL.DAT (GLJRNL.CPY layout) with
002350* the receipt register, so the ledger never sees a payment the
002360* masters lost.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
004750
004760     SELECT ItemTmpFile ASSIGN TO "ITEMS.TMP"
004770              ORGANIZATION IS LINE SEQUENTIAL.
004773
004776     SELECT GLWorkFile ASSIGN TO "PAYGL.TMP"
004779              ORGANIZATION IS LINE SEQUENTIAL.
004782
004785     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
004788              ORGANIZATION IS LINE SEQUENTIAL
004791              FILE STATUS IS WS-GL-Jrnl-File-Status.
004800
004900 DATA DIVISION.
005000 FILE SECTION.
006740
006750 FD  ItemTmpFile.
006760     COPY "STUDITEM.CPY" REPLACING ==REC-NAME== BY ==ItemTmpRec==.
006765
006770 FD  GLWorkFile.
006775     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLWorkRec==.
006780
006785 FD  GLJrnlFile.
006790 01  GLJrnlRec              PIC X(60).
006800
006900 WORKING-STORAGE SECTION.
007000 01  WS-New-File-Status     PIC XX.
007100 01  WS-Payment-File-Status PIC XX.
007200 01  WS-Run-Date-File-Status PIC XX.
007250 01  WS-GL-Jrnl-File-Status PIC XX.
007300
007400 01  WS-Student-EOF         PIC 9       VALUE 0.
007500     88 Student-EOF                     VALUE 1.
007700     88 Payment-EOF                     VALUE 1.
007800 01  WS-Updated-EOF         PIC 9       VALUE 0.
007900     88 Updated-EOF                     VALUE 1.
007930 01  WS-GL-Work-EOF         PIC 9       VALUE 0.
007960     88 GL-Work-EOF                     VALUE 1.
008000
008100 01  WS-Payment-Count       PIC 9(5)    VALUE ZEROS.
008200 01  WS-Applied-Count       PIC 9(5)    VALUE ZEROS.
008806     88 Item-Tmp-EOF                    VALUE 1.
008808
008810* The current student's open items, oldest first as they sit
008812* on the file; payments draw the open charges and plan
008814* installments down in due-date order and the receipts are
008815* appended as "P" items.
008816 01  Student-Items.
008818     02  WS-Item-Count      PIC 9(3)    VALUE ZEROS.
008820     02  SI-Entry OCCURS 200 TIMES.
008828         03  SI-Amount      PIC 9(4)V99.
008830         03  SI-Open-Amount PIC 9(4)V99.
008832 01  WS-Item-Sub            PIC 9(3)    VALUE ZEROS.
008833 01  WS-Next-Sub            PIC 9(3)    VALUE ZEROS.
008834 01  WS-Remaining           PIC 9(4)V99 VALUE ZEROS.
008836
008900 01  WS-Exception-Heading   PIC X(100)
013320         PERFORM Replace-Items
013330     END-IF.
013340     PERFORM Append-Receipt-Register.
013370     PERFORM Append-GL-Journal.
013400     DISPLAY "PayPost: " WS-Applied-Count " of "
013500         WS-Payment-Count " payments applied, "
013550         WS-Edit-Reject-Count " rejected in edit, "
016600     END-IF.
016700     OPEN OUTPUT UpdatedFile
016900     OPEN OUTPUT StatementFile.
016905     OPEN OUTPUT GLWorkFile.
016910     MOVE 0 TO WS-Item-EOF.
016920     OPEN INPUT ItemFile.
016930     IF WS-Item-File-Status = "00"
022800         WRITE ExceptionLine FROM WS-Exception-None
022900     END-IF.
023000     CLOSE NewStudentFile, PaymentFile, UpdatedFile,
023100         ExceptionFile, StatementFile, GLWorkFile.
023200
023300 Count-Payment-Record.
023400     IF NOT Payment-EOF
024570                 PERFORM Add-Payment-Item
024580             END-IF
024590             PERFORM Note-Receipt-Posted
024595             PERFORM Write-GL-Work-Entry
024600             ADD 1 TO WS-Applied-Count, WS-Payments-This-Stud
024700             PERFORM Print-Payment-Line
024800         END-IF
029670     END-PERFORM.
029680
029690 Apply-Payment-To-Items.
029691*    Earliest due date first -- a charge is due when billed, a
029692*    plan installment on its own date; ties in file order.
029693     MOVE PAY-Amount TO WS-Remaining.
029694     PERFORM Find-Next-Due-Item.
029695     PERFORM UNTIL WS-Remaining = ZERO
029696            OR WS-Next-Sub = ZERO
029697         IF WS-Remaining < SI-Open-Amount(WS-Next-Sub)
029698             SUBTRACT WS-Remaining FROM
029699                 SI-Open-Amount(WS-Next-Sub)
029700             MOVE ZEROS TO WS-Remaining
029701         ELSE
029702             SUBTRACT SI-Open-Amount(WS-Next-Sub) FROM
029703                 WS-Remaining
029704             MOVE ZEROS TO SI-Open-Amount(WS-Next-Sub)
029705         END-IF
029706         PERFORM Find-Next-Due-Item
029710     END-PERFORM.
029711     IF WS-Remaining > ZERO
029712         DISPLAY "Receipt " PAY-Receipt-Num " id "
038500     MOVE FUNCTION CURRENT-DATE(9:6) TO GEN-Roll-Time.
038600     WRITE GenCtlRec.
038700     CLOSE GenCtlFile.
038800
038900 Write-GL-Work-Entry.
039000     MOVE WS-Run-Date TO GJ-Run-Date.
039100     MOVE "PAYPOST" TO GJ-Source.
039200     MOVE PAY-Receipt-Num TO GJ-Ref-Num.
039300     MOVE PAY-Student-Id TO GJ-Party.
039400     SET GJ-Dr-Cash TO TRUE.
039500     SET GJ-Cr-Student-AR TO TRUE.
039600     MOVE PAY-Amount TO GJ-Amount.
039700     MOVE ZEROS TO GJ-Posted-Period.
039800     WRITE GLWorkRec.
039900
040000 Append-GL-Journal.
040100*    Tonight's ledger entries go on at the same point as the
040200*    receipts they came from.
040300     IF WS-Applied-Count = ZERO
040400         CONTINUE
040500     ELSE
040600         OPEN EXTEND GLJrnlFile
040700         IF WS-GL-Jrnl-File-Status NOT = "00"
040800             OPEN OUTPUT GLJrnlFile
040900         END-IF
041000         MOVE 0 TO WS-GL-Work-EOF
041100         OPEN INPUT GLWorkFile
041200         READ GLWorkFile
041300             AT END SET GL-Work-EOF TO TRUE
041400         END-READ
041500         PERFORM UNTIL GL-Work-EOF
041600             WRITE GLJrnlRec FROM GLWorkRec
041700             READ GLWorkFile
041800                 AT END SET GL-Work-EOF TO TRUE
041900             END-READ
042000         END-PERFORM
042100         CLOSE GLWorkFile, GLJrnlFile
042200     END-IF.
042300
042400 Find-Next-Due-Item.
042500     MOVE ZEROS TO WS-Next-Sub.
042600     MOVE 0 TO WS-Item-Sub.
042700     PERFORM UNTIL WS-Item-Sub >= WS-Item-Count
042800         ADD 1 TO WS-Item-Sub
042900         IF (SI-Item-Type(WS-Item-Sub) = "C" OR "I")
043000            AND SI-Open-Amount(WS-Item-Sub) > ZERO
043100             IF WS-Next-Sub = ZERO
043200                 MOVE WS-Item-Sub TO WS-Next-Sub
043300             ELSE
043400                 IF SI-Item-Date(WS-Item-Sub) <
043500                         SI-Item-Date(WS-Next-Sub)
043600                     MOVE WS-Item-Sub TO WS-Next-Sub
043700                 END-IF
043800             END-IF
043900         END-IF
044000     END-PERFORM.
