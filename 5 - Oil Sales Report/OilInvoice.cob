001700* Output is INVOICES.RPT, one invoice after another, separated
001800* for bursting. Load-Run-Date reads the RUNDATE.DAT stamp the
001900* batch control step writes, as the other report programs do.
001910* Each invoice and credit memo posted to the register is also
001920* appended to GLJRNL.DAT, the general ledger journal (GLJRNL.CPY
001930* layout): an invoice debits the customer receivable and credits
001940* oil sales, a credit memo debits oil returns and credits the
001950* receivable, each under its own document number, for GLPost to
001960* post at the period end.
002000
002100 ENVIRONMENT DIVISION.
002200 INPUT-OUTPUT SECTION.
004520     SELECT OpenInvoiceFile ASSIGN TO "OPENINV.DAT"
004530              ORGANIZATION IS LINE SEQUENTIAL
004540              FILE STATUS IS WS-Open-Inv-File-Status.
004550
004560     SELECT GLJrnlFile ASSIGN TO "GLJRNL.DAT"
004570              ORGANIZATION IS LINE SEQUENTIAL
004580              FILE STATUS IS WS-GL-Jrnl-File-Status.
004600
004700 DATA DIVISION.
004800 FILE SECTION.
007320 FD  OpenInvoiceFile.
007330     COPY "OPENINV.CPY" REPLACING ==REC-NAME== BY ==OpenInvRec==.
007400
007420 FD  GLJrnlFile.
007440     COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
007460
007500 WORKING-STORAGE SECTION.
007600 01  WS-Sorted-File-Status       PIC XX.
007700 01  WS-Oil-Price-File-Status    PIC XX.
007900 01  WS-Invoice-Seq-File-Status  PIC XX.
008000 01  WS-Run-Date-File-Status     PIC XX.
008010 01  WS-Open-Inv-File-Status     PIC XX.
008050 01  WS-GL-Jrnl-File-Status      PIC XX.
008100
008200 01  WS-Sorted-EOF               PIC 9       VALUE 0.
008300     88 Sorted-EOF                           VALUE 1.
025220     IF WS-Open-Inv-File-Status NOT = "00"
025230         OPEN OUTPUT OpenInvoiceFile
025240     END-IF.
025250     OPEN EXTEND GLJrnlFile.
025260     IF WS-GL-Jrnl-File-Status NOT = "00"
025270         OPEN OUTPUT GLJrnlFile
025280     END-IF.
025300     READ SortedSalesFile
025400         AT END SET Sorted-EOF TO TRUE
025500     END-READ.
025600     PERFORM Print-One-Invoice UNTIL Sorted-EOF.
025660     CLOSE SortedSalesFile, InvoiceFile, OpenInvoiceFile,
025720         GLJrnlFile.
025800
025900 Print-One-Invoice.
026000     MOVE SS-Cust-Id TO WS-Prev-Cust-Id, Prn-Inv-Cust-Id.
027800         MOVE SPACES TO InvoiceLine
027900         WRITE InvoiceLine
027950         PERFORM Post-Invoice-To-Register
027955         PERFORM Journal-Invoice-To-GL
027960     END-IF.
027970     IF WS-Credit-Count > 0
027980         PERFORM Print-Credit-Memo
029574     MOVE ZEROS TO OI-Amount-Paid.
029575     SET OI-Open TO TRUE.
029576     WRITE OpenInvRec.
029577     IF WS-Credit-Total > ZERO
029578         MOVE Prn-Credit-Num TO GJ-Ref-Num
029579         MOVE WS-Credit-Total TO GJ-Amount
029580         SET GJ-Dr-Oil-Returns TO TRUE
029581         SET GJ-Cr-Customer-AR TO TRUE
029582         PERFORM Write-GL-Entry
029583     END-IF.
029584
029585 Write-GL-Entry.
029586*    The caller has set the document number, amount and the two
029587*    accounts; the rest is the same for every entry this run.
029588     MOVE WS-Run-Date TO GJ-Run-Date.
029589     MOVE "OILINVOICE" TO GJ-Source.
029590     MOVE WS-Prev-Cust-Id TO GJ-Party.
029591     MOVE ZEROS TO GJ-Posted-Period.
029592     WRITE GLJrnlRec.
029600
029700 Find-Price-For-Sale.
029800*    Same selection OilSalesData makes: the price row with the
031200                 TO WS-Selected-Cost
031300         END-IF
031400     END-PERFORM.
031500
031600 Journal-Invoice-To-GL.
031700     IF WS-Invoice-Total > ZERO
031800         MOVE Prn-Invoice-Num TO GJ-Ref-Num
031900         MOVE WS-Invoice-Total TO GJ-Amount
032000         SET GJ-Dr-Customer-AR TO TRUE
032100         SET GJ-Cr-Oil-Sales TO TRUE
032200         PERFORM Write-GL-Entry
032300     END-IF.
