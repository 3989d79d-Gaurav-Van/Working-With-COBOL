000600* (the 88-levels in STUDENT.CPY), followed by a receivables
000700* section aged by how long each charge has ACTUALLY been
000800* outstanding: the dated open items on STUDITEM.DAT (the
000900* charge/payment detail PayPost maintains, applied in due-
001000* date order) are bucketed into the 30/60/90-day bands the bursar
001100* works -- 0-30, 31-60, 61-90 and over 90 days -- with
001200* per-program and grand totals. A student whose open items do
001300* not add back to the master's Balance-Due is counted and
001310* noted at the foot. If STUDITEM.DAT is missing (the seed has
001320* not run) each Balance-Due falls into the 0-30 band whole,
001330* with a console warning, so the totals still stand up.
001331* A payment-plan installment (StudPlan's "I" items) ages from
001332* its own due date, not the billing date, and an installment
001333* whose due date is still to come is shown apart in a NOT YET
001334* DUE column, so a student paying a plan as agreed is never
001335* reported overdue.
001340* Students owing nothing appear in the roster counts but
001350* contribute nothing to the receivables section.
001400* Input is STUDENTS.NEW (STUDENT.CPY layout), the file the
005700         03  PGM-Active         PIC 9(5).
005800         03  PGM-Inactive       PIC 9(5).
005900         03  PGM-Withdrawn      PIC 9(5).
006000         03  PGM-Band-Amt       PIC 9(7)V99 OCCURS 5 TIMES.
006100         03  PGM-Owed           PIC 9(7)V99.
006200
006300 01  WS-Pgm-Found           PIC 9       VALUE 0.
006692 01  WS-Mismatch-Count      PIC 9(5)    VALUE ZEROS.
006700
006800 01  WS-Student-Count       PIC 9(7)    VALUE ZEROS.
006900 01  WS-Grand-Band-Amt      PIC 9(8)V99 OCCURS 5 TIMES
007000                                        VALUE ZEROS.
007100 01  WS-Grand-Owed          PIC 9(8)V99 VALUE ZEROS.
007200
010400     VALUE "   RECEIVABLES -- OPEN ITEMS BY DAYS OUT".
010500 01  Receivables-Topic-Line.
010600     02  FILLER             PIC X(8)  VALUE "PROGRAM ".
010650     02  FILLER             PIC X(12) VALUE " NOT YET DUE".
010700     02  FILLER             PIC X(12) VALUE "   0-30 DAYS".
010800     02  FILLER             PIC X(12) VALUE "  31-60 DAYS".
010900     02  FILLER             PIC X(12) VALUE "  61-90 DAYS".
011300 01  Receivables-Detail-Line.
011400     02  FILLER             PIC XXX   VALUE SPACES.
011500     02  Prn-Rcv-Pgm-Code   PIC X(2).
011550     02  Prn-Rcv-Not-Due    PIC BB$$$$,$$9.99.
011600     02  Prn-Rcv-Band-1     PIC BB$$$$,$$9.99.
011700     02  Prn-Rcv-Band-2     PIC $$$$,$$9.99.
011800     02  Prn-Rcv-Band-3     PIC B$$$$,$$9.99.
012150         " student(s) whose open items <> Balance-Due.".
012200 01  Receivables-Total-Line.
012300     02  FILLER             PIC X(5)  VALUE "TOTAL".
012350     02  Prn-Grand-Not-Due  PIC $$,$$$,$$9.99.
012400     02  Prn-Grand-Band-1   PIC B$,$$$,$$9.99.
012500     02  Prn-Grand-Band-2   PIC B$,$$$,$$9.99.
012600     02  Prn-Grand-Band-3   PIC B$,$$$,$$9.99.
012700     02  Prn-Grand-Band-4   PIC B$,$$$,$$9.99.
018610     END-PERFORM.
018620     PERFORM UNTIL Item-EOF
018630          OR IT-Student-Id NOT = Student-Id OF NewStudRec
018640         IF (IT-Charge OR IT-Installment)
018645            AND IT-Open-Amount > ZERO
018650             PERFORM Age-One-Open-Item
018660         END-IF
018670         READ ItemFile
020400         MOVE ZEROS TO PGM-Band-Amt(WS-Pgm-Sub, 2)
020500         MOVE ZEROS TO PGM-Band-Amt(WS-Pgm-Sub, 3)
020600         MOVE ZEROS TO PGM-Band-Amt(WS-Pgm-Sub, 4)
020650         MOVE ZEROS TO PGM-Band-Amt(WS-Pgm-Sub, 5)
020700         MOVE ZEROS TO PGM-Owed(WS-Pgm-Sub)
020800     END-IF.
020900
021000 Pick-Days-Band.
021050*    Band 5 is an installment whose due date has not come yet.
021100     EVALUATE TRUE
021130         WHEN WS-Days-Out < 0
021160             MOVE 5 TO WS-Band-Sub
021200         WHEN WS-Days-Out NOT > 30
021300             MOVE 1 TO WS-Band-Sub
021400         WHEN WS-Days-Out NOT > 60
025600         ADD 1 TO WS-Pgm-Sub
025700         IF PGM-Owed(WS-Pgm-Sub) > 0
025800             MOVE PGM-Code(WS-Pgm-Sub) TO Prn-Rcv-Pgm-Code
025830             MOVE PGM-Band-Amt(WS-Pgm-Sub, 5) TO
025860                 Prn-Rcv-Not-Due
025900             MOVE PGM-Band-Amt(WS-Pgm-Sub, 1) TO Prn-Rcv-Band-1
026000             MOVE PGM-Band-Amt(WS-Pgm-Sub, 2) TO Prn-Rcv-Band-2
026100             MOVE PGM-Band-Amt(WS-Pgm-Sub, 3) TO Prn-Rcv-Band-3
026400             WRITE RosterReportLine FROM Receivables-Detail-Line
026500         END-IF
026600     END-PERFORM.
026650     MOVE WS-Grand-Band-Amt(5) TO Prn-Grand-Not-Due.
026700     MOVE WS-Grand-Band-Amt(1) TO Prn-Grand-Band-1.
026800     MOVE WS-Grand-Band-Amt(2) TO Prn-Grand-Band-2.
026900     MOVE WS-Grand-Band-Amt(3) TO Prn-Grand-Band-3.
