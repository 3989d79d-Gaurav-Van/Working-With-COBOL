      *   IT-Item-Type "C" -- a charge. IT-Amount is the amount
      *     billed and IT-Open-Amount is what is still unpaid;
      *     PayPost draws payments down against the OLDEST open
      *     items first, so IT-Open-Amount ages truthfully.
      *   IT-Item-Type "P" -- a payment. IT-Amount is the receipt
      *     amount, IT-Ref-Num the receipt number, and
      *     IT-Open-Amount is always zero; the record is the audit
      *     trail of where the money went.
      *   IT-Item-Type "I" -- one installment of a charge the bursar
      *     has put on a payment plan (StudPlan). IT-Item-Date is
      *     the installment's DUE date, IT-Ref-Num the Ref-Num of
      *     the charge it was split from, IT-Amount the installment
      *     and IT-Open-Amount what is still unpaid. The charge's
      *     own IT-Open-Amount goes to zero when it is split -- the
      *     installments carry the debt from then on -- and they sit
      *     on the file straight after it, earliest due date first.
      * PayPost draws payments against the open "C" and "I" items
      * in due-date order (a plain charge falls due on the day it
      * was billed), and StudentReport ages each item from that
      * same date, so a student paying a plan as agreed never shows
      * as overdue.
      * A term charge for a sponsored student (STUDSPON.DAT) carries
      * only the student's own share; the sponsor's share is on the
      * sponsor receivable, SPONITEM.DAT (SPONITEM.CPY), instead.
      * The file is kept in ascending Student-Id order (items for a
      * student in the order they arose, oldest first), the order
      * every other student file keeps, so the two-file matches in
      * PayPost and StudentReport work unchanged.
      * A student's Balance-Due on the master is derivable as the
      * sum of the IT-Open-Amount on their charge and installment
      * items; the StudItemSeed program writes the opening charge
      * item per student at the cutover.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
           02  IT-Item-Type          PIC X.
               88  IT-Charge         VALUE "C".
               88  IT-Payment        VALUE "P".
               88  IT-Installment    VALUE "I".
           02  IT-Ref-Num            PIC 9(6).
           02  IT-Amount             PIC 9(4)V99.
           02  IT-Open-Amount        PIC 9(4)V99.
