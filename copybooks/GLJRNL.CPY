      ******************************************************************
      * GLJRNL.CPY
      * Shared general ledger journal record layout for GLJRNL.DAT,
      * the double-entry journal every program that moves money
      * appends to as it posts, for GLPost to post to the ledger at
      * the period end. One record per posting, each a single debit
      * and a single credit of the same amount, so the journal
      * always balances:
      *   OILINVOICE   each invoice      Dr 1200 customer receivable
      *                                  Cr 4000 oil sales
      *                each credit memo  Dr 4010 oil returns
      *                                  Cr 1200 customer receivable
      *   OILCASHPOST  cash applied      Dr 1010 cash
      *                                  Cr 1200 customer receivable
      *                cash on account   Dr 1010 cash
      *                                  Cr 2300 cash held on account
      *   OILCASHALLOC allocation        Dr 2300 cash held on account
      *                                  Cr 1200 customer receivable
      *   TERMBILL     student share     Dr 1210 student receivable
      *                                  Cr 4100 tuition
      *                sponsor share     Dr 1220 sponsor receivable
      *                                  Cr 4100 tuition
      *   PAYPOST      student payment   Dr 1010 cash
      *                                  Cr 1210 student receivable
      *   SPONPAYPOST  sponsor receipt   Dr 1010 cash
      *                                  Cr 1220 sponsor receivable
      * GJ-Run-Date is the run date of the posting program and
      * GJ-Source its name as above. GJ-Ref-Num is the document the
      * money moved on -- the invoice or credit memo number, the
      * receipt number, or the term charge's reference -- and
      * GJ-Party the customer id, student id or sponsor code it
      * belongs to. The account numbers are named by the level-88
      * items, so a program says SET GJ-Dr-Cash TO TRUE rather than
      * carrying the number itself; GLACCTS.DAT (GLACCT.CPY) is the
      * chart they must be on. GJ-Posted-Period is zeros until
      * GLPost posts the entry, then the yyyymm period it went to.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way CASHAPPL.CPY is used.
      *
      * Example:
      *   FD  GLJrnlFile.
      *       COPY "GLJRNL.CPY" REPLACING ==REC-NAME== BY ==GLJrnlRec==.
      ******************************************************************
       01  REC-NAME.
           02  GJ-Run-Date           PIC 9(8).
           02  GJ-Source             PIC X(12).
           02  GJ-Ref-Num            PIC 9(6).
           02  GJ-Party              PIC X(7).
           02  GJ-Debit-Acct         PIC X(6).
               88  GJ-Dr-Cash        VALUE "1010".
               88  GJ-Dr-Customer-AR VALUE "1200".
               88  GJ-Dr-Student-AR  VALUE "1210".
               88  GJ-Dr-Sponsor-AR  VALUE "1220".
               88  GJ-Dr-On-Account  VALUE "2300".
               88  GJ-Dr-Oil-Returns VALUE "4010".
           02  GJ-Credit-Acct        PIC X(6).
               88  GJ-Cr-Customer-AR VALUE "1200".
               88  GJ-Cr-Student-AR  VALUE "1210".
               88  GJ-Cr-Sponsor-AR  VALUE "1220".
               88  GJ-Cr-On-Account  VALUE "2300".
               88  GJ-Cr-Oil-Sales   VALUE "4000".
               88  GJ-Cr-Tuition     VALUE "4100".
           02  GJ-Amount             PIC 9(7)V99.
           02  GJ-Posted-Period      PIC 9(6).
               88  GJ-Unposted       VALUE ZEROS.
