      ******************************************************************
      * GLACCT.CPY
      * Shared chart of accounts record layout for GLACCTS.DAT, the
      * general ledger accounts GLPost will post to. One record per
      * account, in the order the trial balance lists them,
      * maintained by hand with any editor; the columns are:
      *   1-6    GA-Account -- the account number the journal
      *          (GLJRNL.CPY) carries, left-justified.
      *   7-36   GA-Account-Name.
      *   37     GA-Account-Type -- "A" asset, "L" liability, "Q"
      *          equity, "I" income, "E" expense.
      *   38-49  GA-Import-Code -- the account's code in the
      *          accountant's package, written on GLIMPORT.DAT;
      *          blank when it is the same as GA-Account.
      * GLPost writes the standard chart below when GLACCTS.DAT is
      * missing:
      *   1010 CASH AT BANK                   A
      *   1200 CUSTOMER RECEIVABLES           A
      *   1210 STUDENT RECEIVABLES            A
      *   1220 SPONSOR RECEIVABLES            A
      *   2300 CUSTOMER CASH ON ACCOUNT       L
      *   4000 OIL SALES                      I
      *   4010 OIL SALES RETURNS              I
      *   4100 TUITION FEES                   I
      * A journal entry naming an account that is not on the chart
      * is not posted: GLPost lists it and leaves it for the next
      * run once the chart is put right.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  GLAcctFile.
      *       COPY "GLACCT.CPY" REPLACING ==REC-NAME== BY ==GLAcctRec==.
      ******************************************************************
       01  REC-NAME.
           02  GA-Account            PIC X(6).
           02  GA-Account-Name       PIC X(30).
           02  GA-Account-Type       PIC X.
               88  GA-Asset          VALUE "A".
               88  GA-Liability      VALUE "L".
               88  GA-Equity         VALUE "Q".
               88  GA-Income         VALUE "I".
               88  GA-Expense        VALUE "E".
           02  GA-Import-Code        PIC X(12).
