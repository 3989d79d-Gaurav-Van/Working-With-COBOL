      ******************************************************************
      * OPERATOR.CPY
      * Shared record layout for OPERATOR.DAT, the on-line operator
      * file. One record per operator, kept by OperMaint. Every on-line
      * maintenance program asks for an operator id and password and
      * checks them here before it will take a change:
      *   OR-Operator-Id    -- the id the operator signs on with; it
      *                        goes onto every AUDIT.JRN entry.
      *   OR-Operator-Name  -- shown at sign-on.
      *   OR-Password       -- compared exactly as keyed.
      *   OR-Status         -- A active, S suspended (a suspended
      *                        operator cannot sign on).
      *   OR-Authorities    -- one Y/N flag per function; N or blank
      *                        means the function is refused:
      *     1  customers   -- CustMaint: add, name, contact
      *     2  credit      -- CustMaint: credit days and limit;
      *                       OilSalesRelease, OilCashAlloc
      *                       (finance supervisor)
      *     3  prices      -- OilPriceMaint (finance supervisor)
      *     4  products    -- OilProdMaint
      *     5  suppliers   -- SuppMaint; OilPORaise
      *     6  goods in    -- OilGoodsIn; OilCountEntry
      *     7  students    -- StudentMaint: names, program, status
      *     8  balances    -- StudentMaint: balance due; StudPlan
      *                       (finance)
      *     9  courses     -- CourseMaint
      *    10  grades      -- EnrollMaint: enroll and grade
      *    11  sponsors    -- SponMaint
      *    12  operators   -- OperMaint (security officer)
      *    13  stock adj   -- OilCountPost: approve stock-take
      *                       variances (warehouse supervisor; never
      *                       the operator who keyed the counts)
      * Inquiry and display need only a good sign-on.
      * OR-Auth-Flag gives the same thirteen flags as a table for
      * OperMaint to key and show as one string.
      * The file holds passwords; keep it readable only by the
      * security officer's account.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way SUPPLIER.CPY is used.
      *
      * Example:
      *   FD  OperatorFile.
      *       COPY "OPERATOR.CPY" REPLACING ==REC-NAME== BY ==OperatorRec==.
      ******************************************************************
       01  REC-NAME.
           02  OR-Operator-Id        PIC X(6).
           02  OR-Operator-Name      PIC X(20).
           02  OR-Password           PIC X(8).
           02  OR-Status             PIC X.
               88  OR-Active         VALUE "A".
               88  OR-Suspended      VALUE "S".
           02  OR-Authorities.
               03  OR-Auth-Customers PIC X.
                   88  OR-May-Maintain-Customers VALUE "Y".
               03  OR-Auth-Credit    PIC X.
                   88  OR-May-Change-Credit      VALUE "Y".
               03  OR-Auth-Prices    PIC X.
                   88  OR-May-Change-Prices      VALUE "Y".
               03  OR-Auth-Products  PIC X.
                   88  OR-May-Maintain-Products  VALUE "Y".
               03  OR-Auth-Suppliers PIC X.
                   88  OR-May-Maintain-Suppliers VALUE "Y".
               03  OR-Auth-Goods-In  PIC X.
                   88  OR-May-Receive-Goods      VALUE "Y".
               03  OR-Auth-Students  PIC X.
                   88  OR-May-Maintain-Students  VALUE "Y".
               03  OR-Auth-Balances  PIC X.
                   88  OR-May-Change-Balances    VALUE "Y".
               03  OR-Auth-Courses   PIC X.
                   88  OR-May-Maintain-Courses   VALUE "Y".
               03  OR-Auth-Grades    PIC X.
                   88  OR-May-Enroll-And-Grade   VALUE "Y".
               03  OR-Auth-Sponsors  PIC X.
                   88  OR-May-Maintain-Sponsors  VALUE "Y".
               03  OR-Auth-Operators PIC X.
                   88  OR-May-Maintain-Operators VALUE "Y".
               03  OR-Auth-Stock-Adj PIC X.
                   88  OR-May-Approve-Stock-Adj  VALUE "Y".
           02  OR-Auth-Table REDEFINES OR-Authorities.
               03  OR-Auth-Flag      PIC X OCCURS 13 TIMES.
