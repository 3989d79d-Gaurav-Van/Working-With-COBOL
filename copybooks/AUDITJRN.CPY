      ******************************************************************
      * AUDITJRN.CPY
      * Shared record layout for AUDIT.JRN, the common change journal
      * of the on-line maintenance programs. Each program appends one
      * record per field changed, at the moment the operator keys it:
      *   AJ-Date, AJ-Time  -- when the change was keyed (yyyymmdd,
      *                        hhmmss).
      *   AJ-Operator       -- the signed-on operator id (for a
      *                        refused sign-on, the id as keyed).
      *   AJ-Program        -- the program, e.g. CUSTMAINT.
      *   AJ-Record-Key     -- the key of the record changed, as the
      *                        program shows it (customer id, oil
      *                        number, student id...).
      *   AJ-Field          -- the field changed, or one of:
      *                          *ADDED*    a new record; the new value
      *                                     names it
      *                          *REMOVED*  a record taken off; the old
      *                                     value names it
      *                          SIGN-ON    a sign-on; the new value is
      *                                     ACCEPTED, REFUSED or
      *                                     NO AUTHORITY
      *   AJ-Old-Value, AJ-New-Value -- the values as displayed, money
      *                        with its decimal point. Passwords are
      *                        never written, only that one was set.
      * The journal is only ever appended to. AuditInq lists it by
      * operator, by program or by record key.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way SUPPLIER.CPY is used.
      *
      * Example:
      *   FD  AuditFile.
      *       COPY "AUDITJRN.CPY" REPLACING ==REC-NAME== BY ==AuditRec==.
      ******************************************************************
       01  REC-NAME.
           02  AJ-Date               PIC 9(8).
           02  AJ-Time               PIC 9(6).
           02  AJ-Operator           PIC X(6).
           02  AJ-Program            PIC X(16).
           02  AJ-Record-Key         PIC X(20).
           02  AJ-Field              PIC X(12).
           02  AJ-Old-Value          PIC X(30).
           02  AJ-New-Value          PIC X(30).
