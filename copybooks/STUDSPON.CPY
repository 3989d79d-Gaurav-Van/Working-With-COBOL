      ******************************************************************
      * STUDSPON.CPY
      * Shared student-sponsor link record layout for STUDSPON.DAT.
      * One record per sponsored student: the sponsor (SPONSOR.CPY)
      * that pays part or all of the student's tuition and how big
      * its share is.
      *   SS-Share-Type "P" -- a percentage of each term charge;
      *     SS-Share-Value is the percentage, 000.01-100.00.
      *   SS-Share-Type "F" -- a fixed amount of each term charge;
      *     SS-Share-Value is the amount, never more than the charge
      *     (a charge smaller than the fixed share is sponsored in
      *     full).
      * A student has at most one sponsor. The file is kept in
      * ascending Student-Id order, the order every other student
      * file keeps. SponMaint maintains it; TermBill reads it to
      * split each term charge between the sponsor and the student.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  LinkFile.
      *       COPY "STUDSPON.CPY" REPLACING ==REC-NAME== BY ==LinkRec==.
      ******************************************************************
       01  REC-NAME.
           02  SS-Student-Id         PIC 9(7).
           02  SS-Sponsor-Code       PIC X(5).
           02  SS-Share-Type         PIC X.
               88  SS-Percent        VALUE "P".
               88  SS-Fixed          VALUE "F".
           02  SS-Share-Value        PIC 9(4)V99.
