      ******************************************************************
      * SPONSOR.CPY
      * Shared sponsor master record layout for SPONSOR.DAT, the
      * employers and funding bodies that pay some or all of a
      * student's tuition. One record per sponsor: the five-
      * character sponsor code, the name and contact the sponsor
      * invoice is addressed to, and the sponsor's status.
      *   SP-Sponsor-Status "A" -- active: students may be linked
      *     and TermBill bills the sponsored share to it.
      *   SP-Sponsor-Status "I" -- inactive: no new links, and
      *     TermBill bills its students' shares to the students
      *     themselves, with a note on the register.
      * The file is kept in ascending sponsor code order. SponMaint
      * maintains it, together with the student links on
      * STUDSPON.DAT (STUDSPON.CPY); the sponsor's receivable is
      * the open items on SPONITEM.DAT (SPONITEM.CPY).
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  SponsorFile.
      *       COPY "SPONSOR.CPY" REPLACING ==REC-NAME== BY ==SponRec==.
      ******************************************************************
       01  REC-NAME.
           02  SP-Sponsor-Code       PIC X(5).
           02  SP-Sponsor-Name       PIC X(30).
           02  SP-Contact            PIC X(20).
           02  SP-Sponsor-Status     PIC X.
               88  SP-Active         VALUE "A".
               88  SP-Inactive       VALUE "I".
