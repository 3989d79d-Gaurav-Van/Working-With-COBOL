      ******************************************************************
      * ENROLL.CPY
      * Shared course enrollment record layout for ENROLL.DAT, what
      * each student studied each term and the final grade given.
      * One record per student per term per course:
      *   EN-Term is the year and a term number -- 1 spring,
      *     2 summer, 3 fall -- so terms sort in the order they
      *     were taught.
      *   EN-Program-Code and EN-Course-Code name the COURSES.DAT
      *     course; EN-Credits is copied from the catalogue when the
      *     student is enrolled, so a later change to the catalogue
      *     does not rewrite history.
      *   EN-Grade is blank while the course is in progress, then
      *     the final letter grade (A, A-, B+, B, B-, C+, C, C-, D+,
      *     D, D- or F), or W for a withdrawal or I for an
      *     incomplete; W, I and blank carry no grade points.
      * The file is kept in ascending Student-Id, term and course
      * order, the order every other student file keeps. Records
      * are never purged: a student StudentPurge moves to
      * STUDARCH.DAT keeps their enrollments here, so a transcript
      * can still be printed. EnrollMaint maintains the file and
      * Transcript prints from it.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  EnrollFile.
      *       COPY "ENROLL.CPY" REPLACING ==REC-NAME== BY ==EnrollRec==.
      ******************************************************************
       01  REC-NAME.
           02  EN-Student-Id         PIC 9(7).
           02  EN-Term.
               03  EN-Term-Year      PIC 9(4).
               03  EN-Term-Number    PIC 9.
                   88  EN-Spring     VALUE 1.
                   88  EN-Summer     VALUE 2.
                   88  EN-Fall       VALUE 3.
           02  EN-Program-Code       PIC X(2).
           02  EN-Course-Code        PIC X(6).
           02  EN-Credits            PIC 99.
           02  EN-Grade              PIC X(2).
               88  EN-In-Progress    VALUE SPACES.
               88  EN-Withdrawn      VALUE "W ".
               88  EN-Incomplete     VALUE "I ".
           02  EN-Enroll-Date        PIC 9(8).
           02  EN-Grade-Date         PIC 9(8).
