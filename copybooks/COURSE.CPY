      ******************************************************************
      * COURSE.CPY
      * Shared course catalogue record layout for COURSES.DAT, the
      * courses each program of study offers. One record per course
      * per Program-Code: the two-character program code the course
      * belongs to (the same code STUDENT.CPY carries), the course
      * code, its title and the credits it carries.
      *   CO-Course-Status "A" -- active: students may be enrolled.
      *   CO-Course-Status "R" -- retired: no new enrollments, but
      *     the record stays so old transcripts still print the
      *     title.
      * The file is kept in ascending program code and course code
      * order. CourseMaint maintains it; EnrollMaint checks every
      * enrollment against it and Transcript prints the titles and
      * credits from it.
      *
      * A program COPYs this once per record it needs, replacing
      * REC-NAME with the 01-level record name for that copy, the
      * same way STUDENT.CPY is used.
      *
      * Example:
      *   FD  CourseFile.
      *       COPY "COURSE.CPY" REPLACING ==REC-NAME== BY ==CourseRec==.
      ******************************************************************
       01  REC-NAME.
           02  CO-Program-Code       PIC X(2).
           02  CO-Course-Code        PIC X(6).
           02  CO-Course-Title       PIC X(30).
           02  CO-Credits            PIC 99.
           02  CO-Course-Status      PIC X.
               88  CO-Active         VALUE "A".
               88  CO-Retired        VALUE "R".
