002100* Load-Run-Date reads the RUNDATE.DAT stamp as the other batch
002200* programs do, falling back to today's date run standalone;
002300* that date is the purge-date stamp on each archive record.
002320* A purged student's course enrollments and grades stay on
002340* ENROLL.DAT, so Transcript still prints the full record from
002360* the archive image.
002400
002500 ENVIRONMENT DIVISION.
002600 INPUT-OUTPUT SECTION.
