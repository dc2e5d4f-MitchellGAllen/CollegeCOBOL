      *the registrar's "what did this student get last term" no
      *longer means digging out old CLASSOUT printouts.
      *Homework3Transcript rolls it up into per-student transcripts
      *and GPAs across terms. Homework3GradeChange supersedes a
      *record in place when a grade is corrected after grading night
      *(late work, regrade, incomplete), marking it changed; the
      *before and after averages go to the change log (GRDCHLOG).
       01  GRADE-HISTORY-RECORD.
           05  GH-STUDENT-ID       PIC 9(5).
           05  GH-TERM-ID          PIC x(5).
           05  GH-SECTION-ID       PIC x(3).
           05  GH-RAW-AVG          PIC 999.
           05  GH-CURVED-AVG       PIC 999.
           05  GH-CHANGE-CODE      PIC x.
               88  GH-GRADE-CHANGED                VALUE 'C'.
           05  GH-CHANGE-DATE      PIC 9(6).
           05  GH-CHANGE-REASON    PIC x.
      *Blank/zero until the grade is corrected; then the business
      *date (YYMMDD) and reason of the latest change
