      *GRDCHLOG.CPY - grade change log, one record per grade history
      *record Homework3GradeChange supersedes, carrying the averages
      *before and after the change, why it was made and the
      *instructor who authorized it. The file only ever grows, so
      *it is the audit trail behind every grade a transcript marks
      *as changed.
       01  GRADE-CHANGE-LOG-RECORD.
           05  GC-CHANGE-DATE          PIC 9(6).
           05  GC-CHANGE-TIME          PIC 9(8).
      *Business date (YYMMDD) and wall-clock time of the run
           05  GC-STUDENT-ID           PIC 9(5).
           05  GC-TERM-ID              PIC x(5).
           05  GC-COURSE-ID            PIC x(8).
           05  GC-SECTION-ID           PIC x(3).
           05  GC-OLD-RAW-AVG          PIC 999.
           05  GC-OLD-CURVED-AVG       PIC 999.
           05  GC-NEW-RAW-AVG          PIC 999.
           05  GC-NEW-CURVED-AVG       PIC 999.
           05  GC-REASON               PIC x.
      *'L' = LATE WORK, 'R' = REGRADE, 'I' = INCOMPLETE RESOLVED,
      *'E' = RECORDING ERROR
           05  GC-INSTRUCTOR           PIC x(10).
