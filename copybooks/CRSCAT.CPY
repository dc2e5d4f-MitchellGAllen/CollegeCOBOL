      *CRSCAT.CPY - shared record layout for the course catalog
      *master, keyed on CC-COURSE-ID (the course identifier on every
      *section banner and grade history record). Used by
      *Homework3Transcript (titles on the transcript and the credit
      *hours each grade is weighted by) and Homework3CourseMaint
      *(add/change/delete upkeep).
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID        PIC x(8).
           05  CC-COURSE-TITLE     PIC x(20).
           05  CC-CREDIT-HOURS     PIC 9V9.
      *Zero credit hours is a non-credit course - it prints on the
      *transcript but carries no weight in the GPA
