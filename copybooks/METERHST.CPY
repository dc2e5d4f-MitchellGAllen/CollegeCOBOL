      *METERHST.CPY - meter history, one record per meter per stay on
      *a premise, written when the meter comes off in an exchange.
      *The meter master only knows where each meter is (or was last)
      *set; this file keeps which meter was on each account when, so
      *a disputed old cycle can be tied to the dial it was read from.
       01  METER-HISTORY-RECORD.
           05  MH-ACC-NUM              PIC 9(6).
           05  MH-METER-SERIAL         PIC x(10).
           05  MH-SET-DATE             PIC 9(6).
           05  MH-SET-READ             PIC 9(5).
           05  MH-REMOVED-DATE         PIC 9(6).
           05  MH-FINAL-READ           PIC 9(5).
           05  MH-REPLACED-BY          PIC x(10).
      *Serial of the meter set in its place
