           05  TX-FRANCHISE-RATE       PIC 9V9999.
           05  TX-UTILITY-JURIS        PIC x(13).
           05  TX-UTILITY-RATE         PIC 9V9999.
           05  TX-EFFECTIVE-DATE       PIC 9(6).
      *Business date (YYMMDD) Homework1Taxes last added or replaced
      *the schedule - bills dated before it carried the levies it
      *replaced. Zeros (or spaces on records from before this field
      *existed) mean in effect before any bill on file
