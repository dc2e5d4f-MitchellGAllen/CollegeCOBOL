           05  RS-TIER1-RATE           PIC 9V999.
           05  RS-TIER2-RATE           PIC 9V999.
           05  RS-TIER3-RATE           PIC 9V999.
           05  RS-EFFECTIVE-DATE       PIC 9(6).
      *Business date (YYMMDD) Homework1Rates last added or replaced
      *the schedule - bills dated before it were priced on the rates
      *it replaced. Zeros (or spaces on records from before this
      *field existed) mean in effect before any bill on file
