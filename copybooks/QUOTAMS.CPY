      *QUOTAMS.CPY - shared record layout for the sales quota master,
      *one record per salesperson per accounting month, keyed on SP-ID
      *and the period. QM-BRANCH is the salesperson's home branch off
      *the salesperson master when the quota was set, so a branch's
      *quota rolls up from its salespeople's records by BM-BRANCH.
      *Maintained by Homework2QuotaMaint; Homework2 reads it for the
      *performance-versus-quota report on the current period.
       01  QUOTA-MASTER-RECORD.
           05  QM-QUOTA-KEY.
               10  QM-SP-ID            PIC x(10).
               10  QM-PERIOD.
                   15  QM-MONTH        PIC 99.
                   15  QM-YEAR         PIC 99.
           05  QM-BRANCH               PIC 9(4).
           05  QM-UNIT-TARGET          PIC 9(4).
           05  QM-DOLLAR-TARGET        PIC 9(8).
      *Units to sell and sale dollars to book in the month
