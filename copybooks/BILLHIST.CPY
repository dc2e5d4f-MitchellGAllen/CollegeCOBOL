      *from the account average (readings carried as zeros), 'T' =
      *trued-up cycle with prior estimated units netted off. Only 'R'
      *cycles feed the usage averages - 'E' adds nothing new and 'T'
      *units are net of the estimate, so both would distort them.
      *A bill cancelled and rebilled by Homework1Rebill is never
      *changed in place - a reversing record and a replacement record
      *are appended behind it, both carrying the original bill date
       01  BILLING-HISTORY-RECORD.
           05  BH-ACC-NUM              PIC 9(6).
           05  BH-P-M-R                PIC 9(5).
      *BH-CHARGE (the pure energy charge). Records written before
      *these fields existed read back short - a reader that needs
      *them must treat a non-numeric value as not-there
           05  BH-ADJ-CODE             PIC x.
               88  BH-ADJ-REVERSAL                   VALUE 'C'.
               88  BH-ADJ-REBILL                     VALUE 'B'.
           05  BH-ADJ-DATE             PIC 9(6).
      *Space on a bill as the billing run cut it. 'C' marks the
      *reversing record that cancels the bill in effect (its figures
      *repeated, to be backed out), 'B' the replacement re-priced
      *from the corrected readings or rate class - the latest 'B'
      *for an account and bill date is the bill that stands.
      *BH-ADJ-DATE is the business date the adjustment was posted,
      *zeros on an ordinary bill
