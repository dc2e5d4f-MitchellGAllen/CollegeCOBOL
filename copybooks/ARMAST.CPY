           05  AR-AGE-60               PIC S9(6)V99.
           05  AR-AGE-90               PIC S9(6)V99.
           05  AR-PAYMENTS-RECVD       PIC S9(6)V99.
           05  AR-NSF-FLAG             PIC x.
               88  AR-NSF-ON-FILE                    VALUE 'Y'.
           05  AR-NSF-COUNT            PIC 99.
           05  AR-LAST-NSF-DATE        PIC 9(6).
      *Set when a payment on the account comes back from the bank
      *unpaid - every later payment from the account is called out
      *on the NSF register so the cashier's office can decide whether
      *to insist on certified funds. Space on records from before
      *these fields existed reads as no returned checks
