      *PLAN-AMOUNT is the levelized amount, ACTUAL-CHARGE the
      *tax-inclusive metered charge, so the statement can show the
      *customer the gap building between the two
           05  BX-BILL-CYCLE           PIC 99.
      *Billing cycle/route book the account billed in - zero for an
      *account with no cycle assigned yet
           05  BX-EXCH-UNITS           PIC 9(5).
      *Units from a meter pulled in a meter exchange since the last
      *bill, already included in UNITS-USED - zero for most accounts
           05  BX-CORRECTED-FLAG       PIC x.
               88  BX-CORRECTED-BILL                 VALUE 'C'.
           05  BX-CORRECTED-BILL-DATE  PIC 9(6).
      *'C' on a corrected bill Homework1Rebill writes when a bill is
      *cancelled and rebilled, with the date of the bill it replaces;
      *space and zeros on every bill the billing run cuts
