           05  BUDGET-CYCLE-CNT        PIC 99.
      *Plan cycles billed since the last settle-up; the twelfth
      *cycle is the annual settle-up bill
           05  BILL-CYCLE              PIC 99.
      *Billing cycle/route book the account is read and billed in;
      *the cycle calendar says which cycles bill on which business
      *date. Zero (or spaces on records from before this field
      *existed) means no cycle assigned yet - such an account bills
      *only on a date the cycle calendar carries cycle 00, so it is
      *not re-billed on every cycle's run while the route books are
      *being laid out
           05  EXCH-UNITS-OWED         PIC 9(5).
      *Units registered on a meter that came off the premise in a
      *meter exchange (old meter's final read less its last read),
      *still to be billed with the new meter's first cycle; zero for
      *most accounts. The exchange resets P-M-R/C-M-R to the new
      *meter's set read so the new dial is never seen as a rollover
