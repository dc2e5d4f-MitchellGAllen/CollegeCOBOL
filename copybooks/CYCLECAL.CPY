      *CYCLECAL.CPY - billing cycle calendar, one line per billing
      *cycle/route book per business date that cycle is read and
      *billed on. A date can carry several cycles (a catch-up day
      *after a holiday) and a date with no lines bills nothing but
      *final bills. Homework1 bills, Homework1Readings reports unread
      *meters, Homework1Recv ages and Homework1Bills prints only the
      *cycles due on the BUSDATE business date. With no calendar on
      *file every account is due on every run, which is how billing
      *worked before cycles existed.
       01  CYCLE-CALENDAR-RECORD.
           05  CC-BILL-DATE            PIC 9(6).
      *Business date (YYMMDD) the cycle bills on
           05  CC-BILL-CYCLE           PIC 99.
      *Cycle/route book due that date - matches BILL-CYCLE on CUSTMAS.
      *Cycle 00 bills the accounts with no cycle assigned yet; they
      *are due on no other date
