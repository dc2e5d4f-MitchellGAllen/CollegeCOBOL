      *GLMAP.CPY - general-ledger account mapping, maintained by
      *accounting in N:\glmap.txt. One line per amount type and
      *qualifier says which GL account the amount books to and on
      *which side. A line with a blank qualifier is the default for
      *its amount type; a specific qualifier line outranks it. An
      *activity amount no line maps stops DailyGLJournal from
      *writing the journal.
       01  GL-MAP-RECORD.
           05  GM-AMOUNT-TYPE          PIC x(4).
           05  GM-QUALIFIER            PIC x(13).
      *Same codes as GA-AMOUNT-TYPE/GA-QUALIFIER on GLACTV
           05  GM-GL-ACCOUNT           PIC x(10).
           05  GM-NORMAL-SIDE          PIC x.
               88  GM-DEBIT-SIDE                     VALUE 'D'.
               88  GM-CREDIT-SIDE                    VALUE 'C'.
      *Side a positive activity amount books to
