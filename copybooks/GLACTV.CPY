      *GLACTV.CPY - general-ledger activity, one record per amount a
      *run moved that accounting has to book. Homework1 writes the
      *billing activity (N:\glbill.txt), Homework1Recv the cash
      *receipts (N:\glcash.txt), Homework2 the commissions
      *(N:\glcomm.txt) and Homework1Rebill the cancelled and corrected
      *bills (N:\glrebill.txt). Each run replaces its own file,
      *except Homework1Rebill, which extends glrebill.txt.
      *DailyGLJournal maps every record to a GL account through
      *N:\glmap.txt and writes the business date's balanced journal
      *from them.
       01  GL-ACTIVITY-RECORD.
           05  GA-BUS-DATE             PIC 9(6).
      *Business date (YYMMDD) of the run that moved the amount
           05  GA-SOURCE               PIC x(8).
      *'BILLING', 'CASHRCPT', 'COMMISSN' or 'REBILL' - carried onto
      *the journal line so each system's postings stay separate on
      *the ledger
           05  GA-AMOUNT-TYPE          PIC x(4).
      *What the amount is, as the mapping file knows it:
      *  ENRG energy revenue          ARBL receivable billed
      *  FRAN franchise fee payable   BUDG budget-plan deferral
      *  UTAX utility tax payable
      *  CASH cash received           ARPY receivable paid
      *  SUSP unapplied (suspense)    ARFE returned-check fee billed
      *  NSFF returned-check fee income
      *  COMM commission expense      CPAY commission payable
           05  GA-QUALIFIER            PIC x(13).
      *Narrows the amount type - rate class and season for ENRG, the
      *jurisdiction for FRAN/UTAX, the branch for COMM/CPAY, spaces
      *where the type needs no breakdown
           05  GA-AMOUNT               PIC S9(7)V99.
      *Positive books to the mapped account's normal side; negative
      *(a reversal or a suspense item leaving suspense) books to the
      *opposite side
