      *BUSINESS-DATE-FILE is the as-of date DailyBatchDriver
      *establishes for the whole job - suspense items age by it, so
      *a make-up run reads like it happened on time
           SELECT CYCLE-CALENDAR-FILE  ASSIGN TO 'N:\cyclecal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLECAL-STATUS.
      *CYCLE-CALENDAR-FILE is the billing-cycle calendar Homework1
      *bills from; the cycle run only ages the balances of accounts
      *whose cycle billed on this business date
           SELECT CUSTOMER-FILE        ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUM
               FILE STATUS IS CUST-FILE-STATUS.
           SELECT ARCHIVE-FILE         ASSIGN TO 'CUSTARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ACC-NUM
               FILE STATUS IS ARCH-FILE-STATUS.
           SELECT RETURNED-PAYMENT-FILE ASSIGN TO 'N:\returns.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RET-FILE-STATUS.
      *RETURNED-PAYMENT-FILE is the bank's returned-check (NSF) list
      *keyed in by the cashier's office - the account, amount and
      *date received of each payment that bounced; a missing file
      *means no checks came back this run
           SELECT PAYMENT-HISTORY-FILE ASSIGN TO 'N:\payhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PH-FILE-STATUS.
      *PAYMENT-HISTORY-FILE accumulates every payment posted and every
      *returned check reversed, with the bucket split behind each, so
      *a bounced check can be put back exactly where it was applied
           SELECT NSF-FEE-FILE         ASSIGN TO 'N:\nsffee.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FEE-FILE-STATUS.
      *One control card carrying the returned-check fee; no card at
      *all assesses the built-in fee
           SELECT NSF-REGISTER-FILE    ASSIGN TO 'N:\nsfreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *NSF-REGISTER-FILE is the cashier's office register - every
      *returned check and what was done with it, then every payment
      *posted this run from an account with a returned check on file
           SELECT GL-ACTIVITY-FILE     ASSIGN TO 'N:\glcash.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *GL-ACTIVITY-FILE carries this run's cash, suspense and
      *receivable movements by GL amount type for DailyGLJournal
           SELECT LOCKBOX-FILE         ASSIGN TO 'N:\lockbox.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBX-FILE-STATUS.
      *LOCKBOX-FILE is the bank's lockbox transmission - batches of
      *remittances, each opened by a header carrying the deposit
      *date and the bank's deposit total and closed by a trailer
      *with the item count and batch total. A missing file means the
      *bank sent nothing this run
           SELECT LOCKBOX-HOLD-FILE    ASSIGN TO 'N:\lbhold.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LBHOLD-FILE-STATUS.
      *LOCKBOX-HOLD-FILE keeps every batch that failed to reconcile,
      *record for record, so nothing posts until the bank's figures
      *are sorted out and the corrected batch is re-sent
           SELECT LOCKBOX-RECON-FILE   ASSIGN TO 'N:\lbrecon.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *LOCKBOX-RECON-FILE is the deposit reconciliation - one line
      *per lockbox batch, the bank's total against the items, and
      *whether the batch posted or was held
           SELECT LOCKBOX-CHECK-FILE   ASSIGN TO 'LOCKCHK'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LC-CHECK-KEY
               FILE STATUS IS LOCKCHK-STATUS.
      *LOCKBOX-CHECK-FILE registers every lockbox check taken, so one
      *the bank sends again is caught as a duplicate
      *CUSTOMER-FILE, and ARCHIVE-FILE for accounts already
      *final-billed off the live master, give each ledger account's
      *billing cycle; read only on a cycle run with a calendar

       DATA DIVISION.
       FILE SECTION.
      *agree on what an account owes

           FD BILL-EXTRACT-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS BILL-EXTRACT-RECORD.
           COPY BILLEXTR.

           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD CYCLE-CALENDAR-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CYCLE-CALENDAR-RECORD.
           COPY CYCLECAL.

           FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAS.

           FD ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARCH-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  ARCH-ACC-NUM        PIC 9(6).
               10  FILLER              PIC x(35).
           05  ARCH-CLOSE-DATE        PIC 9(6).
      *Same layout Homework1 writes - the closed account's final
      *master image carried whole; it is moved onto the CUSTMAST
      *record area so BILL-CYCLE can be picked out of it

           FD RETURNED-PAYMENT-FILE
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS RETURNED-PAYMENT-RECORD.
       01  RETURNED-PAYMENT-RECORD.
           05  RET-ACC-NUM             PIC 9(6).
           05  RET-AMOUNT              PIC 9(6)V99.
           05  RET-DATE-RECVD          PIC 9(6).
      *One returned check - the account, amount and received date of
      *the original payment, as the bank's return notice shows them

           FD PAYMENT-HISTORY-FILE
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS PAYMENT-HISTORY-RECORD.
           COPY PAYHIST.

           FD NSF-FEE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS NSF-FEE-RECORD.
       01  NSF-FEE-RECORD.
           05  NSF-FEE-CARD            PIC 9(4)V99.

           FD NSF-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS NSF-REGISTER-LINE.
       01  NSF-REGISTER-LINE           PIC x(80).

           FD GL-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GL-ACTIVITY-RECORD.
           COPY GLACTV.

           FD LOCKBOX-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORDS ARE LOCKBOX-HEADER-RECORD
                            LOCKBOX-DETAIL-RECORD
                            LOCKBOX-TRAILER-RECORD
                            LOCKBOX-RECORD-IMAGE.
       01  LOCKBOX-HEADER-RECORD.
           05  LB-RECORD-TYPE          PIC x.
               88  LB-BATCH-HEADER                   VALUE 'H'.
               88  LB-REMITTANCE                     VALUE 'D'.
               88  LB-BATCH-TRAILER                  VALUE 'T'.
           05  LBH-BATCH-NUM           PIC 9(4).
           05  LBH-DEPOSIT-DATE        PIC 9(6).
           05  LBH-DEPOSIT-TOTAL       PIC 9(8)V99.
           05  FILLER                  PIC x(4).
      *Opens a batch - the bank's batch number, the date it was
      *deposited and the total the bank says it deposited
       01  LOCKBOX-DETAIL-RECORD.
           05  FILLER                  PIC x.
           05  LBD-CHECK-NUM           PIC x(10).
           05  LBD-ACC-NUM             PIC 9(6).
           05  LBD-AMOUNT              PIC 9(6)V99.
      *One remittance - the check number, the account as printed on
      *the remittance stub and the amount of the check
       01  LOCKBOX-TRAILER-RECORD.
           05  FILLER                  PIC x.
           05  LBT-BATCH-NUM           PIC 9(4).
           05  LBT-ITEM-COUNT          PIC 9(4).
           05  LBT-BATCH-TOTAL         PIC 9(8)V99.
           05  FILLER                  PIC x(6).
      *Closes the batch with the bank's item count and batch total
       01  LOCKBOX-RECORD-IMAGE        PIC x(25).

           FD LOCKBOX-HOLD-FILE
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS LOCKBOX-HOLD-RECORD.
       01  LOCKBOX-HOLD-RECORD         PIC x(25).

           FD LOCKBOX-RECON-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS LOCKBOX-RECON-LINE.
       01  LOCKBOX-RECON-LINE          PIC x(80).

           FD LOCKBOX-CHECK-FILE
           DATA RECORD IS LOCKBOX-CHECK-RECORD.
           COPY LOCKCHK.

       WORKING-STORAGE SECTION.
       01  CHARGE-DATA-REMAINS-SWITCH  PIC xx        VALUE SPACES.
       01  PAY-DATA-REMAINS-SWITCH     PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  CYCLECAL-STATUS             PIC xx        VALUE SPACES.
      *'35' means no cycle calendar - the cycle run ages every
      *balance, the way this program always worked
       01  CUST-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no CUSTMAST - no cycle can be told, so every
      *balance ages
       01  ARCH-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no archive exists yet - no account has closed

       01  ARCHIVE-MISSING-SW          PIC x         VALUE 'N'.
           88  ARCHIVE-MISSING                       VALUE 'Y'.
           88  ARCHIVE-ON-FILE                       VALUE 'N'.

       01  CAL-DATA-REMAINS-SWITCH     PIC xx        VALUE SPACES.
      *Read-loop switch for the cycle calendar

       01  CYCLE-BILLING-SW            PIC x         VALUE 'N'.
           88  CYCLE-BILLING-ON                      VALUE 'Y'.
           88  CYCLE-BILLING-OFF                     VALUE 'N'.

       01  CYCLES-DUE-CNT              PIC 999       VALUE ZEROS.
       01  CYCLE-DUE-TABLE.
           05  CYCLE-DUE-FLAG          PIC x         OCCURS 99 TIMES.
      *'Y' for every cycle the calendar bills on this business date
       01  UNASSIGNED-CYCLE-SW         PIC x         VALUE 'N'.
           88  UNASSIGNED-CYCLE-DUE                  VALUE 'Y'.
      *'Y' when the calendar carries cycle 00 for this business date -
      *the only day an account with no cycle assigned is due

       01  ACCOUNT-CYCLE-WORK          PIC 99        VALUE ZEROS.
      *Billing cycle of the ledger account being aged - zero when it
      *has none assigned or can't be found on either master

       01  ACCOUNT-DUE-SW              PIC x         VALUE 'Y'.
           88  ACCOUNT-DUE                           VALUE 'Y'.
           88  ACCOUNT-NOT-DUE                       VALUE 'N'.

       01  RET-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no returned checks were keyed for this run
       01  PH-FILE-STATUS              PIC xx        VALUE SPACES.
      *'35' means no payment history yet - nothing can be matched,
      *and the first payment posted starts the file
       01  FEE-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no fee card - the built-in fee applies

       01  RET-DATA-REMAINS-SWITCH     PIC xx        VALUE SPACES.
       01  PH-DATA-REMAINS-SWITCH      PIC xx        VALUE SPACES.
      *Read-loop switches for the returned-check list and the
      *payment-history match pass

       01  NSF-FEE-AMOUNT              PIC 9(4)V99   VALUE 25.00.
      *Returned-check fee added to the account's CURRENT bucket; the
      *fee card overrides this built-in figure

       01  RETURN-CNT                  PIC 999       VALUE ZEROS.
       01  RETURNED-PAYMENT-TABLE.
           05  RETURN-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON RETURN-CNT.
               10  NR-ACC-NUM          PIC 9(6).
               10  NR-AMOUNT           PIC 9(6)V99.
               10  NR-DATE-RECVD       PIC 9(6).
               10  NR-MATCHED-SW       PIC x.
                   88  NR-MATCHED                    VALUE 'Y'.
                   88  NR-NOT-MATCHED                VALUE 'N'.
               10  NR-APPLIED-90       PIC S9(6)V99.
               10  NR-APPLIED-60       PIC S9(6)V99.
               10  NR-APPLIED-30       PIC S9(6)V99.
               10  NR-APPLIED-CURRENT  PIC S9(6)V99.
      *This run's returned checks, each matched against the payment
      *history to the posted payment it reverses and that payment's
      *bucket split

       01  RETURN-SUB                  PIC 9(4)      VALUE ZEROS.
       01  RETURN-FOUND-SW             PIC x         VALUE 'N'.
           88  RETURN-FOUND                          VALUE 'Y'.

       01  RETURN-TABLE-FULL-SW        PIC x         VALUE 'N'.
           88  RETURN-TABLE-FULL                     VALUE 'Y'.
      *Set when more returned checks are keyed than the table holds;
      *the rest are left for the next run and the register says so

       01  RETURN-OVERFLOW-WARNING.
           05  FILLER  PIC x(48)  VALUE
               'WARNING - RETURNED-CHECK TABLE FULL - REMAINING '.
           05  FILLER  PIC x(32)  VALUE
               'CHECKS NOT REVERSED - RE-KEY'.

       01  NSF-REGISTER-TOTALS.
           05  CHECKS-RETURNED-CNT     PIC 9(4)      VALUE ZEROS.
           05  CHECKS-REVERSED-CNT     PIC 9(4)      VALUE ZEROS.
           05  NSF-FEES-TOTAL          PIC 9(6)V99   VALUE ZEROS.
           05  NSF-WATCH-PAYMENTS-CNT  PIC 9(4)      VALUE ZEROS.

       01  BUCKETS-BEFORE-PAYMENT.
           05  BEFORE-AGE-CURRENT      PIC S9(6)V99  VALUE ZEROS.
           05  BEFORE-AGE-30           PIC S9(6)V99  VALUE ZEROS.
           05  BEFORE-AGE-60           PIC S9(6)V99  VALUE ZEROS.
           05  BEFORE-AGE-90           PIC S9(6)V99  VALUE ZEROS.
      *The ledger buckets as they stood before the payment being
      *posted, so its split can be written to the payment history

       01  PAYMENT-BEING-POSTED.
           05  PB-ACC-NUM              PIC 9(6).
           05  PB-AMOUNT               PIC 9(6)V99.
           05  FILLER  PIC x(32)  VALUE
               'YMENTS NOT HELD - RE-ENTER THEM'.

       01  LBX-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means the bank sent no lockbox file this run
       01  LBHOLD-FILE-STATUS          PIC xx        VALUE SPACES.
      *'35' on the extend open means nothing has ever been held
       01  LOCKCHK-STATUS              PIC xx        VALUE SPACES.
      *'35' means no check register yet - the first lockbox run
      *creates it
       01  LBX-DATA-REMAINS-SWITCH     PIC xx        VALUE SPACES.

       01  LOCKBOX-BATCH-SW            PIC x         VALUE 'N'.
           88  LOCKBOX-BATCH-OPEN                    VALUE 'Y'.
           88  LOCKBOX-BATCH-CLOSED                  VALUE 'N'.
      *A header has been read and its trailer has not

       01  LOCKBOX-TRAILER-SW          PIC x         VALUE 'N'.
           88  LOCKBOX-TRAILER-READ                  VALUE 'Y'.
       01  LOCKBOX-HOLD-SW             PIC x         VALUE 'N'.
           88  LOCKBOX-BATCH-HELD                    VALUE 'Y'.
           88  LOCKBOX-BATCH-GOOD                    VALUE 'N'.
       01  LOCKBOX-SPILL-SW            PIC x         VALUE 'N'.
           88  LOCKBOX-BATCH-SPILLED                 VALUE 'Y'.
      *The batch outgrew the item table - what was buffered has gone
      *to the hold file and the rest of the batch follows it there
       01  LOCKBOX-BATCH-RESULT        PIC x(22)     VALUE SPACES.
       01  LOCKBOX-HOLD-REASON         PIC x(22)     VALUE SPACES.
      *Why the batch in hand is being held - the first problem found
      *is the one reported

       01  LOCKBOX-HEADER-SAVE.
           05  FILLER                  PIC x.
           05  LHS-BATCH-NUM           PIC 9(4).
           05  LHS-DEPOSIT-DATE        PIC 9(6).
           05  LHS-DEPOSIT-TOTAL       PIC 9(8)V99.
           05  FILLER                  PIC x(4).
       01  LOCKBOX-TRAILER-SAVE.
           05  FILLER                  PIC x.
           05  LTS-BATCH-NUM           PIC 9(4).
           05  LTS-ITEM-COUNT          PIC 9(4).
           05  LTS-BATCH-TOTAL         PIC 9(8)V99.
           05  FILLER                  PIC x(6).
      *The batch's header and trailer as the bank sent them, kept
      *whole so a held batch goes to the hold file unchanged

       01  LOCKBOX-ITEM-CNT            PIC 9(4)      VALUE ZEROS.
       01  LOCKBOX-ITEM-TABLE.
           05  LOCKBOX-ITEM OCCURS 1 TO 999 TIMES
                   DEPENDING ON LOCKBOX-ITEM-CNT.
               10  LI-RECORD-IMAGE     PIC x(25).
      *Every remittance in the batch in hand - nothing posts until
      *the trailer has been read and the batch reconciles

       01  LOCKBOX-ITEM-WORK.
           05  FILLER                  PIC x.
           05  LIW-CHECK-NUM           PIC x(10).
           05  LIW-ACC-NUM             PIC 9(6).
           05  LIW-AMOUNT              PIC 9(6)V99.
      *The remittance being posted or held, staged out of the table

       01  LOCKBOX-ITEM-SUB            PIC 9(4)      VALUE ZEROS.
       01  LOCKBOX-ITEMS-READ          PIC 9(5)      VALUE ZEROS.
      *Remittances read for the batch, reconciled against the
      *trailer's item count
       01  LOCKBOX-ITEMS-TOTAL         PIC 9(8)V99   VALUE ZEROS.
      *Sum of the batch's remittances, reconciled against the
      *header's deposit total and the trailer's batch total

       01  LOCKBOX-RUN-TOTALS.
           05  LOCKBOX-POSTED-CNT      PIC 9(4)      VALUE ZEROS.
           05  LOCKBOX-HELD-CNT        PIC 9(4)      VALUE ZEROS.
           05  LOCKBOX-DUP-CNT         PIC 9(4)      VALUE ZEROS.
           05  LOCKBOX-STRAY-CNT       PIC 9(4)      VALUE ZEROS.
      *Batches posted and held, duplicate checks rejected, and
      *records found outside any header/trailer pair

       01  LOCKBOX-RECON-HEADING.
           05  FILLER  PIC x(5)   VALUE 'BATCH'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(7)   VALUE 'DEPOSIT'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(13)  VALUE '   BANK TOTAL'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(13)  VALUE '  ITEMS TOTAL'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(5)   VALUE 'ITEMS'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(22)  VALUE 'RESULT'.

       01  LOCKBOX-RECON-DETAILS.
           05  LBR-BATCH-OUT           PIC 9(4).
           05  FILLER                  PIC x(4)   VALUE ' | '.
           05  LBR-DEPOSIT-DATE-OUT    PIC 9(6).
           05  FILLER                  PIC x(4)   VALUE ' | '.
           05  LBR-BANK-TOTAL-OUT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  LBR-ITEMS-TOTAL-OUT     PIC $$,$$$,$$9.99.
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  LBR-ITEM-CNT-OUT        PIC ZZZZ9.
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  LBR-RESULT-OUT          PIC x(22).

       01  LOCKBOX-STRAY-DETAILS.
           05  FILLER                  PIC x(31)  VALUE
               'RECORD OUTSIDE A BATCH - HELD: '.
           05  LBS-RECORD-OUT          PIC x(25).
           05  FILLER                  PIC x(24)  VALUE SPACES.
       01  LOCKBOX-NO-FILE-LINE        PIC x(80)  VALUE
           'NO LOCKBOX FILE RECEIVED THIS RUN'.

       01  LOCKBOX-RECON-TRAILER.
           05  FILLER                  PIC x(16)  VALUE
               'BATCHES POSTED: '.
           05  LRT-POSTED-OUT          PIC Z,ZZ9.
           05  FILLER                  PIC x(9)   VALUE
               '   HELD: '.
           05  LRT-HELD-OUT            PIC Z,ZZ9.
           05  FILLER                  PIC x(21)  VALUE
               '   DUPLICATE CHECKS: '.
           05  LRT-DUP-OUT             PIC Z,ZZ9.
           05  FILLER                  PIC x(10)  VALUE
               '   STRAY: '.
           05  LRT-STRAY-OUT           PIC Z,ZZ9.
           05  FILLER                  PIC x(2)   VALUE SPACES.

       01  PAYMENT-LEFT-TO-APPLY       PIC 9(6)V99   VALUE ZEROS.
      *Unapplied remainder of the payment currently being posted as
      *it is worked oldest bucket first
      *Written once after the item lines - the figure the quarterly
      *audit reconciles against the ledger

       01  NSF-REGISTER-HEADING.
           05  FILLER  PIC x(14)  VALUE 'ACCOUNT NUMBER'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(10)  VALUE 'AMOUNT    '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(8)   VALUE 'RECEIVED'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(7)   VALUE 'FEE    '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(29)  VALUE 'RESULT'.

       01  NSF-REGISTER-DETAILS.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  NSF-ACC-NUM-OUT         PIC 9(6).
           05  FILLER                  PIC x(7)   VALUE SPACES.
           05  NSF-AMOUNT-OUT          PIC $$$,$$9.99.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  NSF-DATE-OUT            PIC 9(6).
           05  FILLER                  PIC x(3)   VALUE SPACES.
           05  NSF-FEE-OUT             PIC $$$9.99.
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  NSF-RESULT-OUT          PIC x(30).

       01  NSF-REGISTER-TRAILER.
           05  FILLER                  PIC x(17)  VALUE
               'CHECKS RETURNED: '.
           05  NSF-RETURNED-CNT-OUT    PIC Z,ZZ9.
           05  FILLER                  PIC x(13)  VALUE
               '   REVERSED: '.
           05  NSF-REVERSED-CNT-OUT    PIC Z,ZZ9.
           05  FILLER                  PIC x(15)  VALUE
               '   FEES TOTAL: '.
           05  NSF-FEES-TOTAL-OUT      PIC $$$,$$9.99.

       01  NSF-WATCH-HEADING.
           05  FILLER  PIC x(48)  VALUE
               'PAYMENTS POSTED FROM ACCOUNTS WITH RETURNED CHEC'.
           05  FILLER  PIC x(32)  VALUE 'KS'.

       01  NSF-WATCH-DETAILS.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  WATCH-ACC-NUM-OUT       PIC 9(6).
           05  FILLER                  PIC x(7)   VALUE SPACES.
           05  WATCH-AMOUNT-OUT        PIC $$$,$$9.99.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  WATCH-DATE-OUT          PIC 9(6).
           05  FILLER                  PIC x(16)  VALUE
               '   LAST RETURN: '.
           05  WATCH-LAST-NSF-OUT      PIC 9(6).
           05  FILLER                  PIC x(10)  VALUE
               '  COUNT: '.
           05  WATCH-NSF-COUNT-OUT     PIC Z9.
      *One line per payment posted this run from a flagged account,
      *with the last return date and how many checks have bounced

       01  NSF-WATCH-TRAILER.
           05  FILLER                  PIC x(30)  VALUE
               'PAYMENTS FROM FLAGGED ACCOUNTS'.
           05  FILLER                  PIC x(2)   VALUE ': '.
           05  NSF-WATCH-CNT-OUT       PIC Z,ZZ9.

       01  AGING-REPORT-HEADING.
           05  FILLER  PIC x(14)  VALUE 'ACCOUNT NUMBER'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER                  PIC x(2)   VALUE ' |'.
           05  TRAILER-TOTAL-OUT       PIC $$$$,$$9.99-.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *the lockbox batches and returned checks worked, and the
      *batches held or items rejected, without re-opening the
      *payment log itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework1RecvBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM MAINTAIN-RECEIVABLES.
           STOP RUN.

       ENTRY 'Homework1RecvBatch' USING BATCH-RUN-STATUS.
           PERFORM MAINTAIN-RECEIVABLES.
           MOVE ZERO TO BRS-STEP-RC.
           COMPUTE BRS-RECORDS-PROCESSED = LOCKBOX-POSTED-CNT
               + LOCKBOX-HELD-CNT + CHECKS-RETURNED-CNT.
           COMPUTE BRS-BAD-RECORD-COUNT = LOCKBOX-HELD-CNT
               + LOCKBOX-DUP-CNT + LOCKBOX-STRAY-CNT.
           IF BRS-BAD-RECORD-COUNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       MAINTAIN-RECEIVABLES.
           ACCEPT RECV-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-RECEIVABLE-MASTER.
           OPEN OUTPUT PAYMENT-LOG-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           OPEN OUTPUT GL-ACTIVITY-FILE.
           IF BILLING-CYCLE-RUN
      *The cycle run ages every balance a bucket older and lands the
      *new charges from the bill extract; a payments-only run must
      *do neither or a daily cash posting would mis-age the ledger
               OPEN INPUT BILL-EXTRACT-FILE
               PERFORM LOAD-CYCLE-CALENDAR
               PERFORM AGE-ALL-BALANCES-FORWARD
               PERFORM POST-CYCLE-CHARGES
           END-IF.
           PERFORM READ-NSF-FEE-CARD.
           OPEN OUTPUT NSF-REGISTER-FILE.
           PERFORM PROCESS-RETURNED-PAYMENTS.
           PERFORM POST-PAYMENT-BATCH.
           PERFORM WRITE-NSF-WATCH-TRAILER.
           PERFORM REWRITE-SUSPENSE-FILE.
           PERFORM PRINT-SUSPENSE-REPORT.
           PERFORM PRINT-AGING-REPORT.
               CLOSE BILL-EXTRACT-FILE
           END-IF.
           CLOSE RECEIVABLE-FILE
                 PAYMENT-HISTORY-FILE
                 NSF-REGISTER-FILE
                 PAYMENT-LOG-FILE
                 AGING-REPORT-FILE
                 GL-ACTIVITY-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
               OPEN I-O RECEIVABLE-FILE
           END-IF.

       LOAD-CYCLE-CALENDAR.
      *Flags every cycle the calendar bills on this business date and
      *opens the masters that say which cycle each account is in. No
      *calendar (status '35') leaves cycle billing off and every
      *balance ages, the way this program always ran
           MOVE ALL 'N' TO CYCLE-DUE-TABLE.
           OPEN INPUT CYCLE-CALENDAR-FILE.
           IF CYCLECAL-STATUS EQUAL TO '00'
               SET CYCLE-BILLING-ON TO TRUE
               READ CYCLE-CALENDAR-FILE
                   AT END MOVE 'NO' TO CAL-DATA-REMAINS-SWITCH
               END-READ
               PERFORM CHECK-ONE-CALENDAR-ENTRY
                   UNTIL CAL-DATA-REMAINS-SWITCH = 'NO'
               CLOSE CYCLE-CALENDAR-FILE
               PERFORM OPEN-CYCLE-MASTERS
           END-IF.

       CHECK-ONE-CALENDAR-ENTRY.
           IF CC-BILL-DATE EQUAL TO RECV-RUN-DATE
              AND CC-BILL-CYCLE IS NUMERIC
               IF CC-BILL-CYCLE EQUAL TO ZERO
                   IF NOT UNASSIGNED-CYCLE-DUE
                       SET UNASSIGNED-CYCLE-DUE TO TRUE
                       ADD 1 TO CYCLES-DUE-CNT
                   END-IF
               ELSE
                   IF CYCLE-DUE-FLAG(CC-BILL-CYCLE) NOT EQUAL TO 'Y'
                       MOVE 'Y' TO CYCLE-DUE-FLAG(CC-BILL-CYCLE)
                       ADD 1 TO CYCLES-DUE-CNT
                   END-IF
               END-IF
           END-IF.
           READ CYCLE-CALENDAR-FILE
               AT END MOVE 'NO' TO CAL-DATA-REMAINS-SWITCH
           END-READ.

       OPEN-CYCLE-MASTERS.
      *Without a customer master no account's cycle can be told, so
      *cycle billing is dropped and every balance ages as before
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS EQUAL TO '35'
               SET CYCLE-BILLING-OFF TO TRUE
           ELSE
               OPEN INPUT ARCHIVE-FILE
               IF ARCH-FILE-STATUS EQUAL TO '35'
                   SET ARCHIVE-MISSING TO TRUE
               END-IF
           END-IF.

       CLOSE-CYCLE-MASTERS.
           IF CYCLE-BILLING-ON
               CLOSE CUSTOMER-FILE
               IF ARCHIVE-ON-FILE
                   CLOSE ARCHIVE-FILE
               END-IF
           END-IF.

       AGE-ALL-BALANCES-FORWARD.
      *Each billing-cycle run moves every balance one bucket older
      *before this cycle's charges land in CURRENT; whatever was
      *already 90 days old stays in the 90 bucket. Under cycle
      *billing only the accounts whose cycle billed today age - the
      *rest age on their own cycle's run
           PERFORM START-LEDGER-SCAN.
           PERFORM AGE-ONE-ACCOUNT
               UNTIL LEDGER-SCAN-SWITCH = 'NO'.
           PERFORM CLOSE-CYCLE-MASTERS.

       START-LEDGER-SCAN.
           MOVE SPACES TO LEDGER-SCAN-SWITCH.
           END-IF.

       AGE-ONE-ACCOUNT.
           PERFORM CHECK-ACCOUNT-CYCLE-DUE.
           IF ACCOUNT-DUE
               ADD AR-AGE-60 TO AR-AGE-90
               MOVE AR-AGE-30 TO AR-AGE-60
               MOVE AR-AGE-CURRENT TO AR-AGE-30
               MOVE ZEROS TO AR-AGE-CURRENT
               REWRITE RECEIVABLE-RECORD
           END-IF.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END MOVE 'NO' TO LEDGER-SCAN-SWITCH
           END-READ.

       CHECK-ACCOUNT-CYCLE-DUE.
      *Same rule the billing run applies - an account with no cycle
      *assigned (or on neither master) is due only when the calendar
      *carries cycle 00
           SET ACCOUNT-DUE TO TRUE.
           IF CYCLE-BILLING-ON
               IF CYCLES-DUE-CNT EQUAL TO ZERO
                   SET ACCOUNT-NOT-DUE TO TRUE
               ELSE
                   PERFORM LOOK-UP-ACCOUNT-CYCLE
                   IF ACCOUNT-CYCLE-WORK IS GREATER THAN ZERO
                       IF CYCLE-DUE-FLAG(ACCOUNT-CYCLE-WORK)
                              NOT EQUAL TO 'Y'
                           SET ACCOUNT-NOT-DUE TO TRUE
                       END-IF
                   ELSE
                       IF NOT UNASSIGNED-CYCLE-DUE
                           SET ACCOUNT-NOT-DUE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-ACCOUNT-CYCLE.
      *A final-billed account is only on the archive, whose image is
      *staged through the CUSTMAST record area to read its cycle
           MOVE ZEROS TO ACCOUNT-CYCLE-WORK.
           MOVE AR-ACC-NUM TO ACC-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                   PERFORM LOOK-UP-ARCHIVED-CYCLE
               NOT INVALID KEY
                   IF BILL-CYCLE IS NUMERIC
                       MOVE BILL-CYCLE TO ACCOUNT-CYCLE-WORK
                   END-IF
           END-READ.

       LOOK-UP-ARCHIVED-CYCLE.
           IF ARCHIVE-ON-FILE
               MOVE AR-ACC-NUM TO ARCH-ACC-NUM
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
                       IF BILL-CYCLE IS NUMERIC
                           MOVE BILL-CYCLE TO ACCOUNT-CYCLE-WORK
                       END-IF
               END-READ
           END-IF.

       POST-CYCLE-CHARGES.
      *Adds each billed account's new charge to its CURRENT bucket,
      *creating the ledger record the first time an account is billed
                   MOVE BX-ACC-NUM TO AR-ACC-NUM
                   MOVE ZEROS TO AR-AGE-CURRENT AR-AGE-30
                       AR-AGE-60 AR-AGE-90 AR-PAYMENTS-RECVD
                   MOVE 'N' TO AR-NSF-FLAG
                   MOVE ZEROS TO AR-NSF-COUNT AR-LAST-NSF-DATE
                   ADD BX-TOTAL-CHARGE TO AR-AGE-CURRENT
                   WRITE RECEIVABLE-RECORD
               NOT INVALID KEY
               AT END MOVE 'NO' TO CHARGE-DATA-REMAINS-SWITCH
           END-READ.

       READ-NSF-FEE-CARD.
      *No fee card (status '35') assesses the built-in fee
           OPEN INPUT NSF-FEE-FILE.
           IF FEE-FILE-STATUS EQUAL TO '00'
               READ NSF-FEE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NSF-FEE-CARD IS NUMERIC
                           MOVE NSF-FEE-CARD TO NSF-FEE-AMOUNT
                       END-IF
               END-READ
               CLOSE NSF-FEE-FILE
           END-IF.

       PROCESS-RETURNED-PAYMENTS.
      *Returned checks are worked before the day's payments post.
      *Each is matched against the payment history first (opened for
      *input), then the history is reopened to extend with this
      *run's reversals and postings
           MOVE NSF-REGISTER-HEADING TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.
           PERFORM LOAD-RETURNED-PAYMENTS.
           IF RETURN-CNT IS GREATER THAN ZERO
               PERFORM MATCH-RETURNS-TO-HISTORY
           END-IF.
           PERFORM OPEN-PAYMENT-HISTORY.
           PERFORM REVERSE-ONE-RETURN
               VARYING RETURN-SUB FROM 1 BY 1
               UNTIL RETURN-SUB IS GREATER THAN RETURN-CNT.
           IF RETURN-TABLE-FULL
               MOVE RETURN-OVERFLOW-WARNING TO NSF-REGISTER-LINE
               WRITE NSF-REGISTER-LINE
           END-IF.
           MOVE CHECKS-RETURNED-CNT TO NSF-RETURNED-CNT-OUT.
           MOVE CHECKS-REVERSED-CNT TO NSF-REVERSED-CNT-OUT.
           MOVE NSF-FEES-TOTAL TO NSF-FEES-TOTAL-OUT.
           MOVE NSF-REGISTER-TRAILER TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.
           MOVE SPACES TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.
           MOVE NSF-WATCH-HEADING TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.

       LOAD-RETURNED-PAYMENTS.
           OPEN INPUT RETURNED-PAYMENT-FILE.
           IF RET-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO RET-DATA-REMAINS-SWITCH
           ELSE
               READ RETURNED-PAYMENT-FILE
                   AT END MOVE 'NO' TO RET-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM LOAD-ONE-RETURNED-PAYMENT
               UNTIL RET-DATA-REMAINS-SWITCH = 'NO'.
           IF RET-FILE-STATUS EQUAL TO '00'
               CLOSE RETURNED-PAYMENT-FILE
           END-IF.

       LOAD-ONE-RETURNED-PAYMENT.
           ADD 1 TO CHECKS-RETURNED-CNT.
           IF RET-ACC-NUM IS NOT NUMERIC
              OR RET-AMOUNT IS NOT NUMERIC
              OR RET-DATE-RECVD IS NOT NUMERIC
               MOVE ZEROS TO NSF-ACC-NUM-OUT NSF-AMOUNT-OUT
                   NSF-DATE-OUT NSF-FEE-OUT
               MOVE 'REJECTED - NOT NUMERIC' TO NSF-RESULT-OUT
               PERFORM WRITE-NSF-REGISTER-LINE
           ELSE
               IF RETURN-CNT IS LESS THAN 999
                   ADD 1 TO RETURN-CNT
                   MOVE RET-ACC-NUM TO NR-ACC-NUM(RETURN-CNT)
                   MOVE RET-AMOUNT TO NR-AMOUNT(RETURN-CNT)
                   MOVE RET-DATE-RECVD TO NR-DATE-RECVD(RETURN-CNT)
                   SET NR-NOT-MATCHED(RETURN-CNT) TO TRUE
               ELSE
                   SET RETURN-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           READ RETURNED-PAYMENT-FILE
               AT END MOVE 'NO' TO RET-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-RETURNS-TO-HISTORY.
      *A posted payment matches the first unmatched return for the
      *same account, amount and received date. A reversal already on
      *the history frees that match again, so a check can't be
      *reversed twice and a second identical payment can still match
           OPEN INPUT PAYMENT-HISTORY-FILE.
           IF PH-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO PH-DATA-REMAINS-SWITCH
           ELSE
               READ PAYMENT-HISTORY-FILE
                   AT END MOVE 'NO' TO PH-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM MATCH-ONE-HISTORY-RECORD
               UNTIL PH-DATA-REMAINS-SWITCH = 'NO'.
           IF PH-FILE-STATUS EQUAL TO '00'
               CLOSE PAYMENT-HISTORY-FILE
           END-IF.

       MATCH-ONE-HISTORY-RECORD.
           MOVE 'N' TO RETURN-FOUND-SW.
           IF PH-PAYMENT-POSTED
               PERFORM MATCH-POSTED-PAYMENT
                   VARYING RETURN-SUB FROM 1 BY 1
                   UNTIL RETURN-SUB IS GREATER THAN RETURN-CNT
                      OR RETURN-FOUND
           END-IF.
           IF PH-PAYMENT-RETURNED
               PERFORM RELEASE-REVERSED-PAYMENT
                   VARYING RETURN-SUB FROM 1 BY 1
                   UNTIL RETURN-SUB IS GREATER THAN RETURN-CNT
                      OR RETURN-FOUND
           END-IF.
           READ PAYMENT-HISTORY-FILE
               AT END MOVE 'NO' TO PH-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-POSTED-PAYMENT.
           IF NR-NOT-MATCHED(RETURN-SUB)
              AND NR-ACC-NUM(RETURN-SUB) EQUAL TO PH-ACC-NUM
              AND NR-AMOUNT(RETURN-SUB) EQUAL TO PH-AMOUNT
              AND NR-DATE-RECVD(RETURN-SUB) EQUAL TO PH-DATE-RECVD
               SET NR-MATCHED(RETURN-SUB) TO TRUE
               MOVE PH-APPLIED-90 TO NR-APPLIED-90(RETURN-SUB)
               MOVE PH-APPLIED-60 TO NR-APPLIED-60(RETURN-SUB)
               MOVE PH-APPLIED-30 TO NR-APPLIED-30(RETURN-SUB)
               MOVE PH-APPLIED-CURRENT TO
                   NR-APPLIED-CURRENT(RETURN-SUB)
               MOVE 'Y' TO RETURN-FOUND-SW
           END-IF.

       RELEASE-REVERSED-PAYMENT.
           IF NR-MATCHED(RETURN-SUB)
              AND NR-ACC-NUM(RETURN-SUB) EQUAL TO PH-ACC-NUM
              AND NR-AMOUNT(RETURN-SUB) EQUAL TO PH-AMOUNT
              AND NR-DATE-RECVD(RETURN-SUB) EQUAL TO PH-DATE-RECVD
               SET NR-NOT-MATCHED(RETURN-SUB) TO TRUE
               MOVE 'Y' TO RETURN-FOUND-SW
           END-IF.

       OPEN-PAYMENT-HISTORY.
           OPEN EXTEND PAYMENT-HISTORY-FILE.
           IF PH-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT PAYMENT-HISTORY-FILE
           END-IF.

       REVERSE-ONE-RETURN.
      *The payment goes back into the buckets it came out of, the
      *fee lands in CURRENT as a new charge, and the account is
      *flagged so its later payments show on the register
           MOVE NR-ACC-NUM(RETURN-SUB) TO NSF-ACC-NUM-OUT.
           MOVE NR-AMOUNT(RETURN-SUB) TO NSF-AMOUNT-OUT.
           MOVE NR-DATE-RECVD(RETURN-SUB) TO NSF-DATE-OUT.
           MOVE ZEROS TO NSF-FEE-OUT.
           IF NR-NOT-MATCHED(RETURN-SUB)
               MOVE 'NO MATCHING PAYMENT - NOT DONE' TO NSF-RESULT-OUT
           ELSE
               MOVE NR-ACC-NUM(RETURN-SUB) TO AR-ACC-NUM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       MOVE 'ACCOUNT NOT ON LEDGER - NOT DONE' TO
                           NSF-RESULT-OUT
                   NOT INVALID KEY
                       PERFORM APPLY-RETURNED-PAYMENT
               END-READ
           END-IF.
           PERFORM WRITE-NSF-REGISTER-LINE.

       APPLY-RETURNED-PAYMENT.
           ADD NR-APPLIED-90(RETURN-SUB) TO AR-AGE-90.
           ADD NR-APPLIED-60(RETURN-SUB) TO AR-AGE-60.
           ADD NR-APPLIED-30(RETURN-SUB) TO AR-AGE-30.
           ADD NR-APPLIED-CURRENT(RETURN-SUB) TO AR-AGE-CURRENT.
           ADD NSF-FEE-AMOUNT TO AR-AGE-CURRENT.
           SUBTRACT NR-AMOUNT(RETURN-SUB) FROM AR-PAYMENTS-RECVD.
           MOVE 'Y' TO AR-NSF-FLAG.
           IF AR-NSF-COUNT IS NOT NUMERIC
               MOVE ZEROS TO AR-NSF-COUNT
           END-IF.
           IF AR-NSF-COUNT IS LESS THAN 99
               ADD 1 TO AR-NSF-COUNT
           END-IF.
           MOVE RECV-RUN-DATE TO AR-LAST-NSF-DATE.
           REWRITE RECEIVABLE-RECORD.
           MOVE 'N' TO PH-TRANS-TYPE.
           MOVE NR-ACC-NUM(RETURN-SUB) TO PH-ACC-NUM.
           MOVE NR-AMOUNT(RETURN-SUB) TO PH-AMOUNT.
           MOVE NR-DATE-RECVD(RETURN-SUB) TO PH-DATE-RECVD.
           MOVE RECV-RUN-DATE TO PH-POST-DATE.
           MOVE NR-APPLIED-90(RETURN-SUB) TO PH-APPLIED-90.
           MOVE NR-APPLIED-60(RETURN-SUB) TO PH-APPLIED-60.
           MOVE NR-APPLIED-30(RETURN-SUB) TO PH-APPLIED-30.
           MOVE NR-APPLIED-CURRENT(RETURN-SUB) TO PH-APPLIED-CURRENT.
           WRITE PAYMENT-HISTORY-RECORD.
           MOVE 'CASH' TO GA-AMOUNT-TYPE.
           COMPUTE GA-AMOUNT = ZERO - NR-AMOUNT(RETURN-SUB).
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'ARPY' TO GA-AMOUNT-TYPE.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'ARFE' TO GA-AMOUNT-TYPE.
           MOVE NSF-FEE-AMOUNT TO GA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'NSFF' TO GA-AMOUNT-TYPE.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE NSF-FEE-AMOUNT TO NSF-FEE-OUT.
           MOVE 'PAYMENT REVERSED - FEE ASSESSED' TO NSF-RESULT-OUT.
           ADD 1 TO CHECKS-REVERSED-CNT.
           ADD NSF-FEE-AMOUNT TO NSF-FEES-TOTAL.

       WRITE-NSF-REGISTER-LINE.
           MOVE NSF-REGISTER-DETAILS TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.

       WRITE-NSF-WATCH-LINE.
      *A payment from an account with a returned check on file still
      *posts - the register just puts it in front of the cashier
           MOVE PB-ACC-NUM TO WATCH-ACC-NUM-OUT.
           MOVE PB-AMOUNT TO WATCH-AMOUNT-OUT.
           MOVE PB-DATE-RECVD TO WATCH-DATE-OUT.
           MOVE AR-LAST-NSF-DATE TO WATCH-LAST-NSF-OUT.
           MOVE AR-NSF-COUNT TO WATCH-NSF-COUNT-OUT.
           MOVE NSF-WATCH-DETAILS TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.
           ADD 1 TO NSF-WATCH-PAYMENTS-CNT.

       WRITE-NSF-WATCH-TRAILER.
           MOVE NSF-WATCH-PAYMENTS-CNT TO NSF-WATCH-CNT-OUT.
           MOVE NSF-WATCH-TRAILER TO NSF-REGISTER-LINE.
           WRITE NSF-REGISTER-LINE.

       POST-PAYMENT-BATCH.
      *A run with no transmitted payment file (status '35') is normal
      *and simply posts nothing. Suspense from prior runs re-tries
           IF PAY-FILE-STATUS NOT EQUAL TO '35'
               CLOSE PAYMENT-FILE
           END-IF.
           PERFORM POST-LOCKBOX-FILE.
           IF SUSP-TABLE-FULL
               MOVE SUSP-OVERFLOW-WARNING TO PAYMENT-LOG-LINE
               WRITE PAYMENT-LOG-LINE
           MOVE SUSP-RUNS-HELD TO PB-RUNS-HELD.
           PERFORM POST-PAYMENT-TO-LEDGER.
           IF PAYMENT-POSTED
      *The cash was booked the day it arrived - only its move out of
      *suspense onto the receivable books now
               MOVE 'SUSP' TO GA-AMOUNT-TYPE
               COMPUTE GA-AMOUNT = ZERO - PB-AMOUNT
               PERFORM WRITE-GL-ACTIVITY
               MOVE 'ARPY' TO GA-AMOUNT-TYPE
               MOVE PB-AMOUNT TO GA-AMOUNT
               PERFORM WRITE-GL-ACTIVITY
               MOVE 'SUSPENSE PAYMENT POSTED' TO PLOG-RESULT-OUT
           ELSE
               ADD 1 TO PB-RUNS-HELD
           MOVE PAY-AMOUNT TO PB-AMOUNT.
           MOVE RECV-RUN-DATE TO PB-DATE-RECVD.
           MOVE ZEROS TO PB-RUNS-HELD.
           PERFORM POST-RECEIVED-PAYMENT.
           READ PAYMENT-FILE
               AT END MOVE 'NO' TO PAY-DATA-REMAINS-SWITCH
           END-READ.

       POST-RECEIVED-PAYMENT.
      *Newly received money from either the keyed payment file or a
      *lockbox batch - it posts, or it goes to suspense, and the cash
      *books either way
           PERFORM POST-PAYMENT-TO-LEDGER.
           MOVE 'CASH' TO GA-AMOUNT-TYPE.
           MOVE PB-AMOUNT TO GA-AMOUNT.
           IF PAYMENT-POSTED
               PERFORM WRITE-GL-ACTIVITY
               MOVE 'ARPY' TO GA-AMOUNT-TYPE
               PERFORM WRITE-GL-ACTIVITY
               IF AR-NSF-ON-FILE
                   MOVE 'PAYMENT POSTED - RETURNED CHECK ON FILE' TO
                       PLOG-RESULT-OUT
               ELSE
                   MOVE 'PAYMENT POSTED' TO PLOG-RESULT-OUT
               END-IF
           ELSE
      *The money is held, not lost - it re-tries automatically at
      *the start of every later run until the account shows up
               PERFORM HOLD-PAYMENT-IN-SUSPENSE
               IF NOT SUSP-TABLE-FULL
      *A payment past the hold-table cap is re-entered by hand, so
      *it books when it is re-entered rather than now
                   PERFORM WRITE-GL-ACTIVITY
                   MOVE 'SUSP' TO GA-AMOUNT-TYPE
                   PERFORM WRITE-GL-ACTIVITY
               END-IF
               MOVE 'TO SUSPENSE - ACCOUNT NOT ON LEDGER' TO
                   PLOG-RESULT-OUT
           END-IF.
           PERFORM WRITE-PAYMENT-LOG-LINE.

       POST-LOCKBOX-FILE.
      *The bank's lockbox batches post after the keyed payments. A
      *batch posts only when its items add up to the bank's deposit
      *and agree with its trailer; anything else goes to the hold
      *file whole and posts nothing. No lockbox file (status '35')
      *is normal - the reconciliation just says so
           OPEN OUTPUT LOCKBOX-RECON-FILE.
           OPEN INPUT LOCKBOX-FILE.
           IF LBX-FILE-STATUS EQUAL TO '35'
               MOVE LOCKBOX-NO-FILE-LINE TO LOCKBOX-RECON-LINE
               WRITE LOCKBOX-RECON-LINE
               MOVE 'NO' TO LBX-DATA-REMAINS-SWITCH
           ELSE
               PERFORM OPEN-LOCKBOX-FILES
               MOVE LOCKBOX-RECON-HEADING TO LOCKBOX-RECON-LINE
               WRITE LOCKBOX-RECON-LINE
               READ LOCKBOX-FILE
                   AT END MOVE 'NO' TO LBX-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM PROCESS-LOCKBOX-RECORD
               UNTIL LBX-DATA-REMAINS-SWITCH = 'NO'.
           IF LBX-FILE-STATUS NOT EQUAL TO '35'
               IF LOCKBOX-BATCH-OPEN
      *The file ended inside a batch - the bank's trailer never came
                   MOVE 'NO TRAILER' TO LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
                   PERFORM HOLD-LOCKBOX-BATCH
               END-IF
               PERFORM WRITE-LOCKBOX-RECON-TRAILER
               CLOSE LOCKBOX-FILE
                     LOCKBOX-HOLD-FILE
                     LOCKBOX-CHECK-FILE
           END-IF.
           CLOSE LOCKBOX-RECON-FILE.

       OPEN-LOCKBOX-FILES.
      *The first lockbox run creates the check register
           OPEN EXTEND LOCKBOX-HOLD-FILE.
           IF LBHOLD-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT LOCKBOX-HOLD-FILE
           END-IF.
           OPEN I-O LOCKBOX-CHECK-FILE.
           IF LOCKCHK-STATUS EQUAL TO '35'
               OPEN OUTPUT LOCKBOX-CHECK-FILE
               CLOSE LOCKBOX-CHECK-FILE
               OPEN I-O LOCKBOX-CHECK-FILE
           END-IF.

       PROCESS-LOCKBOX-RECORD.
           EVALUATE TRUE
               WHEN LB-BATCH-HEADER
                   PERFORM START-LOCKBOX-BATCH
               WHEN LB-REMITTANCE AND LOCKBOX-BATCH-OPEN
                   PERFORM ADD-LOCKBOX-ITEM
               WHEN LB-BATCH-TRAILER AND LOCKBOX-BATCH-OPEN
                   PERFORM CLOSE-LOCKBOX-BATCH
               WHEN LOCKBOX-BATCH-OPEN
      *A record type the bank doesn't send - the batch is suspect
                   MOVE 'UNKNOWN RECORD TYPE' TO LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
                   PERFORM STORE-LOCKBOX-IMAGE
               WHEN OTHER
                   PERFORM HOLD-STRAY-LOCKBOX-RECORD
           END-EVALUATE.
           READ LOCKBOX-FILE
               AT END MOVE 'NO' TO LBX-DATA-REMAINS-SWITCH
           END-READ.

       START-LOCKBOX-BATCH.
      *A header while a batch is still open means the open batch lost
      *its trailer - it is held before the new batch starts
           IF LOCKBOX-BATCH-OPEN
               MOVE 'NO TRAILER' TO LOCKBOX-HOLD-REASON
               PERFORM MARK-LOCKBOX-BATCH-HELD
               PERFORM HOLD-LOCKBOX-BATCH
           END-IF.
           MOVE LOCKBOX-HEADER-RECORD TO LOCKBOX-HEADER-SAVE.
           MOVE SPACES TO LOCKBOX-TRAILER-SAVE.
           MOVE ZEROS TO LOCKBOX-ITEM-CNT.
           MOVE ZEROS TO LOCKBOX-ITEMS-READ.
           MOVE ZEROS TO LOCKBOX-ITEMS-TOTAL.
           MOVE SPACES TO LOCKBOX-BATCH-RESULT.
           SET LOCKBOX-BATCH-OPEN TO TRUE.
           SET LOCKBOX-BATCH-GOOD TO TRUE.
           MOVE 'N' TO LOCKBOX-TRAILER-SW.
           MOVE 'N' TO LOCKBOX-SPILL-SW.

       ADD-LOCKBOX-ITEM.
           ADD 1 TO LOCKBOX-ITEMS-READ.
           IF LBD-ACC-NUM IS NUMERIC AND LBD-AMOUNT IS NUMERIC
               ADD LBD-AMOUNT TO LOCKBOX-ITEMS-TOTAL
           ELSE
               MOVE 'INVALID REMITTANCE' TO LOCKBOX-HOLD-REASON
               PERFORM MARK-LOCKBOX-BATCH-HELD
           END-IF.
           PERFORM STORE-LOCKBOX-IMAGE.

       STORE-LOCKBOX-IMAGE.
      *The table holds 999 items. A bigger batch is held - what was
      *buffered is written to the hold file now and the rest of the
      *batch follows it straight there
           IF LOCKBOX-BATCH-SPILLED
               MOVE LOCKBOX-RECORD-IMAGE TO LOCKBOX-HOLD-RECORD
               WRITE LOCKBOX-HOLD-RECORD
           ELSE
               IF LOCKBOX-ITEM-CNT IS LESS THAN 999
                   ADD 1 TO LOCKBOX-ITEM-CNT
                   MOVE LOCKBOX-RECORD-IMAGE TO
                       LI-RECORD-IMAGE(LOCKBOX-ITEM-CNT)
               ELSE
                   MOVE 'TOO MANY ITEMS' TO LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
                   PERFORM WRITE-HELD-BATCH-BODY
                   SET LOCKBOX-BATCH-SPILLED TO TRUE
                   MOVE LOCKBOX-RECORD-IMAGE TO LOCKBOX-HOLD-RECORD
                   WRITE LOCKBOX-HOLD-RECORD
               END-IF
           END-IF.

       MARK-LOCKBOX-BATCH-HELD.
           IF LOCKBOX-BATCH-GOOD
               MOVE LOCKBOX-HOLD-REASON TO LOCKBOX-BATCH-RESULT
           END-IF.
           SET LOCKBOX-BATCH-HELD TO TRUE.

       CLOSE-LOCKBOX-BATCH.
           MOVE LOCKBOX-TRAILER-RECORD TO LOCKBOX-TRAILER-SAVE.
           SET LOCKBOX-TRAILER-READ TO TRUE.
           PERFORM RECONCILE-LOCKBOX-BATCH.
           IF LOCKBOX-BATCH-HELD
               PERFORM HOLD-LOCKBOX-BATCH
           ELSE
               PERFORM POST-LOCKBOX-BATCH
           END-IF.

       RECONCILE-LOCKBOX-BATCH.
      *The items must add up to the bank's deposit on the header and
      *agree with the trailer's count and total, and the header and
      *trailer must be for the same batch
           IF LHS-BATCH-NUM IS NOT NUMERIC
                   OR LHS-DEPOSIT-DATE IS NOT NUMERIC
                   OR LHS-DEPOSIT-TOTAL IS NOT NUMERIC
               MOVE 'INVALID BATCH HEADER' TO LOCKBOX-HOLD-REASON
               PERFORM MARK-LOCKBOX-BATCH-HELD
           END-IF.
           IF LTS-BATCH-NUM IS NOT NUMERIC
                   OR LTS-ITEM-COUNT IS NOT NUMERIC
                   OR LTS-BATCH-TOTAL IS NOT NUMERIC
               MOVE 'INVALID BATCH TRAILER' TO LOCKBOX-HOLD-REASON
               PERFORM MARK-LOCKBOX-BATCH-HELD
           END-IF.
           IF LOCKBOX-BATCH-GOOD
               IF LTS-BATCH-NUM NOT EQUAL TO LHS-BATCH-NUM
                   MOVE 'WRONG BATCH TRAILER' TO
                       LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
               END-IF
               IF LTS-ITEM-COUNT NOT EQUAL TO LOCKBOX-ITEMS-READ
                   MOVE 'ITEM COUNT OUT' TO LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
               END-IF
               IF LTS-BATCH-TOTAL NOT EQUAL TO LOCKBOX-ITEMS-TOTAL
                   MOVE 'BATCH TOTAL OUT' TO LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
               END-IF
               IF LHS-DEPOSIT-TOTAL NOT EQUAL TO LOCKBOX-ITEMS-TOTAL
                   MOVE 'DEPOSIT OUT OF BALANCE' TO
                       LOCKBOX-HOLD-REASON
                   PERFORM MARK-LOCKBOX-BATCH-HELD
               END-IF
           END-IF.

       HOLD-LOCKBOX-BATCH.
      *The batch goes to the hold file as the bank sent it - header,
      *items and, if one came, trailer - so it can be corrected and
      *re-sent whole
           IF NOT LOCKBOX-BATCH-SPILLED
               PERFORM WRITE-HELD-BATCH-BODY
           END-IF.
           IF LOCKBOX-TRAILER-READ
               MOVE LOCKBOX-TRAILER-SAVE TO LOCKBOX-HOLD-RECORD
               WRITE LOCKBOX-HOLD-RECORD
           END-IF.
           ADD 1 TO LOCKBOX-HELD-CNT.
           PERFORM WRITE-LOCKBOX-RECON-LINE.
           SET LOCKBOX-BATCH-CLOSED TO TRUE.

       WRITE-HELD-BATCH-BODY.
           MOVE LOCKBOX-HEADER-SAVE TO LOCKBOX-HOLD-RECORD.
           WRITE LOCKBOX-HOLD-RECORD.
           PERFORM WRITE-ONE-HELD-ITEM
               VARYING LOCKBOX-ITEM-SUB FROM 1 BY 1
               UNTIL LOCKBOX-ITEM-SUB IS GREATER THAN LOCKBOX-ITEM-CNT.

       WRITE-ONE-HELD-ITEM.
           MOVE LI-RECORD-IMAGE(LOCKBOX-ITEM-SUB) TO
               LOCKBOX-HOLD-RECORD.
           WRITE LOCKBOX-HOLD-RECORD.

       HOLD-STRAY-LOCKBOX-RECORD.
      *An item or trailer with no header ahead of it belongs to no
      *deposit - it is held and listed, never posted
           MOVE LOCKBOX-RECORD-IMAGE TO LOCKBOX-HOLD-RECORD.
           WRITE LOCKBOX-HOLD-RECORD.
           ADD 1 TO LOCKBOX-STRAY-CNT.
           MOVE LOCKBOX-RECORD-IMAGE TO LBS-RECORD-OUT.
           MOVE LOCKBOX-STRAY-DETAILS TO LOCKBOX-RECON-LINE.
           WRITE LOCKBOX-RECON-LINE.

       POST-LOCKBOX-BATCH.
           PERFORM POST-ONE-LOCKBOX-ITEM
               VARYING LOCKBOX-ITEM-SUB FROM 1 BY 1
               UNTIL LOCKBOX-ITEM-SUB IS GREATER THAN LOCKBOX-ITEM-CNT.
           ADD 1 TO LOCKBOX-POSTED-CNT.
           MOVE 'POSTED' TO LOCKBOX-BATCH-RESULT.
           PERFORM WRITE-LOCKBOX-RECON-LINE.
           SET LOCKBOX-BATCH-CLOSED TO TRUE.

       POST-ONE-LOCKBOX-ITEM.
      *A check already on the register was taken on an earlier
      *deposit - the bank has sent it again, and it is rejected
      *rather than posted a second time
           MOVE LI-RECORD-IMAGE(LOCKBOX-ITEM-SUB) TO LOCKBOX-ITEM-WORK.
           MOVE LIW-ACC-NUM TO PB-ACC-NUM.
           MOVE LIW-AMOUNT TO PB-AMOUNT.
           MOVE LHS-DEPOSIT-DATE TO PB-DATE-RECVD.
           MOVE ZEROS TO PB-RUNS-HELD.
           MOVE LIW-ACC-NUM TO LC-ACC-NUM.
           MOVE LIW-CHECK-NUM TO LC-CHECK-NUM.
           READ LOCKBOX-CHECK-FILE
               INVALID KEY
                   PERFORM POST-LOCKBOX-REMITTANCE
               NOT INVALID KEY
                   ADD 1 TO LOCKBOX-DUP-CNT
                   MOVE 'REJECTED - DUPLICATE CHECK NUMBER' TO
                       PLOG-RESULT-OUT
                   PERFORM WRITE-PAYMENT-LOG-LINE
           END-READ.

       POST-LOCKBOX-REMITTANCE.
           PERFORM POST-RECEIVED-PAYMENT.
           MOVE LIW-ACC-NUM TO LC-ACC-NUM.
           MOVE LIW-CHECK-NUM TO LC-CHECK-NUM.
           MOVE LHS-DEPOSIT-DATE TO LC-DEPOSIT-DATE.
           MOVE LHS-BATCH-NUM TO LC-BATCH-NUM.
           MOVE LIW-AMOUNT TO LC-AMOUNT.
           WRITE LOCKBOX-CHECK-RECORD.

       WRITE-LOCKBOX-RECON-LINE.
           MOVE ZEROS TO LBR-BATCH-OUT.
           MOVE ZEROS TO LBR-DEPOSIT-DATE-OUT.
           MOVE ZEROS TO LBR-BANK-TOTAL-OUT.
           IF LHS-BATCH-NUM IS NUMERIC
               MOVE LHS-BATCH-NUM TO LBR-BATCH-OUT
           END-IF.
           IF LHS-DEPOSIT-DATE IS NUMERIC
               MOVE LHS-DEPOSIT-DATE TO LBR-DEPOSIT-DATE-OUT
           END-IF.
           IF LHS-DEPOSIT-TOTAL IS NUMERIC
               MOVE LHS-DEPOSIT-TOTAL TO LBR-BANK-TOTAL-OUT
           END-IF.
           MOVE LOCKBOX-ITEMS-TOTAL TO LBR-ITEMS-TOTAL-OUT.
           MOVE LOCKBOX-ITEMS-READ TO LBR-ITEM-CNT-OUT.
           MOVE LOCKBOX-BATCH-RESULT TO LBR-RESULT-OUT.
           MOVE LOCKBOX-RECON-DETAILS TO LOCKBOX-RECON-LINE.
           WRITE LOCKBOX-RECON-LINE.

       WRITE-LOCKBOX-RECON-TRAILER.
           MOVE LOCKBOX-POSTED-CNT TO LRT-POSTED-OUT.
           MOVE LOCKBOX-HELD-CNT TO LRT-HELD-OUT.
           MOVE LOCKBOX-DUP-CNT TO LRT-DUP-OUT.
           MOVE LOCKBOX-STRAY-CNT TO LRT-STRAY-OUT.
           MOVE LOCKBOX-RECON-TRAILER TO LOCKBOX-RECON-LINE.
           WRITE LOCKBOX-RECON-LINE.

       POST-PAYMENT-TO-LEDGER.
      *One posting paragraph for both the day's payments and the
      *suspense re-tries, so the two can never drift apart
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AR-AGE-CURRENT TO BEFORE-AGE-CURRENT
                   MOVE AR-AGE-30 TO BEFORE-AGE-30
                   MOVE AR-AGE-60 TO BEFORE-AGE-60
                   MOVE AR-AGE-90 TO BEFORE-AGE-90
                   PERFORM APPLY-PAYMENT-OLDEST-FIRST
                   ADD PB-AMOUNT TO AR-PAYMENTS-RECVD
                   REWRITE RECEIVABLE-RECORD
                   MOVE 'Y' TO PAYMENT-POSTED-SW
                   PERFORM WRITE-PAYMENT-HISTORY
                   IF AR-NSF-ON-FILE
                       PERFORM WRITE-NSF-WATCH-LINE
                   END-IF
           END-READ.

       WRITE-PAYMENT-HISTORY.
      *Records what the payment took off each bucket, so a check
      *that later bounces can be put back exactly where it went
           MOVE 'P' TO PH-TRANS-TYPE.
           MOVE PB-ACC-NUM TO PH-ACC-NUM.
           MOVE PB-AMOUNT TO PH-AMOUNT.
           MOVE PB-DATE-RECVD TO PH-DATE-RECVD.
           MOVE RECV-RUN-DATE TO PH-POST-DATE.
           COMPUTE PH-APPLIED-90 = BEFORE-AGE-90 - AR-AGE-90.
           COMPUTE PH-APPLIED-60 = BEFORE-AGE-60 - AR-AGE-60.
           COMPUTE PH-APPLIED-30 = BEFORE-AGE-30 - AR-AGE-30.
           COMPUTE PH-APPLIED-CURRENT =
               BEFORE-AGE-CURRENT - AR-AGE-CURRENT.
           WRITE PAYMENT-HISTORY-RECORD.

       HOLD-PAYMENT-IN-SUSPENSE.
      *The table tops out at 9999 items; a payment past the cap is
      *logged but not held, and the overflow warning on the log
               SET SUSP-TABLE-FULL TO TRUE
           END-IF.

       WRITE-GL-ACTIVITY.
      *Cash receipts carry no qualifier - one cash, suspense and
      *receivable account each on the mapping file
           MOVE RECV-RUN-DATE TO GA-BUS-DATE.
           MOVE 'CASHRCPT' TO GA-SOURCE.
           MOVE SPACES TO GA-QUALIFIER.
           IF GA-AMOUNT NOT EQUAL TO ZERO
               WRITE GL-ACTIVITY-RECORD
           END-IF.

       WRITE-PAYMENT-LOG-LINE.
           MOVE PB-ACC-NUM TO PLOG-ACC-NUM-OUT.
           MOVE PB-AMOUNT TO PLOG-AMOUNT-OUT.
