       FILE-CONTROL.
           SELECT CUSTOMER-FILE        ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUM.
           SELECT RATE-SCHEDULE-FILE   ASSIGN TO 'RATESCHD'
               ORGANIZATION IS INDEXED
      *window missed and made up after midnight still bills under
      *the right day. A standalone run with no control file falls
      *back to the machine date as always
           SELECT CYCLE-CALENDAR-FILE  ASSIGN TO 'N:\cyclecal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLECAL-STATUS.
      *CYCLE-CALENDAR-FILE says which billing cycles/route books bill
      *on which business date; only accounts in a cycle due today are
      *billed. No calendar on file bills every account, as always
           SELECT GL-ACTIVITY-FILE     ASSIGN TO 'N:\glbill.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *GL-ACTIVITY-FILE carries this run's billed revenue, levies and
      *receivable by GL amount type for DailyGLJournal, so accounting
      *books the cycle from it instead of re-keying the PRINT2 trailer
      *USAGE-EXCEPTION-FILE flags accounts billed this cycle whose
      *usage is far outside their own history - leaks, misreads and
      *tampering get looked at before the customer calls
      *CUSTOMER-FILE is the indexed customer master maintained by
      *Homework1Maint; P-M-R is carried forward automatically each
      *cycle so this billing run never re-keys the previous reading
      *Read in key order; dynamic access only so a restart can put
      *back the accounts billed after the last checkpoint and START
      *just past the checkpoint account
           SELECT CHECKPOINT-FILE      ASSIGN TO 'N:\billckpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-FILE-STATUS.
      *CHECKPOINT-FILE holds the last account finished as of the last
      *checkpoint, the run's control totals and how many lines each
      *per-run output held then, so a rerun after an abend picks up
      *just past that account instead of restoring every file
           SELECT BEFORE-IMAGE-FILE    ASSIGN TO 'N:\billbimg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BIMG-FILE-STATUS.
      *BEFORE-IMAGE-FILE holds the master, usage-summary and archive
      *records of every account billed since the last checkpoint as
      *they stood before billing touched them; a restart puts them
      *back so no account's cycle is applied twice
           SELECT RESTART-WORK-FILE    ASSIGN TO 'N:\billrwrk.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *Scratch copy used on a restart to cut each output back to what
      *it held at the checkpoint

       DATA DIVISION.
       FILE SECTION.
           05  ARCH-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  ARCH-ACC-NUM        PIC 9(6).
               10  FILLER              PIC x(35).
           05  ARCH-CLOSE-DATE        PIC 9(6).
      *The closed account's final 95-byte master image carried whole,
      *plus the date the final bill was cut; only the embedded
      *account number needs naming here for the record key

           FD AUDIT-JOURNAL-FILE
           RECORD CONTAINS 217 CHARACTERS
           DATA RECORD IS AUDIT-JOURNAL-RECORD.
           COPY AUDITJRN.

      *PRINT2-OUT is the output record for the processed data

           FD BILL-EXTRACT-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS BILL-EXTRACT-RECORD.
           COPY BILLEXTR.

           FD BILLING-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
           COPY BILLHIST.

           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD CYCLE-CALENDAR-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CYCLE-CALENDAR-RECORD.
           COPY CYCLECAL.

           FD GL-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GL-ACTIVITY-RECORD.
           COPY GLACTV.

           FD CHECKPOINT-FILE
           RECORD CONTAINS 136 CHARACTERS
           DATA RECORD IS CHECKPOINT-RECORD.
       01  CHECKPOINT-RECORD.
           05  CKPT-LAST-ACC-NUM       PIC 9(6).
           05  CKPT-RUN-DATE           PIC 9(6).
           05  CKPT-RUN-TIME           PIC 9(8).
      *The business date and time stamp the interrupted run billed
      *under - a restart carries on under the same ones
           05  CKPT-RECORDS-READ       PIC 9(6).
           05  CKPT-RECORDS-BILLED     PIC 9(6).
           05  CKPT-RECORDS-REJECTED   PIC 9(6).
           05  CKPT-TOTAL-UNITS        PIC 9(9).
           05  CKPT-ESTIMATED-BILLS    PIC 9(6).
           05  CKPT-FINAL-BILLS        PIC 9(6).
           05  CKPT-NOT-DUE            PIC 9(6).
           05  CKPT-USAGE-EXCEPTIONS   PIC 9(6).
           05  CKPT-ENERGY-DOLLARS     PIC 9(8)V99.
           05  CKPT-FRANCHISE-DOLLARS  PIC 9(8)V99.
           05  CKPT-UTILITY-DOLLARS    PIC 9(8)V99.
      *Control totals as of the checkpoint, so the PRINT2 trailers of
      *a restarted run match an uninterrupted one
           05  CKPT-PRINT1-LINES       PIC 9(7).
           05  CKPT-PRINT2-LINES       PIC 9(7).
           05  CKPT-EXTRACT-RECORDS    PIC 9(7).
           05  CKPT-EXCEPTION-LINES    PIC 9(7).
           05  CKPT-GL-RECORDS         PIC 9(7).
      *Lines on each per-run output as of the checkpoint

           FD BEFORE-IMAGE-FILE
           RECORD CONTAINS 216 CHARACTERS
           DATA RECORD IS BEFORE-IMAGE-RECORD.
       01  BEFORE-IMAGE-RECORD.
           05  BI-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  BI-ACC-NUM          PIC 9(6).
               10  FILLER              PIC x(35).
           05  BI-USAGE-FOUND          PIC x.
           05  BI-USAGE-IMAGE          PIC x(18).
           05  BI-ARCH-FOUND           PIC x.
           05  BI-ARCH-IMAGE           PIC x(101).
      *The account's master record before billing, its usage-summary
      *record and (closed accounts only) its archive record, each 'Y'
      *when it was on file, 'N' when billing would be creating it and
      *space when billing leaves that file alone

           FD RESTART-WORK-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS RESTART-WORK-RECORD.
       01  RESTART-WORK-RECORD         PIC x(226).
                                       
       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx		VALUE SPACES.
       01  ESTIMATED-BILLS-CNT         PIC 9(6)      VALUE ZEROS.
      *Count of accounts billed on estimates this run

       01  EXCH-UNITS-BILLED           PIC 9(5)      VALUE ZEROS.
      *Old-meter units from a meter exchange included in the record
      *being billed - carried onto the extract so the statement can
      *show them

       01  E-MSG-CONTROL               PIC 9         VALUE 0.
           88  ALL-CLEAR                             VALUE 0.
           88  BAD-ACC-NUM                            VALUE 1.
      *Tallied as CUSTOMER-FILE is read/billed and printed on PRINT2-TRAILER
      *so a run can be reconciled against the input record count

       01  CKPT-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no checkpoint file yet; an empty one means the last
      *run finished cleanly - either way this is a fresh run

       01  BIMG-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no before images were ever taken

       01  BILLING-RESTART-SW          PIC x         VALUE 'N'.
           88  BILLING-RESTART                       VALUE 'Y'.
      *Set when a checkpoint from an interrupted run is on file

       01  RESTART-ACC-NUM             PIC 9(6)      VALUE ZEROS.
      *Last account the checkpoint covers - the restart resumes with
      *the first account past it

       01  CHECKPOINT-INTERVAL         PIC 9(3)      VALUE 50.
       01  CKPT-QUOTIENT               PIC 9(6).
       01  CKPT-REMAINDER              PIC 9(3).
      *A checkpoint is taken after every CHECKPOINT-INTERVAL accounts,
      *and one as of no account at all as soon as the headings are out
       01  CHECKPOINT-ACC-NUM          PIC 9(6)      VALUE ZEROS.
      *Last account the checkpoint being written covers

       01  OUTPUT-LINE-COUNTS.
           05  PRINT1-LINES-CNT        PIC 9(7)      VALUE ZEROS.
           05  PRINT2-LINES-CNT        PIC 9(7)      VALUE ZEROS.
           05  EXTRACT-RECORDS-CNT     PIC 9(7)      VALUE ZEROS.
           05  EXCEPTION-LINES-CNT     PIC 9(7)      VALUE ZEROS.
           05  GL-RECORDS-CNT          PIC 9(7)      VALUE ZEROS.
      *Lines written to each per-run output, saved on the checkpoint
      *so a restart can cut the output back to that point

       01  RESTART-LINES-KEPT          PIC 9(7)      VALUE ZEROS.
       01  RST-DATA-REMAINS-SWITCH     PIC xx        VALUE SPACES.
       01  RWRK-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
       01  BIMG-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
      *Copy counts and read-loop switches for the restart clean-up

       01  BILLING-RATE-TABLE.
           05  TIER1-LIMIT-UNITS       PIC 9(5)      VALUE 00500.
           05  TIER2-LIMIT-UNITS       PIC 9(5)      VALUE 01000.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  CYCLECAL-STATUS             PIC xx        VALUE SPACES.
      *'35' means no cycle calendar - every account is due every run,
      *the way billing worked before cycles

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

       01  ACCOUNT-DUE-SW              PIC x         VALUE 'Y'.
           88  ACCOUNT-DUE                           VALUE 'Y'.
           88  ACCOUNT-NOT-DUE                       VALUE 'N'.

       01  NOT-DUE-CNT                 PIC 9(6)      VALUE ZEROS.
      *Accounts read but left alone because their cycle is not due -
      *read = billed + rejected + not due on the trailers

       01  BILLING-SEASON              PIC x         VALUE 'W'.
           88  SUMMER-SEASON                         VALUE 'S'.
           88  WINTER-SEASON                         VALUE 'W'.

       01  GL-ENERGY-QUALIFIER.
           05  GLQ-RATE-CLASS          PIC x         VALUE SPACE.
           05  GLQ-SEASON              PIC x         VALUE SPACE.
           05  FILLER                  PIC x(11)     VALUE SPACES.
      *Energy revenue is booked by rate class and season - the same
      *pair that picks the RATESCHD tier table

       01  GL-BUDGET-DEFERRAL          PIC S9(7)V99  VALUE ZEROS.
      *Metered charge less the amount actually billed - what a plan
      *cycle defers (or a settle-up recovers) between revenue and the
      *receivable

       01  TIER-CHARGE-BREAKDOWN.
           05  TIER1-UNITS-BILLED      PIC 9(5)      VALUE ZEROS.
           05  TIER1-CHARGE-AMT        PIC 9(6)V99   VALUE ZEROS.
           05  BILL-NOTE-OUT           PIC x(9).
      *BILL-NOTE-OUT is spaces for a normal bill, 'ESTIMATED' when
      *the reading was unusable and the account average was billed,
      *'TRUED-UP' when prior estimated units were netted off,
      *'MTR EXCH' when a replaced meter's final usage is included
      *PRINT2-DETAILS is sued to print the information below the header to the output file used to print the processed records
      *Should look like "abcdefghijkl | abcdefghijkl |     000000     | abcdefghijklmno |   00000 |   $123.45"
      *UNITS-USED-NUM is CURRENT-METER-READING minus PREVIOUS-METER-READING
           05  FILLER                  PIC x(24)     VALUE
               'FINAL BILLS (ARCHIVED): '.
           05  TRAILER2-FINAL-CNT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(6)      VALUE SPACES.
           05  FILLER                  PIC x(20)     VALUE
               'NOT DUE THIS CYCLE: '.
           05  TRAILER2-NOT-DUE-CNT    PIC ZZZ,ZZ9.
      *Second trailer line - how many of the accounts billed were
      *estimates and how many were closed accounts final-billed and
      *moved to the archive this run, and how many were skipped
      *because their billing cycle is not due on this business date

       01  PRINT2-TRAILER3.
           05  FILLER                  PIC x(16)     VALUE

       PREPARE-CUSTOMER-REPORT.
           PERFORM SET-BILLING-SEASON.
           PERFORM LOAD-CYCLE-CALENDAR.
           PERFORM OPEN-RATE-SCHEDULE.
           PERFORM OPEN-TAX-SCHEDULE.
           PERFORM OPEN-ARCHIVE-MASTER.
           IF BILLING-RESTART
      *The interrupted run's history and journal entries past the
      *checkpoint come off before anything is appended again
               PERFORM TRIM-HISTORY-FOR-RESTART
               PERFORM TRIM-JOURNAL-FOR-RESTART
           END-IF.
           PERFORM OPEN-AUDIT-JOURNAL.
           PERFORM OPEN-USAGE-SUMMARY.
           PERFORM OPEN-BILLING-HISTORY.
      *CUSTOMER-FILE is opened I-O (still read in key order) so the
      *estimated-billing bookkeeping can be rewritten onto the record
      *just read
           OPEN I-O CUSTOMER-FILE.
           IF BILLING-RESTART
               PERFORM RESTART-BILLING-RUN
           ELSE
      *The before images are only started over while the checkpoint
      *is still empty; the initial checkpoint then makes an abend
      *anywhere in this run a restart rather than a second fresh run
               OPEN OUTPUT BEFORE-IMAGE-FILE
               OPEN OUTPUT PRINT1-FILE
                           PRINT2-FILE
                           BILL-EXTRACT-FILE
                           USAGE-EXCEPTION-FILE
                           GL-ACTIVITY-FILE
               PERFORM WRITE-HEADING
               PERFORM TAKE-INITIAL-CHECKPOINT
               PERFORM READ-CUSTOMER-RECORD
           END-IF.
           PERFORM PROCESS-RECORD
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
      *Will perform PROCESS-RECORD until there are no more records
                 USAGE-SUMMARY-FILE
                 USAGE-EXCEPTION-FILE
                 ARCHIVE-FILE
                 AUDIT-JOURNAL-FILE
                 GL-ACTIVITY-FILE
                 BEFORE-IMAGE-FILE.
           PERFORM CLEAR-CHECKPOINT.
           IF RATE-SCHEDULE-ON-FILE
               CLOSE RATE-SCHEDULE-FILE
           END-IF.
           ACCEPT BILLING-RUN-DATE FROM DATE.
           ACCEPT BILLING-RUN-TIME FROM TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM CHECK-FOR-RESTART.
           IF RUN-MM IS NOT LESS THAN 06
              AND RUN-MM IS NOT GREATER THAN 09
               SET SUMMER-SEASON TO TRUE
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       LOAD-CYCLE-CALENDAR.
      *Flags every cycle the calendar bills on this business date. No
      *calendar (status '35') leaves cycle billing off and every
      *account bills, the way this program always ran
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
           END-IF.

       CHECK-ONE-CALENDAR-ENTRY.
           IF CC-BILL-DATE EQUAL TO BILLING-RUN-DATE
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

       CHECK-ACCOUNT-CYCLE-DUE.
      *An account with no cycle assigned yet (zero or spaces) is due
      *only on a date the calendar carries cycle 00 - it is not
      *re-billed on every cycle's run. A closed account is
      *final-billed on the next run whatever its cycle - the final
      *read is an off-cycle read anyway - as long as something bills
      *today
           SET ACCOUNT-DUE TO TRUE.
           IF CYCLE-BILLING-ON
               IF CYCLES-DUE-CNT EQUAL TO ZERO
                   SET ACCOUNT-NOT-DUE TO TRUE
               ELSE
                   IF NOT ACCOUNT-CLOSED
                       IF BILL-CYCLE IS NUMERIC
                          AND BILL-CYCLE IS GREATER THAN ZERO
                           IF CYCLE-DUE-FLAG(BILL-CYCLE) NOT EQUAL TO
                                  'Y'
                               SET ACCOUNT-NOT-DUE TO TRUE
                           END-IF
                       ELSE
                           IF NOT UNASSIGNED-CYCLE-DUE
                               SET ACCOUNT-NOT-DUE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       OPEN-RATE-SCHEDULE.
      *No RATESCHD yet (status '35') just means every account bills
      *on the default table the way this program always did
       WRITE-HEADING.
           MOVE PRINT1-HEADING TO PRINT1-LINE.
           WRITE PRINT1-LINE.
           ADD 1 TO PRINT1-LINES-CNT.
           MOVE PRINT2-HEADING TO PRINT2-LINE.
           WRITE PRINT2-LINE.
           ADD 1 TO PRINT2-LINES-CNT.
           MOVE USAGE-EXCEPTION-HEADING TO USAGE-EXCEPTION-LINE.
           WRITE USAGE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-LINES-CNT.
      *Writing the headers for the outputs
                      
       PROCESS-RECORD.
      *Only accounts whose billing cycle is due are billed; the rest
      *are counted and left untouched for their own cycle's run
           PERFORM CHECK-ACCOUNT-CYCLE-DUE.
           IF ACCOUNT-DUE
               PERFORM BILL-DUE-ACCOUNT
           ELSE
               ADD 1 TO NOT-DUE-CNT
           END-IF.
           DIVIDE RECORDS-READ-CNT BY CHECKPOINT-INTERVAL
               GIVING CKPT-QUOTIENT
               REMAINDER CKPT-REMAINDER.
           IF CKPT-REMAINDER EQUAL TO ZERO
               PERFORM TAKE-CHECKPOINT
           END-IF.
      *Every CHECKPOINT-INTERVAL accounts, once the account just read
      *is completely finished, drop a checkpoint so a rerun after an
      *abend resumes with the next account
           PERFORM READ-CUSTOMER-RECORD.

       READ-CUSTOMER-RECORD.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               NOT AT END ADD 1 TO RECORDS-READ-CNT
           END-READ.

       BILL-DUE-ACCOUNT.
      *Classifies the record so PRINT1-DETAILS can carry a specific
      *reason instead of just dumping the raw readings. Exchange
      *units are cleared per account so an estimated bill never
      *carries the previous account's meter-exchange units
           MOVE ZEROS TO EXCH-UNITS-BILLED.
           EVALUATE TRUE
               WHEN ACC-NUM IS NOT NUMERIC
                   SET BAD-ACC-NUM TO TRUE
                   PERFORM TRY-ESTIMATED-BILLING
               END-IF
           END-IF.

       WRITE-GOOD-RECORD.
           PERFORM SAVE-BEFORE-IMAGE
           MOVE 'R' TO CURRENT-BILL-TYPE
           MOVE SPACES TO BILL-NOTE-OUT
           MOVE 'N' TO MASTER-REWRITE-NEEDED-SW
           MOVE ACC-NUM TO ACCOUNT-NUMBER-OUT2
           MOVE STREET-ADDRESS TO STREET-ADDRESS-OUT
           SUBTRACT P-M-R FROM C-M-R GIVING UNITS-USED-NUM
           MOVE ZEROS TO EXCH-UNITS-BILLED
           IF EXCH-UNITS-OWED IS NUMERIC
              AND EXCH-UNITS-OWED IS GREATER THAN ZERO
               PERFORM APPLY-METER-EXCHANGE-UNITS
           END-IF
           IF EST-UNITS-OWED IS GREATER THAN ZERO
               PERFORM APPLY-ESTIMATE-TRUE-UP
           END-IF
           MOVE TOTAL-BILL-AMOUNT TO CURRENT-CHARGE-OUT
           MOVE PRINT2-DETAILS TO PRINT2-LINE
           WRITE PRINT2-LINE
           ADD 1 TO PRINT2-LINES-CNT
           PERFORM WRITE-BILL-EXTRACT
           PERFORM WRITE-BILLING-GL-ACTIVITY
           IF CURRENT-BILL-TYPE EQUAL TO 'R'
      *A trued-up cycle's units are net of the estimate, so judging
      *them against the account average would flag noise
           END-DELETE.
           ADD 1 TO FINAL-BILLS-CNT.

       APPLY-METER-EXCHANGE-UNITS.
      *A meter swapped since the last bill - the old meter's final
      *usage, left on the master by Homework1Readings, bills with
      *the new meter's usage in this same cycle. Added ahead of any
      *true-up, since an estimate stood in for usage on both meters
           ADD EXCH-UNITS-OWED TO UNITS-USED-NUM.
           MOVE EXCH-UNITS-OWED TO EXCH-UNITS-BILLED.
           MOVE ZEROS TO EXCH-UNITS-OWED.
           MOVE 'MTR EXCH' TO BILL-NOTE-OUT.
      *Same deferred REWRITE as the true-up - see there
           SET MASTER-REWRITE-NEEDED TO TRUE.

       APPLY-ESTIMATE-TRUE-UP.
      *First cycle billed from real readings again after estimates -
      *the units already billed as estimates come off this cycle's
      *Bills the account its own average usage, clearly marked
      *ESTIMATED, and remembers the units on the master so the first
      *real reading trues the account up automatically
           PERFORM SAVE-BEFORE-IMAGE
           MOVE 'E' TO CURRENT-BILL-TYPE
           MOVE 'ESTIMATED' TO BILL-NOTE-OUT
           MOVE LAST-NAME TO LAST-NAME-OUT
           MOVE TOTAL-BILL-AMOUNT TO CURRENT-CHARGE-OUT
           MOVE PRINT2-DETAILS TO PRINT2-LINE
           WRITE PRINT2-LINE
           ADD 1 TO PRINT2-LINES-CNT
           PERFORM WRITE-BILL-EXTRACT
           PERFORM WRITE-BILLING-GL-ACTIVITY
           PERFORM WRITE-HISTORY-RECORD
           ADD UNITS-USED-NUM TO EST-UNITS-OWED
           REWRITE CUSTOMER-MASTER-RECORD
       CONVERT-ONE-HISTORY-RECORD.
      *Only cycles billed from real readings feed the averages - an
      *estimated cycle adds nothing new and a trued-up cycle's units
      *are net of the estimate, so both would distort them. A
      *rebilled cycle's reversing record backs the cancelled units
      *out again, so only the replacement's units stay counted
           IF BH-BILL-TYPE EQUAL TO 'R'
               MOVE BH-ACC-NUM TO SUMMARY-UPD-ACC-NUM
               MOVE BH-UNITS-USED TO SUMMARY-UPD-UNITS
               IF BH-ADJ-REVERSAL
                   PERFORM BACK-OUT-USAGE-SUMMARY
               ELSE
                   PERFORM UPDATE-USAGE-SUMMARY
               END-IF
           END-IF.
           READ BILLING-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
                   REWRITE USAGE-SUMMARY-RECORD
           END-READ.

       BACK-OUT-USAGE-SUMMARY.
      *Takes one cancelled real-reading cycle back off the account's
      *rolling totals during the history conversion
           MOVE SUMMARY-UPD-ACC-NUM TO US-ACC-NUM.
           READ USAGE-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF US-TOTAL-UNITS IS GREATER THAN SUMMARY-UPD-UNITS
                       SUBTRACT SUMMARY-UPD-UNITS FROM US-TOTAL-UNITS
                   ELSE
                       MOVE ZEROS TO US-TOTAL-UNITS
                   END-IF
                   IF US-CYCLE-COUNT IS GREATER THAN ZERO
                       SUBTRACT 1 FROM US-CYCLE-COUNT
                   END-IF
                   REWRITE USAGE-SUMMARY-RECORD
           END-READ.

       CHECK-USAGE-EXCEPTION.
      *Compares this cycle's usage against the account's own average;
      *an account without enough history to judge is left alone. The
           MOVE US-CYCLE-COUNT TO EXC-CYCLE-COUNT-OUT.
           MOVE USAGE-EXCEPTION-DETAILS TO USAGE-EXCEPTION-LINE.
           WRITE USAGE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-LINES-CNT.
           ADD 1 TO USAGE-EXCEPTIONS-CNT.

       WRITE-HISTORY-RECORD.
           MOVE BILLING-RUN-DATE TO BH-BILL-DATE.
           COMPUTE BH-TAX-TOTAL =
               FRANCHISE-FEE-AMT + UTILITY-TAX-AMT.
           MOVE SPACE TO BH-ADJ-CODE.
           MOVE ZEROS TO BH-ADJ-DATE.
           WRITE BILLING-HISTORY-RECORD.
           IF CURRENT-BILL-TYPE EQUAL TO 'R'
      *Real-reading cycles roll into the usage summary right here,
           MOVE BUDGET-BILL-FLAG TO BX-BUDGET-FLAG
           MOVE PLAN-AMOUNT-DUE TO BX-PLAN-AMOUNT
           MOVE ACTUAL-BILL-AMOUNT TO BX-ACTUAL-CHARGE
           IF BILL-CYCLE IS NUMERIC
               MOVE BILL-CYCLE TO BX-BILL-CYCLE
           ELSE
               MOVE ZEROS TO BX-BILL-CYCLE
           END-IF
           MOVE EXCH-UNITS-BILLED TO BX-EXCH-UNITS
           MOVE SPACE TO BX-CORRECTED-FLAG
           MOVE ZEROS TO BX-CORRECTED-BILL-DATE
           WRITE BILL-EXTRACT-RECORD
           ADD 1 TO EXTRACT-RECORDS-CNT.

       WRITE-BILLING-GL-ACTIVITY.
      *The bill's metered charge splits into energy revenue and the
      *two levies; the receivable takes what was actually billed and
      *the budget deferral takes the difference, so the bill's
      *activity always nets to zero on the journal
           MOVE BILLING-RUN-DATE TO GA-BUS-DATE.
           MOVE 'BILLING' TO GA-SOURCE.
           MOVE RATE-CLASS TO GLQ-RATE-CLASS.
           MOVE BILLING-SEASON TO GLQ-SEASON.
           MOVE 'ENRG' TO GA-AMOUNT-TYPE.
           MOVE GL-ENERGY-QUALIFIER TO GA-QUALIFIER.
           MOVE CURRENT-CHARGE TO GA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'FRAN' TO GA-AMOUNT-TYPE.
           MOVE FRANCHISE-JURIS-WORK TO GA-QUALIFIER.
           MOVE FRANCHISE-FEE-AMT TO GA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'UTAX' TO GA-AMOUNT-TYPE.
           MOVE UTILITY-JURIS-WORK TO GA-QUALIFIER.
           MOVE UTILITY-TAX-AMT TO GA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'ARBL' TO GA-AMOUNT-TYPE.
           MOVE SPACES TO GA-QUALIFIER.
           MOVE TOTAL-BILL-AMOUNT TO GA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.
           COMPUTE GL-BUDGET-DEFERRAL =
               ACTUAL-BILL-AMOUNT - TOTAL-BILL-AMOUNT.
           MOVE 'BUDG' TO GA-AMOUNT-TYPE.
           MOVE GL-BUDGET-DEFERRAL TO GA-AMOUNT.
           PERFORM WRITE-GL-ACTIVITY.

       WRITE-GL-ACTIVITY.
      *A zero amount books nothing, so it is left off the file
           IF GA-AMOUNT NOT EQUAL TO ZERO
               WRITE GL-ACTIVITY-RECORD
               ADD 1 TO GL-RECORDS-CNT
           END-IF.

       WRITE-BAD-RECORD.
           MOVE ACC-NUM TO ACCOUNT-NUMBER-OUT1
           PERFORM SET-REJECT-REASON
           MOVE PRINT1-DETAILS TO PRINT1-LINE
           WRITE PRINT1-LINE
           ADD 1 TO PRINT1-LINES-CNT
           ADD 1 TO RECORDS-REJECTED-CNT.

       SET-REJECT-REASON.
           WRITE PRINT2-LINE
           MOVE ESTIMATED-BILLS-CNT TO TRAILER2-ESTIMATED-CNT
           MOVE FINAL-BILLS-CNT TO TRAILER2-FINAL-CNT
           MOVE NOT-DUE-CNT TO TRAILER2-NOT-DUE-CNT
           MOVE PRINT2-TRAILER2 TO PRINT2-LINE
           WRITE PRINT2-LINE
           MOVE TOTAL-ENERGY-DOLLARS TO TRAILER3-ENERGY-OUT
           MOVE TOTAL-UTILITY-DOLLARS TO TRAILER3-UTILITY-OUT
           MOVE PRINT2-TRAILER3 TO PRINT2-LINE
           WRITE PRINT2-LINE.

       SAVE-BEFORE-IMAGE.
      *Taken before billing touches any of the account's records, so
      *a restart can put back exactly what was there if the run stops
      *before the next checkpoint covers this account
           MOVE CUSTOMER-MASTER-RECORD TO BI-MASTER-IMAGE.
           PERFORM LOOK-UP-USAGE-SUMMARY.
           IF USAGE-SUMMARY-FOUND
               MOVE 'Y' TO BI-USAGE-FOUND
               MOVE USAGE-SUMMARY-RECORD TO BI-USAGE-IMAGE
           ELSE
               MOVE 'N' TO BI-USAGE-FOUND
               MOVE SPACES TO BI-USAGE-IMAGE
           END-IF.
           MOVE SPACE TO BI-ARCH-FOUND.
           MOVE SPACES TO BI-ARCH-IMAGE.
           IF ACCOUNT-CLOSED
               MOVE ACC-NUM TO ARCH-ACC-NUM
               READ ARCHIVE-FILE
                   INVALID KEY
                       MOVE 'N' TO BI-ARCH-FOUND
                   NOT INVALID KEY
                       MOVE 'Y' TO BI-ARCH-FOUND
                       MOVE ARCHIVE-RECORD TO BI-ARCH-IMAGE
               END-READ
           END-IF.
           WRITE BEFORE-IMAGE-RECORD.
      *Closed and reopened so the image is on disk before the master
      *updates are - an abend can't leave an update with no image
           CLOSE BEFORE-IMAGE-FILE.
           PERFORM REOPEN-BEFORE-IMAGES.

       REOPEN-BEFORE-IMAGES.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           IF BIMG-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT BEFORE-IMAGE-FILE
           END-IF.

       CHECK-FOR-RESTART.
      *Looks for a checkpoint left behind by a prior run that stopped
      *before reaching end of file; a clean finish leaves the file
      *empty and a fresh installation has none at all. A restart
      *bills under the interrupted run's business date and time stamp
      *and carries on from its control totals
           OPEN INPUT CHECKPOINT-FILE.
           IF CKPT-FILE-STATUS EQUAL TO '00'
               READ CHECKPOINT-FILE
                   AT END CONTINUE
                   NOT AT END
                       SET BILLING-RESTART TO TRUE
                       MOVE CKPT-LAST-ACC-NUM TO RESTART-ACC-NUM
                       MOVE CKPT-RUN-DATE TO BILLING-RUN-DATE
                       MOVE CKPT-RUN-TIME TO BILLING-RUN-TIME
                       MOVE CKPT-RECORDS-READ TO RECORDS-READ-CNT
                       MOVE CKPT-RECORDS-BILLED TO RECORDS-BILLED-CNT
                       MOVE CKPT-RECORDS-REJECTED TO
                           RECORDS-REJECTED-CNT
                       MOVE CKPT-TOTAL-UNITS TO TOTAL-UNITS-BILLED
                       MOVE CKPT-ESTIMATED-BILLS TO ESTIMATED-BILLS-CNT
                       MOVE CKPT-FINAL-BILLS TO FINAL-BILLS-CNT
                       MOVE CKPT-NOT-DUE TO NOT-DUE-CNT
                       MOVE CKPT-USAGE-EXCEPTIONS TO
                           USAGE-EXCEPTIONS-CNT
                       MOVE CKPT-ENERGY-DOLLARS TO TOTAL-ENERGY-DOLLARS
                       MOVE CKPT-FRANCHISE-DOLLARS TO
                           TOTAL-FRANCHISE-DOLLARS
                       MOVE CKPT-UTILITY-DOLLARS TO
                           TOTAL-UTILITY-DOLLARS
                       MOVE CKPT-PRINT1-LINES TO PRINT1-LINES-CNT
                       MOVE CKPT-PRINT2-LINES TO PRINT2-LINES-CNT
                       MOVE CKPT-EXTRACT-RECORDS TO EXTRACT-RECORDS-CNT
                       MOVE CKPT-EXCEPTION-LINES TO EXCEPTION-LINES-CNT
                       MOVE CKPT-GL-RECORDS TO GL-RECORDS-CNT
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       TAKE-INITIAL-CHECKPOINT.
      *Checkpoint as of no account finished - just the headings are
      *out. A rerun after an abend before the first full interval
      *restores every account billed so far from the before images
           MOVE ZEROS TO CHECKPOINT-ACC-NUM.
           PERFORM SECURE-RUN-OUTPUTS.
           PERFORM WRITE-CHECKPOINT.

       TAKE-CHECKPOINT.
      *The before images start over once the checkpoint is written -
      *every account up to here is covered by the checkpoint
           MOVE ACC-NUM TO CHECKPOINT-ACC-NUM.
           PERFORM SECURE-RUN-OUTPUTS.
           PERFORM WRITE-CHECKPOINT.
           CLOSE BEFORE-IMAGE-FILE.
           OPEN OUTPUT BEFORE-IMAGE-FILE.

       SECURE-RUN-OUTPUTS.
      *Closing and reopening the appended outputs puts everything
      *written so far on disk before the checkpoint says it is there
           CLOSE PRINT1-FILE
                 PRINT2-FILE
                 BILL-EXTRACT-FILE
                 BILLING-HISTORY-FILE
                 USAGE-EXCEPTION-FILE
                 AUDIT-JOURNAL-FILE
                 GL-ACTIVITY-FILE.
           OPEN EXTEND PRINT1-FILE
                       PRINT2-FILE
                       BILL-EXTRACT-FILE
                       BILLING-HISTORY-FILE
                       USAGE-EXCEPTION-FILE
                       AUDIT-JOURNAL-FILE
                       GL-ACTIVITY-FILE.

       WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE CHECKPOINT-ACC-NUM TO CKPT-LAST-ACC-NUM.
           MOVE BILLING-RUN-DATE TO CKPT-RUN-DATE.
           MOVE BILLING-RUN-TIME TO CKPT-RUN-TIME.
           MOVE RECORDS-READ-CNT TO CKPT-RECORDS-READ.
           MOVE RECORDS-BILLED-CNT TO CKPT-RECORDS-BILLED.
           MOVE RECORDS-REJECTED-CNT TO CKPT-RECORDS-REJECTED.
           MOVE TOTAL-UNITS-BILLED TO CKPT-TOTAL-UNITS.
           MOVE ESTIMATED-BILLS-CNT TO CKPT-ESTIMATED-BILLS.
           MOVE FINAL-BILLS-CNT TO CKPT-FINAL-BILLS.
           MOVE NOT-DUE-CNT TO CKPT-NOT-DUE.
           MOVE USAGE-EXCEPTIONS-CNT TO CKPT-USAGE-EXCEPTIONS.
           MOVE TOTAL-ENERGY-DOLLARS TO CKPT-ENERGY-DOLLARS.
           MOVE TOTAL-FRANCHISE-DOLLARS TO CKPT-FRANCHISE-DOLLARS.
           MOVE TOTAL-UTILITY-DOLLARS TO CKPT-UTILITY-DOLLARS.
           MOVE PRINT1-LINES-CNT TO CKPT-PRINT1-LINES.
           MOVE PRINT2-LINES-CNT TO CKPT-PRINT2-LINES.
           MOVE EXTRACT-RECORDS-CNT TO CKPT-EXTRACT-RECORDS.
           MOVE EXCEPTION-LINES-CNT TO CKPT-EXCEPTION-LINES.
           MOVE GL-RECORDS-CNT TO CKPT-GL-RECORDS.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
      *Run finished cleanly, so the checkpoint and the before images
      *no longer apply; an empty checkpoint file means a fresh run
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           OPEN OUTPUT BEFORE-IMAGE-FILE.
           CLOSE BEFORE-IMAGE-FILE.

       RESTART-BILLING-RUN.
      *Puts back every account billed after the checkpoint, cuts the
      *per-run outputs back to what they held at the checkpoint and
      *picks up with the first account past it
           PERFORM RESTORE-BEFORE-IMAGES.
           PERFORM TRIM-PRINT1-FOR-RESTART.
           PERFORM TRIM-PRINT2-FOR-RESTART.
           PERFORM TRIM-EXTRACT-FOR-RESTART.
           PERFORM TRIM-EXCEPTIONS-FOR-RESTART.
           PERFORM TRIM-GL-FOR-RESTART.
           OPEN EXTEND PRINT1-FILE
                       PRINT2-FILE
                       BILL-EXTRACT-FILE
                       USAGE-EXCEPTION-FILE
                       GL-ACTIVITY-FILE.
           MOVE RESTART-ACC-NUM TO ACC-NUM.
           START CUSTOMER-FILE KEY IS GREATER THAN ACC-NUM
               INVALID KEY
      *The checkpoint covered the last account on the master
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-START.
           IF DATA-REMAINS-SWITCH NOT EQUAL TO 'NO'
               PERFORM READ-CUSTOMER-RECORD
           END-IF.
      *The images just put back stay on file until the next
      *checkpoint covers them - a second abend before then restores
      *them again, followed by the identical images this run takes
           PERFORM REOPEN-BEFORE-IMAGES.

       RESTORE-BEFORE-IMAGES.
           OPEN INPUT BEFORE-IMAGE-FILE.
           IF BIMG-FILE-STATUS EQUAL TO '00'
               READ BEFORE-IMAGE-FILE
                   AT END MOVE 'NO' TO BIMG-DATA-REMAINS-SWITCH
               END-READ
               PERFORM RESTORE-ONE-ACCOUNT
                   UNTIL BIMG-DATA-REMAINS-SWITCH = 'NO'
               CLOSE BEFORE-IMAGE-FILE
           END-IF.

       RESTORE-ONE-ACCOUNT.
      *An image at or before the checkpoint account is left over from
      *a run that stopped just after writing its checkpoint - the
      *checkpoint already covers that account's billing
           IF BI-ACC-NUM IS GREATER THAN RESTART-ACC-NUM
               PERFORM RESTORE-MASTER-IMAGE
               PERFORM RESTORE-USAGE-IMAGE
               IF BI-ARCH-FOUND NOT EQUAL TO SPACE
                   PERFORM RESTORE-ARCHIVE-IMAGE
               END-IF
           END-IF.
           READ BEFORE-IMAGE-FILE
               AT END MOVE 'NO' TO BIMG-DATA-REMAINS-SWITCH
           END-READ.

       RESTORE-MASTER-IMAGE.
      *A closed account's final bill took it off the master, so its
      *image goes back on as a new record
           MOVE BI-ACC-NUM TO ACC-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE BI-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
               NOT INVALID KEY
                   MOVE BI-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ.

       RESTORE-USAGE-IMAGE.
      *A summary record billing created for the account comes off
      *again; one it folded into or deleted goes back as it was
           MOVE BI-ACC-NUM TO US-ACC-NUM.
           READ USAGE-SUMMARY-FILE
               INVALID KEY
                   IF BI-USAGE-FOUND EQUAL TO 'Y'
                       MOVE BI-USAGE-IMAGE TO USAGE-SUMMARY-RECORD
                       WRITE USAGE-SUMMARY-RECORD
                   END-IF
               NOT INVALID KEY
                   IF BI-USAGE-FOUND EQUAL TO 'Y'
                       MOVE BI-USAGE-IMAGE TO USAGE-SUMMARY-RECORD
                       REWRITE USAGE-SUMMARY-RECORD
                   ELSE
                       DELETE USAGE-SUMMARY-FILE
                   END-IF
           END-READ.

       RESTORE-ARCHIVE-IMAGE.
      *Same for the archive entry a final bill writes
           MOVE BI-ACC-NUM TO ARCH-ACC-NUM.
           READ ARCHIVE-FILE
               INVALID KEY
                   IF BI-ARCH-FOUND EQUAL TO 'Y'
                       MOVE BI-ARCH-IMAGE TO ARCHIVE-RECORD
                       WRITE ARCHIVE-RECORD
                   END-IF
               NOT INVALID KEY
                   IF BI-ARCH-FOUND EQUAL TO 'Y'
                       MOVE BI-ARCH-IMAGE TO ARCHIVE-RECORD
                       REWRITE ARCHIVE-RECORD
                   ELSE
                       DELETE ARCHIVE-FILE
                   END-IF
           END-READ.

       TRIM-HISTORY-FOR-RESTART.
      *Drops this business date's bills for accounts past the
      *checkpoint - they bill again below. Rebill adjustments carry an
      *adjustment code and always stay
           OPEN INPUT BILLING-HISTORY-FILE.
           IF HIST-FILE-STATUS EQUAL TO '00'
               OPEN OUTPUT RESTART-WORK-FILE
               MOVE SPACES TO RST-DATA-REMAINS-SWITCH
               READ BILLING-HISTORY-FILE
                   AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               END-READ
               PERFORM KEEP-ONE-HISTORY-RECORD
                   UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
               CLOSE BILLING-HISTORY-FILE
                     RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
                    OUTPUT BILLING-HISTORY-FILE
               MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH
               READ RESTART-WORK-FILE
                   AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
               END-READ
               PERFORM PUT-BACK-HISTORY-RECORD
                   UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'
               CLOSE RESTART-WORK-FILE
                     BILLING-HISTORY-FILE
           END-IF.

       KEEP-ONE-HISTORY-RECORD.
           IF BH-BILL-DATE EQUAL TO BILLING-RUN-DATE
              AND BH-ADJ-CODE EQUAL TO SPACE
              AND BH-ACC-NUM IS GREATER THAN RESTART-ACC-NUM
               CONTINUE
           ELSE
               MOVE BILLING-HISTORY-RECORD TO RESTART-WORK-RECORD
               WRITE RESTART-WORK-RECORD
           END-IF.
           READ BILLING-HISTORY-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
           END-READ.

       PUT-BACK-HISTORY-RECORD.
           MOVE RESTART-WORK-RECORD TO BILLING-HISTORY-RECORD.
           WRITE BILLING-HISTORY-RECORD.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.

       TRIM-JOURNAL-FOR-RESTART.
      *Drops the removals the interrupted run journaled for accounts
      *past the checkpoint - its own entries are the 'D' records
      *carrying its date and time stamp, which this run reuses
           OPEN INPUT AUDIT-JOURNAL-FILE.
           IF JRN-FILE-STATUS EQUAL TO '00'
               OPEN OUTPUT RESTART-WORK-FILE
               MOVE SPACES TO RST-DATA-REMAINS-SWITCH
               READ AUDIT-JOURNAL-FILE
                   AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               END-READ
               PERFORM KEEP-ONE-JOURNAL-RECORD
                   UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
               CLOSE AUDIT-JOURNAL-FILE
                     RESTART-WORK-FILE
               OPEN INPUT RESTART-WORK-FILE
                    OUTPUT AUDIT-JOURNAL-FILE
               MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH
               READ RESTART-WORK-FILE
                   AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
               END-READ
               PERFORM PUT-BACK-JOURNAL-RECORD
                   UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'
               CLOSE RESTART-WORK-FILE
                     AUDIT-JOURNAL-FILE
           END-IF.

       KEEP-ONE-JOURNAL-RECORD.
           IF JRN-ACTION EQUAL TO 'D'
              AND JRN-DATE EQUAL TO BILLING-RUN-DATE
              AND JRN-TIME EQUAL TO BILLING-RUN-TIME
              AND JRN-ACC-NUM IS GREATER THAN RESTART-ACC-NUM
               CONTINUE
           ELSE
               MOVE AUDIT-JOURNAL-RECORD TO RESTART-WORK-RECORD
               WRITE RESTART-WORK-RECORD
           END-IF.
           READ AUDIT-JOURNAL-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
           END-READ.

       PUT-BACK-JOURNAL-RECORD.
           MOVE RESTART-WORK-RECORD TO AUDIT-JOURNAL-RECORD.
           WRITE AUDIT-JOURNAL-RECORD.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.

       TRIM-PRINT1-FOR-RESTART.
      *Keeps only the lines the output held at the checkpoint. The
      *same copy-out and copy-back serves each per-run output
           OPEN INPUT PRINT1-FILE
                OUTPUT RESTART-WORK-FILE.
           MOVE ZEROS TO RESTART-LINES-KEPT.
           MOVE SPACES TO RST-DATA-REMAINS-SWITCH.
           PERFORM KEEP-ONE-PRINT1-LINE
               UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
                  OR RESTART-LINES-KEPT = PRINT1-LINES-CNT.
           MOVE RESTART-LINES-KEPT TO PRINT1-LINES-CNT.
           CLOSE PRINT1-FILE
                 RESTART-WORK-FILE.
           OPEN INPUT RESTART-WORK-FILE
                OUTPUT PRINT1-FILE.
           MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM PUT-BACK-PRINT1-LINE
               UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE RESTART-WORK-FILE
                 PRINT1-FILE.

       KEEP-ONE-PRINT1-LINE.
           READ PRINT1-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               NOT AT END
                   MOVE PRINT1-LINE TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO RESTART-LINES-KEPT
           END-READ.

       PUT-BACK-PRINT1-LINE.
           MOVE RESTART-WORK-RECORD TO PRINT1-LINE.
           WRITE PRINT1-LINE.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.

       TRIM-PRINT2-FOR-RESTART.
           OPEN INPUT PRINT2-FILE
                OUTPUT RESTART-WORK-FILE.
           MOVE ZEROS TO RESTART-LINES-KEPT.
           MOVE SPACES TO RST-DATA-REMAINS-SWITCH.
           PERFORM KEEP-ONE-PRINT2-LINE
               UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
                  OR RESTART-LINES-KEPT = PRINT2-LINES-CNT.
           MOVE RESTART-LINES-KEPT TO PRINT2-LINES-CNT.
           CLOSE PRINT2-FILE
                 RESTART-WORK-FILE.
           OPEN INPUT RESTART-WORK-FILE
                OUTPUT PRINT2-FILE.
           MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM PUT-BACK-PRINT2-LINE
               UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE RESTART-WORK-FILE
                 PRINT2-FILE.

       KEEP-ONE-PRINT2-LINE.
           READ PRINT2-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               NOT AT END
                   MOVE PRINT2-LINE TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO RESTART-LINES-KEPT
           END-READ.

       PUT-BACK-PRINT2-LINE.
           MOVE RESTART-WORK-RECORD TO PRINT2-LINE.
           WRITE PRINT2-LINE.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.

       TRIM-EXTRACT-FOR-RESTART.
           OPEN INPUT BILL-EXTRACT-FILE
                OUTPUT RESTART-WORK-FILE.
           MOVE ZEROS TO RESTART-LINES-KEPT.
           MOVE SPACES TO RST-DATA-REMAINS-SWITCH.
           PERFORM KEEP-ONE-EXTRACT-RECORD
               UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
                  OR RESTART-LINES-KEPT = EXTRACT-RECORDS-CNT.
           MOVE RESTART-LINES-KEPT TO EXTRACT-RECORDS-CNT.
           CLOSE BILL-EXTRACT-FILE
                 RESTART-WORK-FILE.
           OPEN INPUT RESTART-WORK-FILE
                OUTPUT BILL-EXTRACT-FILE.
           MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM PUT-BACK-EXTRACT-RECORD
               UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE RESTART-WORK-FILE
                 BILL-EXTRACT-FILE.

       KEEP-ONE-EXTRACT-RECORD.
           READ BILL-EXTRACT-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               NOT AT END
                   MOVE BILL-EXTRACT-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO RESTART-LINES-KEPT
           END-READ.

       PUT-BACK-EXTRACT-RECORD.
           MOVE RESTART-WORK-RECORD TO BILL-EXTRACT-RECORD.
           WRITE BILL-EXTRACT-RECORD.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.

       TRIM-EXCEPTIONS-FOR-RESTART.
           OPEN INPUT USAGE-EXCEPTION-FILE
                OUTPUT RESTART-WORK-FILE.
           MOVE ZEROS TO RESTART-LINES-KEPT.
           MOVE SPACES TO RST-DATA-REMAINS-SWITCH.
           PERFORM KEEP-ONE-EXCEPTIONS-LINE
               UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
                  OR RESTART-LINES-KEPT = EXCEPTION-LINES-CNT.
           MOVE RESTART-LINES-KEPT TO EXCEPTION-LINES-CNT.
           CLOSE USAGE-EXCEPTION-FILE
                 RESTART-WORK-FILE.
           OPEN INPUT RESTART-WORK-FILE
                OUTPUT USAGE-EXCEPTION-FILE.
           MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM PUT-BACK-EXCEPTIONS-LINE
               UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE RESTART-WORK-FILE
                 USAGE-EXCEPTION-FILE.

       KEEP-ONE-EXCEPTIONS-LINE.
           READ USAGE-EXCEPTION-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               NOT AT END
                   MOVE USAGE-EXCEPTION-LINE TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO RESTART-LINES-KEPT
           END-READ.

       PUT-BACK-EXCEPTIONS-LINE.
           MOVE RESTART-WORK-RECORD TO USAGE-EXCEPTION-LINE.
           WRITE USAGE-EXCEPTION-LINE.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.

       TRIM-GL-FOR-RESTART.
           OPEN INPUT GL-ACTIVITY-FILE
                OUTPUT RESTART-WORK-FILE.
           MOVE ZEROS TO RESTART-LINES-KEPT.
           MOVE SPACES TO RST-DATA-REMAINS-SWITCH.
           PERFORM KEEP-ONE-GL-RECORD
               UNTIL RST-DATA-REMAINS-SWITCH = 'NO'
                  OR RESTART-LINES-KEPT = GL-RECORDS-CNT.
           MOVE RESTART-LINES-KEPT TO GL-RECORDS-CNT.
           CLOSE GL-ACTIVITY-FILE
                 RESTART-WORK-FILE.
           OPEN INPUT RESTART-WORK-FILE
                OUTPUT GL-ACTIVITY-FILE.
           MOVE SPACES TO RWRK-DATA-REMAINS-SWITCH.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM PUT-BACK-GL-RECORD
               UNTIL RWRK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE RESTART-WORK-FILE
                 GL-ACTIVITY-FILE.

       KEEP-ONE-GL-RECORD.
           READ GL-ACTIVITY-FILE
               AT END MOVE 'NO' TO RST-DATA-REMAINS-SWITCH
               NOT AT END
                   MOVE GL-ACTIVITY-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO RESTART-LINES-KEPT
           END-READ.

       PUT-BACK-GL-RECORD.
           MOVE RESTART-WORK-RECORD TO GL-ACTIVITY-RECORD.
           WRITE GL-ACTIVITY-RECORD.
           READ RESTART-WORK-FILE
               AT END MOVE 'NO' TO RWRK-DATA-REMAINS-SWITCH
           END-READ.
