               FILE STATUS IS ROUTE-FILE-STATUS.
      *ROUTE-FILE is the upload from the handheld readers - one line
      *per meter visited, in whatever order the route book ran. A
      *missing file means no routes were walked before this run. A
      *field crew swapping a meter keys a meter-exchange line into
      *the same upload
           SELECT CUSTOMER-FILE        ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
      *CUSTOMER-FILE is the same indexed master Homework1Maint keeps;
      *this program lands each usable reading straight on C-M-R so
      *billing never waits on hand-keyed CHANGE transactions
           SELECT METER-FILE           ASSIGN TO 'METERMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MT-METER-SERIAL
               FILE STATUS IS METER-FILE-STATUS.
      *METER-FILE is the meter master, keyed on meter serial - which
      *account each meter is set on, and when and at what reading
      *it was set and pulled
           SELECT METER-HISTORY-FILE   ASSIGN TO 'N:\meterhst.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MHIST-FILE-STATUS.
      *METER-HISTORY-FILE accumulates one line per meter per stay on
      *a premise, written as the meter comes off, so which meter was
      *on an account when never depends on the current master alone
           SELECT READING-LOG-FILE     ASSIGN TO 'N:\readlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *READING-LOG-FILE reports what each uploaded reading did (or
      *MAINT-LOG
           SELECT UNREAD-REPORT-FILE   ASSIGN TO 'N:\unreadrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *UNREAD-REPORT-FILE lists every active account in a due cycle
      *the route upload left without a fresh reading - the accounts
      *the billing run will push into estimated billing if nobody
      *re-reads them first
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT CYCLE-CALENDAR-FILE  ASSIGN TO 'N:\cyclecal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLECAL-STATUS.
      *The business date and the cycle calendar decide which route
      *books were due to be walked, so the unread report only lists
      *accounts in a cycle billing on this business date

       DATA DIVISION.
       FILE SECTION.
           FD ROUTE-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS ROUTE-RECORD.
       01  ROUTE-RECORD.
           05  RT-ACC-NUM              PIC 9(6).
           05  RT-READ-DATE            PIC 9(6).
           05  RT-READING              PIC 9(5).
           05  RT-READER-ID            PIC x(8).
           05  RT-RECORD-TYPE          PIC x.
               88  RT-METER-READING                  VALUE 'R' ' '.
               88  RT-METER-EXCHANGE                 VALUE 'X'.
           05  RT-OLD-METER-SERIAL     PIC x(10).
           05  RT-NEW-METER-SERIAL     PIC x(10).
           05  RT-NEW-SET-READ         PIC 9(5).
      *One uploaded reading - the account stamped on the meter, the
      *date the reader visited, the dial reading and who read it.
      *A reading line leaves the type blank (or 'R') and the meter
      *fields empty, so uploads from before exchanges existed still
      *read the same. An exchange line ('X') carries the date the
      *meter was swapped, the old meter's final reading in
      *RT-READING, and the serials of both meters with the new
      *meter's reading as set

           FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           DATA RECORD IS UNREAD-REPORT-LINE.
       01  UNREAD-REPORT-LINE          PIC x(80).

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD CYCLE-CALENDAR-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CYCLE-CALENDAR-RECORD.
           COPY CYCLECAL.

           FD METER-FILE
           DATA RECORD IS METER-MASTER-RECORD.
           COPY METERMS.

           FD METER-HISTORY-FILE
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS METER-HISTORY-RECORD.
           COPY METERHST.

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the route file
      *'35' means no route upload landed - every active account will
      *show on the unread report, which is exactly the warning wanted

       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  READINGS-RUN-DATE           PIC 9(6)      VALUE ZEROS.
      *Business date the upload is applied under - picks the cycles
      *due from the calendar

       01  CYCLECAL-STATUS             PIC xx        VALUE SPACES.
      *'35' means no cycle calendar - every active account is due,
      *the way the unread report always worked

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

       01  ROUTE-RECORD-CHARS REDEFINES ROUTE-RECORD.
           05  RT-ACC-NUM-X            PIC x(6).
           05  FILLER                  PIC x(45).
      *Character view of the account number so the log can show
      *exactly what was uploaded even when it is not numeric

       01  METER-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means METERMS does not exist yet - the first exchange
      *ever keyed creates it
       01  MHIST-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' on the extend open means no meter history exists yet

       01  OLD-METER-SW                PIC x         VALUE SPACE.
           88  OLD-METER-NOT-ON-FILE                 VALUE 'N'.
           88  OLD-METER-ON-ACCOUNT                  VALUE 'Y'.
           88  OLD-METER-ELSEWHERE                   VALUE 'X'.
      *Where the meter coming off stands on the master - a meter set
      *before the master existed is simply not on file yet
       01  NEW-METER-SW                PIC x         VALUE SPACE.
           88  NEW-METER-NOT-ON-FILE                 VALUE 'N'.
           88  NEW-METER-AVAILABLE                   VALUE 'Y'.
           88  NEW-METER-IN-USE                      VALUE 'X'.
      *A meter going on must not already be set on some premise

       01  METER-EXCHANGE-WORK.
           05  EXCH-DATE-WORK          PIC 9(6)      VALUE ZEROS.
           05  EXCH-BASE-READ          PIC 9(5)      VALUE ZEROS.
           05  OLD-SET-DATE-SAVE       PIC 9(6)      VALUE ZEROS.
           05  OLD-SET-READ-SAVE       PIC 9(5)      VALUE ZEROS.
      *The exchange being worked - its date (the business date when
      *the upload's is unusable), the last reading already taken on
      *the old meter, and when the old meter was set

       01  READ-ACCT-COUNT             PIC 9(4)      VALUE ZEROS.
       01  READ-ACCOUNTS-TABLE.
           05  READ-ACCOUNT OCCURS 1 TO 9999 TIMES
           05  READINGS-APPLIED-CNT    PIC 9(6)      VALUE ZEROS.
           05  READINGS-REJECTED-CNT   PIC 9(6)      VALUE ZEROS.
           05  UNREAD-ACCOUNTS-CNT     PIC 9(6)      VALUE ZEROS.
           05  EXCHANGES-APPLIED-CNT   PIC 9(6)      VALUE ZEROS.
      *Tallied as the upload is applied and printed on the trailers
      *so the route book can be reconciled against the upload count

           05  FILLER  PIC x(15)  VALUE 'STREET ADDRESS '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(12)  VALUE'LAST READING'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(5)   VALUE 'CYCLE'.

       01  UNREAD-REPORT-DETAILS.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  UNREAD-STREET-OUT       PIC x(15).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  UNREAD-LAST-READ-OUT    PIC 9(5).
           05  FILLER                  PIC x(10)  VALUE SPACES.
           05  UNREAD-CYCLE-OUT        PIC 99.
      *One line per active account with no reading this upload - the
      *stale C-M-R rides along so re-reads can be dispatched with the
      *route book page, not a master printout
           05  FILLER                  PIC x(10)  VALUE 'REJECTED: '.
           05  TRAILER-REJECTED-CNT    PIC ZZZ,ZZ9.

       01  READING-LOG-TRAILER2.
           05  FILLER                  PIC x(17)  VALUE
               'METER EXCHANGES: '.
           05  TRAILER-EXCHANGE-CNT    PIC ZZZ,ZZ9.
      *Exchanges applied - counted apart from readings, so readings
      *read = applied + rejected + exchanges

       01  UNREAD-REPORT-TRAILER.
           05  FILLER                  PIC x(25)  VALUE
               'ACTIVE ACCOUNTS UNREAD:  '.
           05  TRAILER-UNREAD-CNT      PIC ZZZ,ZZ9.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *this step's reading counts without re-opening the reading
      *log itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework1ReadingsBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM APPLY-ROUTE-UPLOAD.
           STOP RUN.

       ENTRY 'Homework1ReadingsBatch' USING BATCH-RUN-STATUS.
           PERFORM APPLY-ROUTE-UPLOAD.
           MOVE ZERO TO BRS-STEP-RC.
           MOVE READINGS-READ-CNT TO BRS-RECORDS-PROCESSED.
           MOVE READINGS-REJECTED-CNT TO BRS-BAD-RECORD-COUNT.
           IF READINGS-REJECTED-CNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       APPLY-ROUTE-UPLOAD.
           PERFORM READ-BUSINESS-DATE.
           PERFORM LOAD-CYCLE-CALENDAR.
           OPEN I-O CUSTOMER-FILE.
           PERFORM OPEN-METER-MASTER.
           PERFORM OPEN-METER-HISTORY.
           OPEN OUTPUT READING-LOG-FILE.
           OPEN OUTPUT UNREAD-REPORT-FILE.
           PERFORM POST-UPLOADED-READINGS.
           PERFORM REPORT-UNREAD-ACCOUNTS.
           CLOSE CUSTOMER-FILE
                 METER-FILE
                 METER-HISTORY-FILE
                 READING-LOG-FILE
                 UNREAD-REPORT-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           ACCEPT READINGS-RUN-DATE FROM DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-FILE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO READINGS-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-METER-MASTER.
      *The first run ever has no METERMS yet, so OPEN I-O fails with
      *status '35'; create an empty master and reopen, the same way
      *Homework1Maint creates CUSTMAST on a first run
           OPEN I-O METER-FILE.
           IF METER-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT METER-FILE
               CLOSE METER-FILE
               OPEN I-O METER-FILE
           END-IF.

       OPEN-METER-HISTORY.
           OPEN EXTEND METER-HISTORY-FILE.
           IF MHIST-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT METER-HISTORY-FILE
           END-IF.

       LOAD-CYCLE-CALENDAR.
      *Same calendar Homework1 bills from - flags every cycle due on
      *this business date. No calendar (status '35') leaves every
      *active account due
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
           IF CC-BILL-DATE EQUAL TO READINGS-RUN-DATE
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

       POST-UPLOADED-READINGS.
      *A run with no transmitted route file (status '35') is unusual
                   MOVE 'REJECTED - ACCOUNT NUMBER NOT NUMERIC' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-REJECT-LOG-LINE
               WHEN RT-METER-EXCHANGE
                   PERFORM EDIT-METER-EXCHANGE
               WHEN NOT RT-METER-READING
                   MOVE 'REJECTED - UNKNOWN RECORD TYPE' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-REJECT-LOG-LINE
               WHEN RT-READING IS NOT NUMERIC
                   MOVE 'REJECTED - READING NOT NUMERIC' TO
                       LOG-RESULT-OUT
               PERFORM REMEMBER-READ-ACCOUNT
           END-IF.

       EDIT-METER-EXCHANGE.
      *An exchange is edited as hard as a reading - a bad one would
      *bill the customer for units their meter never registered
           EVALUATE TRUE
               WHEN RT-READING IS NOT NUMERIC
                   MOVE 'REJECTED - FINAL READ NOT NUMERIC' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-REJECT-LOG-LINE
               WHEN RT-NEW-SET-READ IS NOT NUMERIC
                   MOVE 'REJECTED - SET READ NOT NUMERIC' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-REJECT-LOG-LINE
               WHEN RT-OLD-METER-SERIAL EQUAL TO SPACES
                  OR RT-NEW-METER-SERIAL EQUAL TO SPACES
                   MOVE 'REJECTED - METER SERIAL MISSING' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-REJECT-LOG-LINE
               WHEN OTHER
                   PERFORM APPLY-METER-EXCHANGE
           END-EVALUATE.

       APPLY-METER-EXCHANGE.
           MOVE RT-ACC-NUM TO ACC-NUM.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'REJECTED - ACCOUNT NOT ON MASTER' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-REJECT-LOG-LINE
               NOT INVALID KEY
                   PERFORM CHECK-EXCHANGE-AGAINST-MASTER
           END-READ.

       CHECK-EXCHANGE-AGAINST-MASTER.
      *The old meter's billable usage runs from the last reading
      *taken on it - C-M-R, or P-M-R when this same upload already
      *landed a reading from the old meter before it was pulled
           IF ACCOUNT-CLOSED
               MOVE 'REJECTED - ACCOUNT CLOSED' TO LOG-RESULT-OUT
               PERFORM WRITE-REJECT-LOG-LINE
           ELSE
               PERFORM LOOK-UP-READ-ACCOUNT
               IF ACCOUNT-WAS-READ
                   MOVE P-M-R TO EXCH-BASE-READ
               ELSE
                   MOVE C-M-R TO EXCH-BASE-READ
               END-IF
               PERFORM LOOK-UP-EXCHANGE-METERS
               EVALUATE TRUE
                   WHEN RT-READING IS LESS THAN EXCH-BASE-READ
                       MOVE 'REJECTED - FINAL READ BELOW LAST READ'
                           TO LOG-RESULT-OUT
                       PERFORM WRITE-REJECT-LOG-LINE
                   WHEN OLD-METER-ELSEWHERE
                       MOVE 'REJECTED - OLD METER NOT ON ACCOUNT' TO
                           LOG-RESULT-OUT
                       PERFORM WRITE-REJECT-LOG-LINE
                   WHEN NEW-METER-IN-USE
                       MOVE 'REJECTED - NEW METER ALREADY SET' TO
                           LOG-RESULT-OUT
                       PERFORM WRITE-REJECT-LOG-LINE
                   WHEN OTHER
                       PERFORM POST-METER-EXCHANGE
               END-EVALUATE
           END-IF.

       LOOK-UP-EXCHANGE-METERS.
      *A meter set before the master existed is not on file and is
      *taken at the crew's word; one on file must be set on this
      *account. The meter going on must be new or already pulled
           MOVE ZEROS TO OLD-SET-DATE-SAVE OLD-SET-READ-SAVE.
           MOVE RT-OLD-METER-SERIAL TO MT-METER-SERIAL.
           READ METER-FILE
               INVALID KEY
                   SET OLD-METER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   IF MT-ACC-NUM EQUAL TO ACC-NUM
                      AND METER-INSTALLED
                       SET OLD-METER-ON-ACCOUNT TO TRUE
                       MOVE MT-SET-DATE TO OLD-SET-DATE-SAVE
                       MOVE MT-SET-READ TO OLD-SET-READ-SAVE
                   ELSE
                       SET OLD-METER-ELSEWHERE TO TRUE
                   END-IF
           END-READ.
           MOVE RT-NEW-METER-SERIAL TO MT-METER-SERIAL.
           READ METER-FILE
               INVALID KEY
                   SET NEW-METER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   IF METER-INSTALLED
                       SET NEW-METER-IN-USE TO TRUE
                   ELSE
                       SET NEW-METER-AVAILABLE TO TRUE
                   END-IF
           END-READ.

       POST-METER-EXCHANGE.
      *The old meter's final usage waits on the master for the next
      *bill, and both readings restart at the new meter's set read,
      *so the new dial near zero is never billed as a rollover
           IF RT-READ-DATE IS NUMERIC
               MOVE RT-READ-DATE TO EXCH-DATE-WORK
           ELSE
               MOVE READINGS-RUN-DATE TO EXCH-DATE-WORK
           END-IF.
           IF EXCH-UNITS-OWED IS NOT NUMERIC
               MOVE ZEROS TO EXCH-UNITS-OWED
           END-IF.
           COMPUTE EXCH-UNITS-OWED =
               EXCH-UNITS-OWED + RT-READING - EXCH-BASE-READ.
           MOVE RT-NEW-SET-READ TO P-M-R.
           MOVE RT-NEW-SET-READ TO C-M-R.
           REWRITE CUSTOMER-MASTER-RECORD.
           PERFORM RETIRE-OLD-METER.
           PERFORM SET-NEW-METER.
           MOVE 'METER EXCHANGED' TO LOG-RESULT-OUT.
           PERFORM WRITE-LOG-LINE.
           ADD 1 TO EXCHANGES-APPLIED-CNT.
      *The final read is a fresh reading for the account, so it is
      *not missed by the route
           IF NOT ACCOUNT-WAS-READ
               PERFORM REMEMBER-READ-ACCOUNT
           END-IF.

       RETIRE-OLD-METER.
      *The old meter stays on the master as pulled, and its stay on
      *this premise goes to the meter history
           MOVE RT-OLD-METER-SERIAL TO MT-METER-SERIAL.
           MOVE ACC-NUM TO MT-ACC-NUM.
           SET METER-REMOVED TO TRUE.
           MOVE OLD-SET-DATE-SAVE TO MT-SET-DATE.
           MOVE OLD-SET-READ-SAVE TO MT-SET-READ.
           MOVE EXCH-DATE-WORK TO MT-REMOVED-DATE.
           MOVE RT-READING TO MT-FINAL-READ.
           IF OLD-METER-ON-ACCOUNT
               REWRITE METER-MASTER-RECORD
           ELSE
               WRITE METER-MASTER-RECORD
           END-IF.
           MOVE ACC-NUM TO MH-ACC-NUM.
           MOVE RT-OLD-METER-SERIAL TO MH-METER-SERIAL.
           MOVE OLD-SET-DATE-SAVE TO MH-SET-DATE.
           MOVE OLD-SET-READ-SAVE TO MH-SET-READ.
           MOVE EXCH-DATE-WORK TO MH-REMOVED-DATE.
           MOVE RT-READING TO MH-FINAL-READ.
           MOVE RT-NEW-METER-SERIAL TO MH-REPLACED-BY.
           WRITE METER-HISTORY-RECORD.

       SET-NEW-METER.
           MOVE RT-NEW-METER-SERIAL TO MT-METER-SERIAL.
           MOVE ACC-NUM TO MT-ACC-NUM.
           SET METER-INSTALLED TO TRUE.
           MOVE EXCH-DATE-WORK TO MT-SET-DATE.
           MOVE RT-NEW-SET-READ TO MT-SET-READ.
           MOVE ZEROS TO MT-REMOVED-DATE MT-FINAL-READ.
           IF NEW-METER-AVAILABLE
               REWRITE METER-MASTER-RECORD
           ELSE
               WRITE METER-MASTER-RECORD
           END-IF.

       REMEMBER-READ-ACCOUNT.
      *The table tops out at 9999 readings; anything past that still
      *lands on the master but can't be crossed off the unread list,
           MOVE READINGS-REJECTED-CNT TO TRAILER-REJECTED-CNT.
           MOVE READING-LOG-TRAILER TO READING-LOG-LINE.
           WRITE READING-LOG-LINE.
           MOVE EXCHANGES-APPLIED-CNT TO TRAILER-EXCHANGE-CNT.
           MOVE READING-LOG-TRAILER2 TO READING-LOG-LINE.
           WRITE READING-LOG-LINE.

       REPORT-UNREAD-ACCOUNTS.
      *Walks the whole master and lists every active account the

       CHECK-ONE-MASTER-ACCOUNT.
      *A closed account has no meter to read, so only active
      *accounts can be "missed" by the route - and only those whose
      *route book was due to be walked for this business date
           PERFORM CHECK-ACCOUNT-CYCLE-DUE.
           IF ACCOUNT-ACTIVE
              AND ACCOUNT-DUE
               PERFORM LOOK-UP-READ-ACCOUNT
               IF NOT ACCOUNT-WAS-READ
                   PERFORM WRITE-UNREAD-LINE
               AT END MOVE 'NO' TO MASTER-SCAN-SWITCH
           END-READ.

       CHECK-ACCOUNT-CYCLE-DUE.
      *Same rule the billing run applies - an account with no cycle
      *assigned yet is due only when the calendar carries cycle 00
           SET ACCOUNT-DUE TO TRUE.
           IF CYCLE-BILLING-ON
               IF CYCLES-DUE-CNT EQUAL TO ZERO
                   SET ACCOUNT-NOT-DUE TO TRUE
               ELSE
                   IF BILL-CYCLE IS NUMERIC
                      AND BILL-CYCLE IS GREATER THAN ZERO
                       IF CYCLE-DUE-FLAG(BILL-CYCLE) NOT EQUAL TO 'Y'
                           SET ACCOUNT-NOT-DUE TO TRUE
                       END-IF
                   ELSE
                       IF NOT UNASSIGNED-CYCLE-DUE
                           SET ACCOUNT-NOT-DUE TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LOOK-UP-READ-ACCOUNT.
      *Linear scan for the account in the read-accounts table, same
      *idiom as Homework1Maint's state-table scan
           MOVE LAST-NAME TO UNREAD-LAST-NAME-OUT.
           MOVE STREET-ADDRESS TO UNREAD-STREET-OUT.
           MOVE C-M-R TO UNREAD-LAST-READ-OUT.
           IF BILL-CYCLE IS NUMERIC
               MOVE BILL-CYCLE TO UNREAD-CYCLE-OUT
           ELSE
               MOVE ZEROS TO UNREAD-CYCLE-OUT
           END-IF.
           MOVE UNREAD-REPORT-DETAILS TO UNREAD-REPORT-LINE.
           WRITE UNREAD-REPORT-LINE.
           ADD 1 TO UNREAD-ACCOUNTS-CNT.
