       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework1Integrity.
       AUTHOR.             Mitchell A, Mike L, Adam M.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE        ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUM
               FILE STATUS IS CUST-FILE-STATUS.
      *CUSTOMER-FILE is the live customer master - scanned once
      *against the archive, then read by key behind the ledger and
      *history checks
           SELECT RECEIVABLE-FILE      ASSIGN TO 'ARMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACC-NUM
               FILE STATUS IS AR-FILE-STATUS.
      *RECEIVABLE-FILE is Homework1Recv's balance ledger - every
      *ledger record must belong to a live or archived customer, and
      *every account that has ever been billed must have one
           SELECT ARCHIVE-FILE         ASSIGN TO 'CUSTARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ACC-NUM
               FILE STATUS IS ARCH-FILE-STATUS.
      *ARCHIVE-FILE holds the accounts the billing run final-billed
      *and took off the live master - an account on both files was
      *archived but never removed
           SELECT USAGE-SUMMARY-FILE   ASSIGN TO 'USAGESUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-ACC-NUM
               FILE STATUS IS USAGE-FILE-STATUS.
      *USAGE-SUMMARY-FILE's rolling units and cycle count must equal
      *what the 'R' cycles on the billing history add up to
           SELECT BILLING-HISTORY-FILE ASSIGN TO 'N:\billhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
      *BILLING-HISTORY-FILE is appended in cycle order, not account
      *order - it is sorted by account so each account's cycles come
      *back together to be matched against USAGESUM
           SELECT HISTORY-SORT-FILE    ASSIGN TO 'SORTWK5'.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO 'N:\integrty.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *INTEGRITY-REPORT-FILE lists every discrepancy found between the
      *billing files, then a count per kind of discrepancy and
      *whether any of them is serious enough to stop billing
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      *BUSINESS-DATE-FILE is the as-of date DailyBatchDriver
      *establishes - it dates the report title

       DATA DIVISION.
       FILE SECTION.
           FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAS.

           FD RECEIVABLE-FILE
           DATA RECORD IS RECEIVABLE-RECORD.
           COPY ARMAST.

           FD ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARCH-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  ARCH-ACC-NUM        PIC 9(6).
               10  FILLER              PIC x(35).
           05  ARCH-CLOSE-DATE        PIC 9(6).
      *Same layout Homework1 writes - only the key is needed here

           FD USAGE-SUMMARY-FILE
           DATA RECORD IS USAGE-SUMMARY-RECORD.
           COPY USAGESUM.

           FD BILLING-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
           COPY BILLHIST.

           SD HISTORY-SORT-FILE
           DATA RECORD IS HISTORY-SORT-RECORD.
       01  HISTORY-SORT-RECORD.
           05  HS-ACC-NUM              PIC 9(6).
           05  HS-REAL-CYCLES          PIC S9.
           05  HS-REAL-UNITS           PIC S9(5).
      *One per history record, in account order. A real-reading
      *cycle counts +1 and its units; the reversing record of a
      *rebilled real cycle counts -1 and takes its units back off -
      *the same netting Homework1 used to build USAGESUM. Estimated
      *and trued-up cycles count zero but still show the account
      *has been billed

           FD INTEGRITY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INTEGRITY-REPORT-LINE.
       01  INTEGRITY-REPORT-LINE       PIC x(80).

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  CUST-FILE-STATUS            PIC xx        VALUE SPACES.
       01  AR-FILE-STATUS              PIC xx        VALUE SPACES.
       01  ARCH-FILE-STATUS            PIC xx        VALUE SPACES.
       01  USAGE-FILE-STATUS           PIC xx        VALUE SPACES.
       01  HIST-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' on any of these means that file doesn't exist yet - it
      *is checked as empty, which is how a new system starts out

       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  MASTERS-ON-FILE.
           05  CUST-MISSING-SW         PIC x         VALUE 'N'.
               88  CUST-MISSING                      VALUE 'Y'.
               88  CUST-ON-FILE                      VALUE 'N'.
           05  AR-MISSING-SW           PIC x         VALUE 'N'.
               88  AR-MISSING                        VALUE 'Y'.
               88  AR-ON-FILE                        VALUE 'N'.
           05  ARCHIVE-MISSING-SW      PIC x         VALUE 'N'.
               88  ARCHIVE-MISSING                   VALUE 'Y'.
               88  ARCHIVE-ON-FILE                   VALUE 'N'.
           05  USAGE-MISSING-SW        PIC x         VALUE 'N'.
               88  USAGE-MISSING                     VALUE 'Y'.
               88  USAGE-ON-FILE                     VALUE 'N'.

       01  CUST-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
       01  AR-DATA-REMAINS-SWITCH      PIC xx        VALUE SPACES.
       01  HIST-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
       01  SORT-DATA-REMAINS           PIC xxx       VALUE 'YES'.

       01  INTEGRITY-RUN-DATE.
           05  IRD-YY                  PIC 99.
           05  IRD-MM                  PIC 99.
           05  IRD-DD                  PIC 99.

       01  CUSTOMER-LOOKUP-SW          PIC x         VALUE 'N'.
           88  CUSTOMER-LIVE                         VALUE 'L'.
           88  CUSTOMER-ARCHIVED                     VALUE 'A'.
           88  CUSTOMER-UNKNOWN                      VALUE 'N'.
      *Where LOOK-UP-CUSTOMER found the account - the live master,
      *the archive, or neither

       01  LOOKUP-ACC-NUM              PIC 9(6)      VALUE ZEROS.
       01  LEDGER-BALANCE-WORK         PIC S9(7)V99  VALUE ZEROS.

       01  HIST-MERGE-KEY              PIC 9(7)      VALUE ZEROS.
       01  USAGE-MERGE-KEY             PIC 9(7)      VALUE ZEROS.
      *The history tallies and USAGESUM come back in account order
      *and are matched like two sorted files; 9999999 (above any
      *account number) marks a side that has run out

       01  HISTORY-TALLY.
           05  HT-REAL-CYCLES          PIC S9(5)     VALUE ZEROS.
           05  HT-REAL-UNITS           PIC S9(9)     VALUE ZEROS.
      *What one account's history says its USAGESUM should hold

       01  RECORDS-READ-TOTALS.
           05  CUST-READ-CNT           PIC 9(6)      VALUE ZEROS.
           05  AR-READ-CNT             PIC 9(6)      VALUE ZEROS.
           05  USAGE-READ-CNT          PIC 9(6)      VALUE ZEROS.
           05  HIST-READ-CNT           PIC 9(6)      VALUE ZEROS.
      *Records checked from each file

       01  HARD-ERROR-CNT              PIC 9(6)      VALUE ZEROS.
       01  WARNING-CNT                 PIC 9(6)      VALUE ZEROS.
      *A hard error means billing would run on a broken master - the
      *batch step returns a nonzero BRS-STEP-RC so the driver stops.
      *A warning is listed for the billing office but doesn't stop
      *the run

       01  DISC-TYPE-SUB               PIC 99        VALUE ZEROS.
      *Which kind of discrepancy is being reported

       01  DISC-TYPE-TABLE.
           05  FILLER  PIC x(42) VALUE
               'ARCHIVED ACCOUNT STILL ON LIVE MASTER HARD'.
           05  FILLER  PIC x(42) VALUE
               'LEDGER BALANCE WITH NO CUSTOMER       HARD'.
           05  FILLER  PIC x(42) VALUE
               'BILLED ACCOUNT HAS NO LEDGER RECORD   HARD'.
           05  FILLER  PIC x(42) VALUE
               'USAGESUM CYCLES DISAGREE WITH BILLHISTHARD'.
           05  FILLER  PIC x(42) VALUE
               'USAGESUM UNITS DISAGREE WITH BILLHIST HARD'.
           05  FILLER  PIC x(42) VALUE
               'ZERO LEDGER RECORD WITH NO CUSTOMER   WARN'.
           05  FILLER  PIC x(42) VALUE
               'USAGESUM RECORD WITH NO CUSTOMER      WARN'.
           05  FILLER  PIC x(42) VALUE
               'BILLHIST CYCLES WITH NO CUSTOMER      WARN'.
           05  FILLER  PIC x(42) VALUE
               'ARCHIVED ACCOUNT STILL HAS USAGESUM   WARN'.
       01  DISC-TYPE-ENTRIES REDEFINES DISC-TYPE-TABLE.
           05  DISC-TYPE-ENTRY OCCURS 9 TIMES.
               10  DT-DESCRIPTION      PIC x(38).
               10  DT-SEVERITY         PIC x(4).
                   88  DT-HARD-ERROR                 VALUE 'HARD'.
      *Every kind of discrepancy the run looks for and how serious it
      *is; the numbers below index this table

       01  DISC-TYPE-COUNTS.
           05  DT-COUNT OCCURS 9 TIMES PIC 9(6).
      *How many of each kind were found - zeroed at the start of the
      *run

       01  DISC-ARCHIVED-ON-LIVE       PIC 99        VALUE 1.
       01  DISC-LEDGER-NO-CUSTOMER     PIC 99        VALUE 2.
       01  DISC-BILLED-NO-LEDGER       PIC 99        VALUE 3.
       01  DISC-CYCLES-DISAGREE        PIC 99        VALUE 4.
       01  DISC-UNITS-DISAGREE         PIC 99        VALUE 5.
       01  DISC-ZERO-LEDGER-ORPHAN     PIC 99        VALUE 6.
       01  DISC-USAGE-NO-CUSTOMER      PIC 99        VALUE 7.
       01  DISC-HISTORY-NO-CUSTOMER    PIC 99        VALUE 8.
       01  DISC-ARCHIVED-HAS-USAGE     PIC 99        VALUE 9.

       01  DISC-ACC-NUM                PIC 9(6)      VALUE ZEROS.
       01  DISC-VALUES-SW              PIC x         VALUE 'N'.
           88  DISC-HAS-VALUES                       VALUE 'Y'.
       01  DISC-ON-FILE-VALUE          PIC S9(9)     VALUE ZEROS.
       01  DISC-EXPECTED-VALUE         PIC S9(9)     VALUE ZEROS.
      *The account and, where there are figures to compare, what the
      *file holds against what it should hold

       01  INTEGRITY-REPORT-TITLE.
           05  FILLER  PIC x(42)  VALUE
               'BILLING FILE INTEGRITY RECONCILIATION - BU'.
           05  FILLER  PIC x(14)  VALUE 'SINESS DATE '.
           05  TITLE-DATE-OUT          PIC 9(6).
           05  FILLER  PIC x(18)  VALUE SPACES.

       01  INTEGRITY-REPORT-HEADING.
           05  FILLER  PIC x(7)   VALUE 'ACCOUNT'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(4)   VALUE 'SEV.'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(38)  VALUE 'DISCREPANCY'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(22)  VALUE '   ON FILE   EXPECTED'.

       01  INTEGRITY-REPORT-DETAILS.
           05  FILLER                  PIC x      VALUE SPACE.
           05  IRD-ACC-NUM-OUT         PIC 9(6).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  IRD-SEVERITY-OUT        PIC x(4).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  IRD-DESCRIPTION-OUT     PIC x(38).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  IRD-VALUES-OUT          PIC x(22).
       01  INTEGRITY-VALUE-PAIR.
           05  IVP-ON-FILE-OUT         PIC -ZZZZZZZZ9.
           05  FILLER                  PIC x      VALUE SPACE.
           05  IVP-EXPECTED-OUT        PIC -ZZZZZZZZ9.
           05  FILLER                  PIC x      VALUE SPACE.
      *The two figures printed for a usage disagreement or an orphan
      *ledger balance; other discrepancies leave the column blank

       01  INTEGRITY-NONE-LINE         PIC x(80)  VALUE
           '   NO DISCREPANCIES FOUND'.

       01  INTEGRITY-SUMMARY-HEADING   PIC x(80)  VALUE
           'DISCREPANCIES BY KIND'.

       01  INTEGRITY-SUMMARY-DETAILS.
           05  FILLER                  PIC x(3)   VALUE SPACES.
           05  ISD-DESCRIPTION-OUT     PIC x(38).
           05  FILLER                  PIC x(2)   VALUE SPACES.
           05  ISD-SEVERITY-OUT        PIC x(4).
           05  FILLER                  PIC x(2)   VALUE SPACES.
           05  ISD-COUNT-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(24)  VALUE SPACES.

       01  INTEGRITY-READ-LINE.
           05  FILLER                  PIC x(9)   VALUE
               'CHECKED: '.
           05  FILLER                  PIC x(9)   VALUE 'CUSTMAST '.
           05  IRL-CUST-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(8)   VALUE '  ARMAST'.
           05  IRL-AR-OUT              PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(10)  VALUE '  USAGESUM'.
           05  IRL-USAGE-OUT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(10)  VALUE '  BILLHIST'.
           05  IRL-HIST-OUT            PIC ZZZ,ZZ9.

       01  INTEGRITY-TOTAL-LINE.
           05  FILLER                  PIC x(13)  VALUE
               'HARD ERRORS: '.
           05  ITL-HARD-OUT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(13)  VALUE
               '   WARNINGS: '.
           05  ITL-WARNING-OUT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(40)  VALUE SPACES.

       01  INTEGRITY-RESULT-LINE       PIC x(80)  VALUE SPACES.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can stop the
      *night's billing when hard errors are found

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone; the batch driver instead CALLs the
      *'Homework1IntegrityBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM RECONCILE-BILLING-FILES.
           IF HARD-ERROR-CNT IS GREATER THAN ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ENTRY 'Homework1IntegrityBatch' USING BATCH-RUN-STATUS.
           PERFORM RECONCILE-BILLING-FILES.
           IF HARD-ERROR-CNT IS GREATER THAN ZERO
      *Billing must not run on a master that doesn't hang together -
      *the driver stops here and the dependent steps don't start
               MOVE 08 TO BRS-STEP-RC
           ELSE
               MOVE ZERO TO BRS-STEP-RC
           END-IF.
           COMPUTE BRS-RECORDS-PROCESSED = CUST-READ-CNT + AR-READ-CNT
               + USAGE-READ-CNT + HIST-READ-CNT.
           COMPUTE BRS-BAD-RECORD-COUNT = HARD-ERROR-CNT + WARNING-CNT.
           IF BRS-BAD-RECORD-COUNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       RECONCILE-BILLING-FILES.
           ACCEPT INTEGRITY-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           MOVE ZEROS TO DISC-TYPE-COUNTS.
           PERFORM OPEN-BILLING-MASTERS.
           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           MOVE INTEGRITY-RUN-DATE TO TITLE-DATE-OUT.
           MOVE INTEGRITY-REPORT-TITLE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE INTEGRITY-REPORT-HEADING TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           PERFORM CHECK-LIVE-MASTER.
           PERFORM CHECK-LEDGER.
           PERFORM CHECK-USAGE-AGAINST-HISTORY.
           IF HARD-ERROR-CNT = ZERO AND WARNING-CNT = ZERO
               MOVE INTEGRITY-NONE-LINE TO INTEGRITY-REPORT-LINE
               WRITE INTEGRITY-REPORT-LINE
           END-IF.
           PERFORM WRITE-INTEGRITY-SUMMARY.
           PERFORM CLOSE-BILLING-MASTERS.
           CLOSE INTEGRITY-REPORT-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-FILE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO INTEGRITY-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-BILLING-MASTERS.
      *Every master is only read here. One that isn't there yet is
      *treated as empty - its records simply can't be found
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS EQUAL TO '35'
               SET CUST-MISSING TO TRUE
           END-IF.
           OPEN INPUT RECEIVABLE-FILE.
           IF AR-FILE-STATUS EQUAL TO '35'
               SET AR-MISSING TO TRUE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FILE-STATUS EQUAL TO '35'
               SET ARCHIVE-MISSING TO TRUE
           END-IF.
           OPEN INPUT USAGE-SUMMARY-FILE.
           IF USAGE-FILE-STATUS EQUAL TO '35'
               SET USAGE-MISSING TO TRUE
           END-IF.

       CLOSE-BILLING-MASTERS.
           IF CUST-ON-FILE
               CLOSE CUSTOMER-FILE
           END-IF.
           IF AR-ON-FILE
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF ARCHIVE-ON-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF USAGE-ON-FILE
               CLOSE USAGE-SUMMARY-FILE
           END-IF.

       CHECK-LIVE-MASTER.
      *The billing run archives a final-billed account and then
      *deletes it from the live master; one found on both was
      *archived but never removed, and would be billed again
           IF CUST-MISSING
               MOVE 'NO' TO CUST-DATA-REMAINS-SWITCH
           ELSE
               MOVE SPACES TO CUST-DATA-REMAINS-SWITCH
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'NO' TO CUST-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM CHECK-ONE-CUSTOMER
               UNTIL CUST-DATA-REMAINS-SWITCH = 'NO'.

       CHECK-ONE-CUSTOMER.
           ADD 1 TO CUST-READ-CNT.
           IF ARCHIVE-ON-FILE
               MOVE ACC-NUM TO ARCH-ACC-NUM
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ACC-NUM TO DISC-ACC-NUM
                       MOVE DISC-ARCHIVED-ON-LIVE TO DISC-TYPE-SUB
                       MOVE 'N' TO DISC-VALUES-SW
                       PERFORM REPORT-DISCREPANCY
               END-READ
           END-IF.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'NO' TO CUST-DATA-REMAINS-SWITCH
           END-READ.

       CHECK-LEDGER.
      *A ledger record must belong to a customer on the live master
      *or the archive. One carrying a balance nobody can be billed
      *for is a hard error; an orphan with nothing owing is noted
           IF AR-MISSING
               MOVE 'NO' TO AR-DATA-REMAINS-SWITCH
           ELSE
               MOVE SPACES TO AR-DATA-REMAINS-SWITCH
               READ RECEIVABLE-FILE NEXT RECORD
                   AT END MOVE 'NO' TO AR-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM CHECK-ONE-LEDGER-RECORD
               UNTIL AR-DATA-REMAINS-SWITCH = 'NO'.

       CHECK-ONE-LEDGER-RECORD.
           ADD 1 TO AR-READ-CNT.
           MOVE AR-ACC-NUM TO LOOKUP-ACC-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUSTOMER-UNKNOWN
               COMPUTE LEDGER-BALANCE-WORK = AR-AGE-CURRENT
                   + AR-AGE-30 + AR-AGE-60 + AR-AGE-90
               MOVE AR-ACC-NUM TO DISC-ACC-NUM
               IF LEDGER-BALANCE-WORK NOT EQUAL TO ZERO
                   MOVE DISC-LEDGER-NO-CUSTOMER TO DISC-TYPE-SUB
                   MOVE 'Y' TO DISC-VALUES-SW
                   MOVE LEDGER-BALANCE-WORK TO DISC-ON-FILE-VALUE
                   MOVE ZEROS TO DISC-EXPECTED-VALUE
               ELSE
                   MOVE DISC-ZERO-LEDGER-ORPHAN TO DISC-TYPE-SUB
                   MOVE 'N' TO DISC-VALUES-SW
               END-IF
               PERFORM REPORT-DISCREPANCY
           END-IF.
           READ RECEIVABLE-FILE NEXT RECORD
               AT END MOVE 'NO' TO AR-DATA-REMAINS-SWITCH
           END-READ.

       LOOK-UP-CUSTOMER.
      *Live master first, then the archive
           MOVE 'N' TO CUSTOMER-LOOKUP-SW.
           IF CUST-ON-FILE
               MOVE LOOKUP-ACC-NUM TO ACC-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-LIVE TO TRUE
               END-READ
           END-IF.
           IF CUSTOMER-UNKNOWN AND ARCHIVE-ON-FILE
               MOVE LOOKUP-ACC-NUM TO ARCH-ACC-NUM
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-ARCHIVED TO TRUE
               END-READ
           END-IF.

       CHECK-USAGE-AGAINST-HISTORY.
      *The history is sorted into account order and each account's
      *cycles netted into a tally, which is matched against USAGESUM
      *read in key order alongside it
           SORT HISTORY-SORT-FILE
               ON ASCENDING KEY HS-ACC-NUM
               INPUT PROCEDURE IS RELEASE-BILLING-HISTORY
               OUTPUT PROCEDURE IS MATCH-HISTORY-TO-SUMMARY.

       RELEASE-BILLING-HISTORY.
      *No history (status '35') sorts nothing - every USAGESUM record
      *then has to show zero cycles
           OPEN INPUT BILLING-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT EQUAL TO '35'
               PERFORM RELEASE-HISTORY-RECORDS
               CLOSE BILLING-HISTORY-FILE
           END-IF.

       RELEASE-HISTORY-RECORDS.
           MOVE SPACES TO HIST-DATA-REMAINS-SWITCH.
           READ BILLING-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM RELEASE-ONE-HISTORY-RECORD
               UNTIL HIST-DATA-REMAINS-SWITCH = 'NO'.

       RELEASE-ONE-HISTORY-RECORD.
           ADD 1 TO HIST-READ-CNT.
           MOVE BH-ACC-NUM TO HS-ACC-NUM.
           MOVE ZEROS TO HS-REAL-CYCLES.
           MOVE ZEROS TO HS-REAL-UNITS.
           IF BH-BILL-TYPE EQUAL TO 'R'
               IF BH-ADJ-REVERSAL
                   MOVE -1 TO HS-REAL-CYCLES
                   COMPUTE HS-REAL-UNITS = ZERO - BH-UNITS-USED
               ELSE
                   MOVE 1 TO HS-REAL-CYCLES
                   MOVE BH-UNITS-USED TO HS-REAL-UNITS
               END-IF
           END-IF.
           RELEASE HISTORY-SORT-RECORD.
           READ BILLING-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-HISTORY-TO-SUMMARY.
           MOVE 'YES' TO SORT-DATA-REMAINS.
           RETURN HISTORY-SORT-FILE
               AT END MOVE 'NO' TO SORT-DATA-REMAINS
           END-RETURN.
           PERFORM NEXT-HISTORY-TALLY.
           PERFORM NEXT-USAGE-SUMMARY.
           PERFORM MATCH-ONE-ACCOUNT
               UNTIL HIST-MERGE-KEY = 9999999
                 AND USAGE-MERGE-KEY = 9999999.

       NEXT-HISTORY-TALLY.
      *Nets every history record for the next account into one tally
           IF SORT-DATA-REMAINS = 'NO'
               MOVE 9999999 TO HIST-MERGE-KEY
           ELSE
               MOVE HS-ACC-NUM TO HIST-MERGE-KEY
               MOVE ZEROS TO HT-REAL-CYCLES
               MOVE ZEROS TO HT-REAL-UNITS
               PERFORM ADD-SORTED-HISTORY
                   UNTIL SORT-DATA-REMAINS = 'NO'
                      OR HS-ACC-NUM NOT EQUAL TO HIST-MERGE-KEY
           END-IF.

       ADD-SORTED-HISTORY.
           ADD HS-REAL-CYCLES TO HT-REAL-CYCLES.
           ADD HS-REAL-UNITS TO HT-REAL-UNITS.
           RETURN HISTORY-SORT-FILE
               AT END MOVE 'NO' TO SORT-DATA-REMAINS
           END-RETURN.

       NEXT-USAGE-SUMMARY.
           IF USAGE-MISSING
               MOVE 9999999 TO USAGE-MERGE-KEY
           ELSE
               READ USAGE-SUMMARY-FILE NEXT RECORD
                   AT END
                       MOVE 9999999 TO USAGE-MERGE-KEY
                   NOT AT END
                       ADD 1 TO USAGE-READ-CNT
                       MOVE US-ACC-NUM TO USAGE-MERGE-KEY
               END-READ
           END-IF.

       MATCH-ONE-ACCOUNT.
      *History with no USAGESUM record must add up to nothing, and a
      *USAGESUM record with no history must hold nothing. An archived
      *account has no USAGESUM record by design - Homework1 drops it
      *when the account closes - so its history is not compared, and
      *a summary record still on file for it is reported instead
           EVALUATE TRUE
               WHEN HIST-MERGE-KEY IS LESS THAN USAGE-MERGE-KEY
                   PERFORM CHECK-BILLED-ACCOUNT
                   IF NOT CUSTOMER-ARCHIVED
                       MOVE HT-REAL-CYCLES TO DISC-EXPECTED-VALUE
                       MOVE ZEROS TO DISC-ON-FILE-VALUE
                       PERFORM COMPARE-SUMMARY-CYCLES
                       MOVE HT-REAL-UNITS TO DISC-EXPECTED-VALUE
                       MOVE ZEROS TO DISC-ON-FILE-VALUE
                       PERFORM COMPARE-SUMMARY-UNITS
                   END-IF
                   PERFORM NEXT-HISTORY-TALLY
               WHEN USAGE-MERGE-KEY IS LESS THAN HIST-MERGE-KEY
                   PERFORM CHECK-UNBILLED-SUMMARY
                   IF CUSTOMER-ARCHIVED
                       PERFORM REPORT-ARCHIVED-SUMMARY
                   ELSE
                       MOVE ZEROS TO DISC-EXPECTED-VALUE
                       MOVE US-CYCLE-COUNT TO DISC-ON-FILE-VALUE
                       PERFORM COMPARE-SUMMARY-CYCLES
                       MOVE ZEROS TO DISC-EXPECTED-VALUE
                       MOVE US-TOTAL-UNITS TO DISC-ON-FILE-VALUE
                       PERFORM COMPARE-SUMMARY-UNITS
                   END-IF
                   PERFORM NEXT-USAGE-SUMMARY
               WHEN OTHER
                   PERFORM CHECK-BILLED-ACCOUNT
                   IF CUSTOMER-ARCHIVED
                       PERFORM REPORT-ARCHIVED-SUMMARY
                   ELSE
                       MOVE HT-REAL-CYCLES TO DISC-EXPECTED-VALUE
                       MOVE US-CYCLE-COUNT TO DISC-ON-FILE-VALUE
                       PERFORM COMPARE-SUMMARY-CYCLES
                       MOVE HT-REAL-UNITS TO DISC-EXPECTED-VALUE
                       MOVE US-TOTAL-UNITS TO DISC-ON-FILE-VALUE
                       PERFORM COMPARE-SUMMARY-UNITS
                   END-IF
                   PERFORM NEXT-HISTORY-TALLY
                   PERFORM NEXT-USAGE-SUMMARY
           END-EVALUATE.

       REPORT-ARCHIVED-SUMMARY.
      *Left behind when the account closed; billing no longer reads
      *it, so it is listed for clean-up but doesn't stop the run
           MOVE DISC-ARCHIVED-HAS-USAGE TO DISC-TYPE-SUB.
           MOVE 'N' TO DISC-VALUES-SW.
           PERFORM REPORT-DISCREPANCY.

       CHECK-BILLED-ACCOUNT.
      *An account with billing history has had charges posted, so a
      *live one must have a ledger record. An account never billed
      *yet has no ledger record until its first charge posts - that
      *is normal and not reported
           MOVE HIST-MERGE-KEY TO LOOKUP-ACC-NUM.
           MOVE HIST-MERGE-KEY TO DISC-ACC-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           MOVE 'N' TO DISC-VALUES-SW.
           EVALUATE TRUE
               WHEN CUSTOMER-UNKNOWN
                   MOVE DISC-HISTORY-NO-CUSTOMER TO DISC-TYPE-SUB
                   PERFORM REPORT-DISCREPANCY
               WHEN CUSTOMER-LIVE
                   PERFORM CHECK-BILLED-LEDGER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-BILLED-LEDGER.
           IF AR-MISSING
               MOVE DISC-BILLED-NO-LEDGER TO DISC-TYPE-SUB
               PERFORM REPORT-DISCREPANCY
           ELSE
               MOVE LOOKUP-ACC-NUM TO AR-ACC-NUM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       MOVE DISC-BILLED-NO-LEDGER TO DISC-TYPE-SUB
                       PERFORM REPORT-DISCREPANCY
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF.

       CHECK-UNBILLED-SUMMARY.
           MOVE USAGE-MERGE-KEY TO LOOKUP-ACC-NUM.
           MOVE USAGE-MERGE-KEY TO DISC-ACC-NUM.
           PERFORM LOOK-UP-CUSTOMER.
           IF CUSTOMER-UNKNOWN
               MOVE DISC-USAGE-NO-CUSTOMER TO DISC-TYPE-SUB
               MOVE 'N' TO DISC-VALUES-SW
               PERFORM REPORT-DISCREPANCY
           END-IF.

       COMPARE-SUMMARY-CYCLES.
           IF DISC-ON-FILE-VALUE NOT EQUAL TO DISC-EXPECTED-VALUE
               MOVE DISC-CYCLES-DISAGREE TO DISC-TYPE-SUB
               MOVE 'Y' TO DISC-VALUES-SW
               PERFORM REPORT-DISCREPANCY
           END-IF.

       COMPARE-SUMMARY-UNITS.
           IF DISC-ON-FILE-VALUE NOT EQUAL TO DISC-EXPECTED-VALUE
               MOVE DISC-UNITS-DISAGREE TO DISC-TYPE-SUB
               MOVE 'Y' TO DISC-VALUES-SW
               PERFORM REPORT-DISCREPANCY
           END-IF.

       REPORT-DISCREPANCY.
      *One line per discrepancy found, counted by kind and severity
           ADD 1 TO DT-COUNT(DISC-TYPE-SUB).
           IF DT-HARD-ERROR(DISC-TYPE-SUB)
               ADD 1 TO HARD-ERROR-CNT
           ELSE
               ADD 1 TO WARNING-CNT
           END-IF.
           MOVE DISC-ACC-NUM TO IRD-ACC-NUM-OUT.
           MOVE DT-SEVERITY(DISC-TYPE-SUB) TO IRD-SEVERITY-OUT.
           MOVE DT-DESCRIPTION(DISC-TYPE-SUB) TO IRD-DESCRIPTION-OUT.
           IF DISC-HAS-VALUES
               MOVE DISC-ON-FILE-VALUE TO IVP-ON-FILE-OUT
               MOVE DISC-EXPECTED-VALUE TO IVP-EXPECTED-OUT
               MOVE INTEGRITY-VALUE-PAIR TO IRD-VALUES-OUT
           ELSE
               MOVE SPACES TO IRD-VALUES-OUT
           END-IF.
           MOVE INTEGRITY-REPORT-DETAILS TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-INTEGRITY-SUMMARY.
           MOVE SPACES TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE INTEGRITY-SUMMARY-HEADING TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           PERFORM WRITE-ONE-SUMMARY-LINE
               VARYING DISC-TYPE-SUB FROM 1 BY 1
               UNTIL DISC-TYPE-SUB IS GREATER THAN 9.
           MOVE CUST-READ-CNT TO IRL-CUST-OUT.
           MOVE AR-READ-CNT TO IRL-AR-OUT.
           MOVE USAGE-READ-CNT TO IRL-USAGE-OUT.
           MOVE HIST-READ-CNT TO IRL-HIST-OUT.
           MOVE INTEGRITY-READ-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           MOVE HARD-ERROR-CNT TO ITL-HARD-OUT.
           MOVE WARNING-CNT TO ITL-WARNING-OUT.
           MOVE INTEGRITY-TOTAL-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
           IF HARD-ERROR-CNT IS GREATER THAN ZERO
               MOVE 'RESULT: HARD ERRORS - BILLING MUST NOT RUN'
                   TO INTEGRITY-RESULT-LINE
           ELSE
               MOVE 'RESULT: FILES RECONCILE - BILLING MAY RUN'
                   TO INTEGRITY-RESULT-LINE
           END-IF.
           MOVE INTEGRITY-RESULT-LINE TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.

       WRITE-ONE-SUMMARY-LINE.
           MOVE DT-DESCRIPTION(DISC-TYPE-SUB) TO ISD-DESCRIPTION-OUT.
           MOVE DT-SEVERITY(DISC-TYPE-SUB) TO ISD-SEVERITY-OUT.
           MOVE DT-COUNT(DISC-TYPE-SUB) TO ISD-COUNT-OUT.
           MOVE INTEGRITY-SUMMARY-DETAILS TO INTEGRITY-REPORT-LINE.
           WRITE INTEGRITY-REPORT-LINE.
