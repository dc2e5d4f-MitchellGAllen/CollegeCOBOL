       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework1Rebill.
       AUTHOR.             Mitchell A, Mike L, Adam M.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REBILL-TRANS-FILE    ASSIGN TO 'N:\rebill.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REB-FILE-STATUS.
      *REBILL-TRANS-FILE carries one cancel/rebill request per line -
      *the account, the bill date of the bill being corrected, and
      *the corrected readings and/or rate class. Keyed by billing
      *when a disputed bill turns out to have been cut wrong
           SELECT CUSTOMER-FILE        ASSIGN TO 'CUSTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACC-NUM
               FILE STATUS IS CUST-FILE-STATUS.
      *CUSTOMER-FILE supplies the name and address for the corrected
      *bill and takes the corrected class (and readings, while they
      *are still the ones on the master)
           SELECT ARCHIVE-FILE         ASSIGN TO 'CUSTARCH'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARCH-ACC-NUM
               FILE STATUS IS ARCH-FILE-STATUS.
      *ARCHIVE-FILE lets a closed account's final bill be corrected
      *after the account has left the live master
           SELECT RATE-SCHEDULE-FILE   ASSIGN TO 'RATESCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-SCHEDULE-KEY
               FILE STATUS IS RATE-FILE-STATUS.
           SELECT TAX-SCHEDULE-FILE    ASSIGN TO 'TAXSCHD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TX-RATE-CLASS
               FILE STATUS IS TAX-FILE-STATUS.
      *The same schedules the billing run prices on, read for the
      *season of the bill being corrected; a class/season with no
      *schedule falls back the way Homework1 falls back. A schedule
      *replaced since the bill date no longer prices the bill as it
      *was cut, so such a request is turned away
           SELECT RECEIVABLE-FILE      ASSIGN TO 'ARMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACC-NUM
               FILE STATUS IS AR-FILE-STATUS.
      *RECEIVABLE-FILE takes the difference between the corrected
      *bill and the bill it replaces in the CURRENT bucket
           SELECT USAGE-SUMMARY-FILE   ASSIGN TO 'USAGESUM'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS US-ACC-NUM
               FILE STATUS IS USAGE-FILE-STATUS.
      *A corrected real-reading cycle swaps its units in the rolling
      *totals, so the averages stop carrying the bad reading
           SELECT BILLING-HISTORY-FILE ASSIGN TO 'N:\billhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
      *BILLING-HISTORY-FILE is read once to find the bill in effect
      *for each request, then extended with the reversing and
      *replacement records
           SELECT AUDIT-JOURNAL-FILE   ASSIGN TO 'N:\auditjrn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
      *A class or reading corrected on the master is journaled ('C')
      *so Homework1Rebuild replays it like any maintenance change
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT CORRECTED-BILL-FILE  ASSIGN TO 'N:\rebillx.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-FILE-STATUS.
      *CORRECTED-BILL-FILE is one BILLEXTR-layout record per bill
      *rebilled, for Homework1Bills to print as corrected statements.
      *It is extended, not replaced, so a second run before the
      *print adds to the bills still waiting; the print empties it
           SELECT ADJ-REGISTER-FILE    ASSIGN TO 'N:\adjreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *ADJ-REGISTER-FILE lists every request with the old and new
      *bill and the adjustment posted, or why it was turned away
           SELECT GL-ACTIVITY-FILE     ASSIGN TO 'N:\glrebill.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLACT-FILE-STATUS.
      *GL-ACTIVITY-FILE reverses each cancelled bill's revenue, levies
      *and receivable and books the replacement's, for DailyGLJournal.
      *Extended by every run - the journal takes only the business
      *date's records, so a second run the same day loses nothing

       DATA DIVISION.
       FILE SECTION.
           FD REBILL-TRANS-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS REBILL-TRANS-RECORD.
       01  REBILL-TRANS-RECORD.
           05  REB-ACC-NUM             PIC 9(6).
           05  REB-BILL-DATE           PIC 9(6).
           05  REB-NEW-P-M-R           PIC x(5).
           05  REB-NEW-C-M-R           PIC x(5).
           05  REB-NEW-RATE-CLASS      PIC x.
      *REB-BILL-DATE is the BH-BILL-DATE of the bill being corrected.
      *A corrected reading or class left blank keeps what the bill
      *was cut with; at least one of the three must be given

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

           FD RATE-SCHEDULE-FILE
           DATA RECORD IS RATE-SCHEDULE-RECORD.
           COPY RATESCHD.

           FD TAX-SCHEDULE-FILE
           DATA RECORD IS TAX-SCHEDULE-RECORD.
           COPY TAXSCHD.

           FD RECEIVABLE-FILE
           DATA RECORD IS RECEIVABLE-RECORD.
           COPY ARMAST.

           FD USAGE-SUMMARY-FILE
           DATA RECORD IS USAGE-SUMMARY-RECORD.
           COPY USAGESUM.

           FD BILLING-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
           COPY BILLHIST.

           FD AUDIT-JOURNAL-FILE
           RECORD CONTAINS 217 CHARACTERS
           DATA RECORD IS AUDIT-JOURNAL-RECORD.
           COPY AUDITJRN.

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD CORRECTED-BILL-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS BILL-EXTRACT-RECORD.
           COPY BILLEXTR.

           FD ADJ-REGISTER-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS ADJ-REGISTER-LINE.
       01  ADJ-REGISTER-LINE           PIC x(110).

           FD GL-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GL-ACTIVITY-RECORD.
           COPY GLACTV.

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
       01  HIST-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
      *Read-loop switches for the request list and the history pass

       01  REB-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no rebill requests were keyed for this run
       01  CUST-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no CUSTMAST - only archived accounts can be found
       01  ARCH-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no archive exists yet - no account has closed
       01  RATE-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no RATESCHD - every bill reprices on the default
      *table, as the billing run would have billed it
       01  TAX-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no TAXSCHD - both levies reprice as zero
       01  AR-FILE-STATUS              PIC xx        VALUE SPACES.
      *'35' means no ledger - there is nothing to adjust, so every
      *request is turned away
       01  USAGE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no USAGESUM yet - the billing run's one-time build
      *from history will pick up the adjustment records itself
       01  HIST-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no billing history - no bill can be found
       01  JRN-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' on the extend open means no journal exists yet
       01  CORR-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' on the extend open means no corrected bills are waiting
       01  GLACT-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' on the extend open means no rebill has been booked yet
       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  CUSTOMER-MISSING-SW         PIC x         VALUE 'N'.
           88  CUSTOMER-MISSING                      VALUE 'Y'.
           88  CUSTOMER-ON-FILE                      VALUE 'N'.
       01  ARCHIVE-MISSING-SW          PIC x         VALUE 'N'.
           88  ARCHIVE-MISSING                       VALUE 'Y'.
           88  ARCHIVE-ON-FILE                       VALUE 'N'.
       01  RATE-SCHEDULE-MISSING-SW    PIC x         VALUE 'N'.
           88  RATE-SCHEDULE-MISSING                 VALUE 'Y'.
           88  RATE-SCHEDULE-ON-FILE                 VALUE 'N'.
       01  TAX-SCHEDULE-MISSING-SW     PIC x         VALUE 'N'.
           88  TAX-SCHEDULE-MISSING                  VALUE 'Y'.
           88  TAX-SCHEDULE-ON-FILE                  VALUE 'N'.
       01  LEDGER-MISSING-SW           PIC x         VALUE 'N'.
           88  LEDGER-MISSING                        VALUE 'Y'.
           88  LEDGER-ON-FILE                        VALUE 'N'.
       01  USAGE-SUMMARY-MISSING-SW    PIC x         VALUE 'N'.
           88  USAGE-SUMMARY-MISSING                 VALUE 'Y'.
           88  USAGE-SUMMARY-ON-FILE                 VALUE 'N'.

       01  REBILL-RUN-DATE.
           05  RRD-YY                  PIC 99.
           05  RRD-MM                  PIC 99.
           05  RRD-DD                  PIC 99.
      *Business date the adjustments post under - stamped on the
      *history records and the journal

       01  REBILL-RUN-TIME             PIC 9(8)      VALUE ZEROS.

       01  REBILL-CNT                  PIC 999       VALUE ZEROS.
       01  REBILL-REQUEST-TABLE.
           05  REBILL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON REBILL-CNT.
               10  RQ-ACC-NUM          PIC 9(6).
               10  RQ-BILL-DATE        PIC 9(6).
               10  RQ-NEW-P-M-R-X      PIC x(5).
               10  RQ-NEW-P-M-R REDEFINES RQ-NEW-P-M-R-X
                                       PIC 9(5).
               10  RQ-NEW-C-M-R-X      PIC x(5).
               10  RQ-NEW-C-M-R REDEFINES RQ-NEW-C-M-R-X
                                       PIC 9(5).
               10  RQ-NEW-RATE-CLASS   PIC x.
               10  RQ-BILL-FOUND-SW    PIC x.
                   88  RQ-BILL-FOUND                 VALUE 'Y'.
                   88  RQ-BILL-NOT-FOUND             VALUE 'N'.
               10  RQ-P-M-R            PIC 9(5).
               10  RQ-C-M-R            PIC 9(5).
               10  RQ-UNITS-USED       PIC 9(5).
               10  RQ-CHARGE           PIC 9(6)V99.
               10  RQ-BILL-TYPE        PIC x.
               10  RQ-TAX-TOTAL        PIC 9(6)V99.
               10  RQ-RATE-CLASS       PIC x.
      *This run's requests, each matched on the history pass to the
      *bill in effect for its account and bill date - the original
      *bill, or the latest replacement if it was rebilled before.
      *RQ-RATE-CLASS is the class that bill was priced under - the
      *master's class, unless an earlier request this run corrected it

       01  REBILL-SUB                  PIC 9(4)      VALUE ZEROS.
       01  CARRY-SUB                   PIC 9(4)      VALUE ZEROS.

       01  REBILL-TABLE-FULL-SW        PIC x         VALUE 'N'.
           88  REBILL-TABLE-FULL                     VALUE 'Y'.
      *Set when more requests are keyed than the table holds; the
      *rest are left for the next run and the register says so

       01  REBILL-OVERFLOW-WARNING.
           05  FILLER  PIC x(48)  VALUE
               'WARNING - REBILL TABLE FULL - REMAINING REQUESTS'.
           05  FILLER  PIC x(22)  VALUE
               ' NOT DONE - RE-KEY'.

       01  REBILL-OK-SW                PIC x         VALUE 'N'.
           88  REBILL-OK                             VALUE 'Y'.

       01  ACCOUNT-FOUND-SW            PIC x         VALUE 'N'.
           88  ACCOUNT-ON-MASTER                     VALUE 'M'.
           88  ACCOUNT-ON-ARCHIVE                    VALUE 'A'.
           88  ACCOUNT-NOT-FOUND                     VALUE 'N'.
      *Where the request's account was found - a closed account can
      *be rebilled off its archived image, but only a live master
      *record takes the corrections

       01  READINGS-CORRECTED-SW       PIC x         VALUE 'N'.
           88  READINGS-CORRECTED                    VALUE 'Y'.

       01  SCHEDULE-CHANGED-SW         PIC x         VALUE 'N'.
           88  SCHEDULE-CHANGED                      VALUE 'Y'.
      *Set when a rate or tax schedule the request reprices on was
      *added or replaced after the bill date - today's schedule is not
      *what the bill was cut under, so the request is turned away

       01  REBILL-WORK.
           05  REBILL-P-M-R            PIC 9(5)      VALUE ZEROS.
           05  REBILL-C-M-R            PIC 9(5)      VALUE ZEROS.
           05  REBILL-RATE-CLASS       PIC x         VALUE SPACE.
           05  UNITS-CARRIED-WORK      PIC S9(6)     VALUE ZEROS.
           05  UNITS-REBILL-WORK       PIC S9(6)     VALUE ZEROS.
           05  OLD-BILL-TOTAL          PIC 9(7)V99   VALUE ZEROS.
           05  ADJUSTMENT-AMOUNT       PIC S9(7)V99  VALUE ZEROS.
      *The corrected readings and class the bill is repriced on.
      *UNITS-CARRIED-WORK is whatever the original bill added to or
      *netted off the dial difference (old-meter units from a meter
      *exchange, prior estimates trued up) so the replacement bill
      *carries the same. ADJUSTMENT-AMOUNT is the corrected bill
      *less the bill it replaces - what the ledger moves by

       01  BEFORE-IMAGE-WORK           PIC x(95)     VALUE SPACES.
      *The master as it stood before the corrections, for the journal

       01  BILL-DATE-WORK.
           05  BDW-YY                  PIC 99.
           05  BDW-MM                  PIC 99.
           05  BDW-DD                  PIC 99.
      *The corrected bill's date split apart so its month can pick
      *the season it was billed under

       01  BILLING-SEASON              PIC x         VALUE 'W'.
           88  SUMMER-SEASON                         VALUE 'S'.
           88  WINTER-SEASON                         VALUE 'W'.

       01  BILLING-RATE-TABLE.
           05  TIER1-LIMIT-UNITS       PIC 9(5)      VALUE 00500.
           05  TIER2-LIMIT-UNITS       PIC 9(5)      VALUE 01000.
           05  TIER2-BAND-UNITS        PIC 9(5)      VALUE 00500.
           05  TIER1-RATE              PIC 9V999     VALUE 0.120.
           05  TIER2-RATE              PIC 9V999     VALUE 0.150.
           05  TIER3-RATE              PIC 9V999     VALUE 0.180.
      *Reloaded per request from the RATESCHD schedule the corrected
      *class and the bill's season select, exactly as Homework1 loads
      *it per account

       01  DEFAULT-RATE-TABLE.
           05  DEF-TIER1-LIMIT-UNITS   PIC 9(5)      VALUE 00500.
           05  DEF-TIER2-LIMIT-UNITS   PIC 9(5)      VALUE 01000.
           05  DEF-TIER1-RATE          PIC 9V999     VALUE 0.120.
           05  DEF-TIER2-RATE          PIC 9V999     VALUE 0.150.
           05  DEF-TIER3-RATE          PIC 9V999     VALUE 0.180.
      *Homework1's built-in fallback table, so a class/season with
      *no schedule reprices the way it was billed

       01  TIER-CHARGE-BREAKDOWN.
           05  TIER1-UNITS-BILLED      PIC 9(5)      VALUE ZEROS.
           05  TIER1-CHARGE-AMT        PIC 9(6)V99   VALUE ZEROS.
           05  TIER2-UNITS-BILLED      PIC 9(5)      VALUE ZEROS.
           05  TIER2-CHARGE-AMT        PIC 9(6)V99   VALUE ZEROS.
           05  TIER3-UNITS-BILLED      PIC 9(5)      VALUE ZEROS.
           05  TIER3-CHARGE-AMT        PIC 9(6)V99   VALUE ZEROS.

       01  UNITS-USED-NUM              PIC 9(5)      VALUE ZEROS.
       01  CURRENT-CHARGE              PIC 9(6)V99   VALUE ZEROS.
      *Corrected units and the energy charge they price to

       01  BILL-TAX-BREAKDOWN.
           05  FRANCHISE-JURIS-WORK    PIC x(13)     VALUE SPACES.
           05  FRANCHISE-RATE-WORK     PIC 9V9999    VALUE ZEROS.
           05  FRANCHISE-FEE-AMT       PIC 9(6)V99   VALUE ZEROS.
           05  UTILITY-JURIS-WORK      PIC x(13)     VALUE SPACES.
           05  UTILITY-RATE-WORK       PIC 9V9999    VALUE ZEROS.
           05  UTILITY-TAX-AMT         PIC 9(6)V99   VALUE ZEROS.

       01  TOTAL-BILL-AMOUNT           PIC 9(6)V99   VALUE ZEROS.
      *Corrected energy charge plus both levies

       01  ORIGINAL-TAX-BREAKDOWN.
           05  ORIGINAL-RATE-CLASS     PIC x         VALUE SPACE.
           05  ORIG-FRANCHISE-JURIS    PIC x(13)     VALUE SPACES.
           05  ORIG-FRANCHISE-RATE     PIC 9V9999    VALUE ZEROS.
           05  ORIG-FRANCHISE-AMT      PIC 9(6)V99   VALUE ZEROS.
           05  ORIG-UTILITY-JURIS      PIC x(13)     VALUE SPACES.
           05  ORIG-UTILITY-AMT        PIC 9(6)V99   VALUE ZEROS.
      *The cancelled bill's tax total split back into its two levies
      *on the tax schedule of the class it was billed under, so the
      *GL reversal lands on the jurisdictions that were credited

       01  GL-ENERGY-QUALIFIER.
           05  GLQ-RATE-CLASS          PIC x         VALUE SPACE.
           05  GLQ-SEASON              PIC x         VALUE SPACE.
           05  FILLER                  PIC x(11)     VALUE SPACES.
      *Energy revenue is booked by rate class and season, as the
      *billing run books it

       01  REBILL-CONTROL-TOTALS.
           05  REBILLS-POSTED-CNT      PIC 9(6)      VALUE ZEROS.
           05  REBILLS-REJECTED-CNT    PIC 9(6)      VALUE ZEROS.
           05  NET-ADJUSTMENT-TOTAL    PIC S9(8)V99  VALUE ZEROS.
      *Printed on the register trailer - the net adjustment is what
      *the run moved the receivables by

       01  ADJ-REGISTER-HEADING.
           05  FILLER  PIC x(8)   VALUE 'ACCOUNT '.
           05  FILLER  PIC x(8)   VALUE 'BILL DT '.
           05  FILLER  PIC x(8)   VALUE 'OLD UNT '.
           05  FILLER  PIC x(8)   VALUE 'NEW UNT '.
           05  FILLER  PIC x(12)  VALUE ' OLD TOTAL  '.
           05  FILLER  PIC x(12)  VALUE ' NEW TOTAL  '.
           05  FILLER  PIC x(13)  VALUE ' ADJUSTMENT  '.
           05  FILLER  PIC x(40)  VALUE 'RESULT'.

       01  ADJ-REGISTER-DETAILS.
           05  ADJ-ACC-NUM-OUT         PIC 9(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-BILL-DATE-OUT       PIC 9(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-OLD-UNITS-OUT       PIC ZZ,ZZ9.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-NEW-UNITS-OUT       PIC ZZ,ZZ9.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-OLD-TOTAL-OUT       PIC $$$,$$9.99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-NEW-TOTAL-OUT       PIC $$$,$$9.99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-AMOUNT-OUT          PIC $$$,$$9.99-.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  ADJ-RESULT-OUT          PIC x(40).

       01  ADJ-REGISTER-TRAILER.
           05  FILLER                  PIC x(16)  VALUE
               'REBILLS POSTED: '.
           05  ADJ-POSTED-CNT-OUT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(13)  VALUE
               '   REJECTED: '.
           05  ADJ-REJECTED-CNT-OUT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(19)  VALUE
               '   NET ADJUSTMENT: '.
           05  ADJ-NET-TOTAL-OUT       PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       PREPARE-REBILLS.
           ACCEPT REBILL-RUN-DATE FROM DATE.
           ACCEPT REBILL-RUN-TIME FROM TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-REBILL-MASTERS.
           OPEN OUTPUT ADJ-REGISTER-FILE.
           PERFORM OPEN-CORRECTED-BILLS.
           PERFORM OPEN-GL-ACTIVITY.
           MOVE ADJ-REGISTER-HEADING TO ADJ-REGISTER-LINE.
           WRITE ADJ-REGISTER-LINE.
           PERFORM LOAD-REBILL-REQUESTS.
           PERFORM MATCH-REQUESTS-TO-HISTORY.
           PERFORM OPEN-BILLING-HISTORY.
           PERFORM OPEN-AUDIT-JOURNAL.
           PERFORM REBILL-ONE-ACCOUNT
               VARYING REBILL-SUB FROM 1 BY 1
               UNTIL REBILL-SUB IS GREATER THAN REBILL-CNT.
           IF REBILL-TABLE-FULL
               MOVE REBILL-OVERFLOW-WARNING TO ADJ-REGISTER-LINE
               WRITE ADJ-REGISTER-LINE
           END-IF.
           PERFORM WRITE-REGISTER-TRAILER.
           CLOSE CORRECTED-BILL-FILE
                 ADJ-REGISTER-FILE
                 GL-ACTIVITY-FILE
                 BILLING-HISTORY-FILE
                 AUDIT-JOURNAL-FILE.
           PERFORM CLOSE-REBILL-MASTERS.
           STOP RUN.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-FILE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO REBILL-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-REBILL-MASTERS.
      *Every master this program reads is optional the way it is to
      *the billing run; only a missing ledger stops the rebills
           OPEN I-O CUSTOMER-FILE.
           IF CUST-FILE-STATUS EQUAL TO '35'
               SET CUSTOMER-MISSING TO TRUE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FILE-STATUS EQUAL TO '35'
               SET ARCHIVE-MISSING TO TRUE
           END-IF.
           OPEN INPUT RATE-SCHEDULE-FILE.
           IF RATE-FILE-STATUS EQUAL TO '35'
               SET RATE-SCHEDULE-MISSING TO TRUE
           END-IF.
           OPEN INPUT TAX-SCHEDULE-FILE.
           IF TAX-FILE-STATUS EQUAL TO '35'
               SET TAX-SCHEDULE-MISSING TO TRUE
           END-IF.
           OPEN I-O RECEIVABLE-FILE.
           IF AR-FILE-STATUS EQUAL TO '35'
               SET LEDGER-MISSING TO TRUE
           END-IF.
           OPEN I-O USAGE-SUMMARY-FILE.
           IF USAGE-FILE-STATUS EQUAL TO '35'
               SET USAGE-SUMMARY-MISSING TO TRUE
           END-IF.

       CLOSE-REBILL-MASTERS.
           IF CUSTOMER-ON-FILE
               CLOSE CUSTOMER-FILE
           END-IF.
           IF ARCHIVE-ON-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF RATE-SCHEDULE-ON-FILE
               CLOSE RATE-SCHEDULE-FILE
           END-IF.
           IF TAX-SCHEDULE-ON-FILE
               CLOSE TAX-SCHEDULE-FILE
           END-IF.
           IF LEDGER-ON-FILE
               CLOSE RECEIVABLE-FILE
           END-IF.
           IF USAGE-SUMMARY-ON-FILE
               CLOSE USAGE-SUMMARY-FILE
           END-IF.

       LOAD-REBILL-REQUESTS.
           OPEN INPUT REBILL-TRANS-FILE.
           IF REB-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO DATA-REMAINS-SWITCH
           ELSE
               READ REBILL-TRANS-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM LOAD-ONE-REBILL-REQUEST
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
           IF REB-FILE-STATUS EQUAL TO '00'
               CLOSE REBILL-TRANS-FILE
           END-IF.

       LOAD-ONE-REBILL-REQUEST.
      *A request that can't be read, or that corrects nothing, is
      *turned away here; the rest wait in the table for the history
      *pass to find their bills
           EVALUATE TRUE
               WHEN REB-ACC-NUM IS NOT NUMERIC
                 OR REB-BILL-DATE IS NOT NUMERIC
                   MOVE 'REJECTED - ACCOUNT OR DATE NOT NUMERIC' TO
                       ADJ-RESULT-OUT
                   PERFORM WRITE-LOAD-REJECT
               WHEN (REB-NEW-P-M-R NOT EQUAL TO SPACES
                     AND REB-NEW-P-M-R IS NOT NUMERIC)
                 OR (REB-NEW-C-M-R NOT EQUAL TO SPACES
                     AND REB-NEW-C-M-R IS NOT NUMERIC)
                   MOVE 'REJECTED - READING NOT NUMERIC' TO
                       ADJ-RESULT-OUT
                   PERFORM WRITE-LOAD-REJECT
               WHEN REB-NEW-P-M-R EQUAL TO SPACES
                AND REB-NEW-C-M-R EQUAL TO SPACES
                AND REB-NEW-RATE-CLASS EQUAL TO SPACE
                   MOVE 'REJECTED - NO CORRECTION GIVEN' TO
                       ADJ-RESULT-OUT
                   PERFORM WRITE-LOAD-REJECT
               WHEN OTHER
                   PERFORM STORE-REBILL-REQUEST
           END-EVALUATE.
           READ REBILL-TRANS-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       STORE-REBILL-REQUEST.
           IF REBILL-CNT IS LESS THAN 500
               ADD 1 TO REBILL-CNT
               MOVE REB-ACC-NUM TO RQ-ACC-NUM(REBILL-CNT)
               MOVE REB-BILL-DATE TO RQ-BILL-DATE(REBILL-CNT)
               MOVE REB-NEW-P-M-R TO RQ-NEW-P-M-R-X(REBILL-CNT)
               MOVE REB-NEW-C-M-R TO RQ-NEW-C-M-R-X(REBILL-CNT)
               MOVE REB-NEW-RATE-CLASS TO RQ-NEW-RATE-CLASS(REBILL-CNT)
               SET RQ-BILL-NOT-FOUND(REBILL-CNT) TO TRUE
               MOVE SPACE TO RQ-RATE-CLASS(REBILL-CNT)
           ELSE
               SET REBILL-TABLE-FULL TO TRUE
           END-IF.

       WRITE-LOAD-REJECT.
           IF REB-ACC-NUM IS NUMERIC
               MOVE REB-ACC-NUM TO ADJ-ACC-NUM-OUT
           ELSE
               MOVE ZEROS TO ADJ-ACC-NUM-OUT
           END-IF.
           IF REB-BILL-DATE IS NUMERIC
               MOVE REB-BILL-DATE TO ADJ-BILL-DATE-OUT
           ELSE
               MOVE ZEROS TO ADJ-BILL-DATE-OUT
           END-IF.
           PERFORM WRITE-REJECT-LINE.

       WRITE-REJECT-LINE.
           MOVE ZEROS TO ADJ-OLD-UNITS-OUT ADJ-NEW-UNITS-OUT
               ADJ-OLD-TOTAL-OUT ADJ-NEW-TOTAL-OUT ADJ-AMOUNT-OUT.
           MOVE ADJ-REGISTER-DETAILS TO ADJ-REGISTER-LINE.
           WRITE ADJ-REGISTER-LINE.
           ADD 1 TO REBILLS-REJECTED-CNT.

       MATCH-REQUESTS-TO-HISTORY.
      *One pass over the whole history finds the bill in effect for
      *every request at once. An ordinary bill or a replacement
      *makes itself the bill in effect; a reversing record cancels
      *it until the replacement written behind it turns up
           OPEN INPUT BILLING-HISTORY-FILE.
           IF HIST-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
           ELSE
               READ BILLING-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM MATCH-ONE-HISTORY-RECORD
               UNTIL HIST-DATA-REMAINS-SWITCH = 'NO'.
           IF HIST-FILE-STATUS EQUAL TO '00'
               CLOSE BILLING-HISTORY-FILE
           END-IF.

       MATCH-ONE-HISTORY-RECORD.
           PERFORM MATCH-HISTORY-TO-REQUEST
               VARYING REBILL-SUB FROM 1 BY 1
               UNTIL REBILL-SUB IS GREATER THAN REBILL-CNT.
           READ BILLING-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-HISTORY-TO-REQUEST.
           IF RQ-ACC-NUM(REBILL-SUB) EQUAL TO BH-ACC-NUM
              AND RQ-BILL-DATE(REBILL-SUB) EQUAL TO BH-BILL-DATE
               IF BH-ADJ-REVERSAL
                   SET RQ-BILL-NOT-FOUND(REBILL-SUB) TO TRUE
               ELSE
                   SET RQ-BILL-FOUND(REBILL-SUB) TO TRUE
                   MOVE BH-P-M-R TO RQ-P-M-R(REBILL-SUB)
                   MOVE BH-C-M-R TO RQ-C-M-R(REBILL-SUB)
                   MOVE BH-UNITS-USED TO RQ-UNITS-USED(REBILL-SUB)
                   MOVE BH-CHARGE TO RQ-CHARGE(REBILL-SUB)
                   MOVE BH-BILL-TYPE TO RQ-BILL-TYPE(REBILL-SUB)
                   IF BH-TAX-TOTAL IS NUMERIC
                       MOVE BH-TAX-TOTAL TO RQ-TAX-TOTAL(REBILL-SUB)
                   ELSE
                       MOVE ZEROS TO RQ-TAX-TOTAL(REBILL-SUB)
                   END-IF
               END-IF
           END-IF.

       OPEN-BILLING-HISTORY.
           OPEN EXTEND BILLING-HISTORY-FILE.
           IF HIST-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT BILLING-HISTORY-FILE
           END-IF.

       OPEN-CORRECTED-BILLS.
           OPEN EXTEND CORRECTED-BILL-FILE.
           IF CORR-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT CORRECTED-BILL-FILE
           END-IF.

       OPEN-GL-ACTIVITY.
           OPEN EXTEND GL-ACTIVITY-FILE.
           IF GLACT-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT GL-ACTIVITY-FILE
           END-IF.

       OPEN-AUDIT-JOURNAL.
           OPEN EXTEND AUDIT-JOURNAL-FILE.
           IF JRN-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT AUDIT-JOURNAL-FILE
           END-IF.

       REBILL-ONE-ACCOUNT.
           MOVE RQ-ACC-NUM(REBILL-SUB) TO ADJ-ACC-NUM-OUT.
           MOVE RQ-BILL-DATE(REBILL-SUB) TO ADJ-BILL-DATE-OUT.
           PERFORM EDIT-REBILL-REQUEST.
           IF REBILL-OK
               PERFORM POST-REBILL
               MOVE ADJ-REGISTER-DETAILS TO ADJ-REGISTER-LINE
               WRITE ADJ-REGISTER-LINE
           ELSE
               PERFORM WRITE-REJECT-LINE
           END-IF.

       EDIT-REBILL-REQUEST.
      *Corrected readings are only taken on a bill cut from readings
      *- an estimate's readings were unusable, and correcting them
      *is a matter for the next real reading's true-up
           MOVE 'N' TO REBILL-OK-SW.
           PERFORM LOOK-UP-REBILL-ACCOUNT.
           PERFORM SET-CORRECTED-READINGS.
           MOVE 'N' TO SCHEDULE-CHANGED-SW.
           PERFORM SET-REBILL-SEASON.
           PERFORM SET-RATE-SCHEDULE-FOR-ACCOUNT.
           PERFORM SET-ORIGINAL-TAX-SCHEDULE.
           PERFORM SET-TAX-SCHEDULE-FOR-ACCOUNT.
           EVALUATE TRUE
               WHEN LEDGER-MISSING
                   MOVE 'REJECTED - NO RECEIVABLE LEDGER' TO
                       ADJ-RESULT-OUT
               WHEN RQ-BILL-NOT-FOUND(REBILL-SUB)
                   MOVE 'REJECTED - NO SUCH BILL ON HISTORY' TO
                       ADJ-RESULT-OUT
               WHEN ACCOUNT-NOT-FOUND
                   MOVE 'REJECTED - ACCOUNT NOT ON FILE' TO
                       ADJ-RESULT-OUT
               WHEN READINGS-CORRECTED
                AND RQ-BILL-TYPE(REBILL-SUB) EQUAL TO 'E'
                   MOVE 'REJECTED - READINGS ON ESTIMATED BILL' TO
                       ADJ-RESULT-OUT
               WHEN REBILL-C-M-R IS LESS THAN REBILL-P-M-R
                   MOVE 'REJECTED - C-M-R LESS THAN P-M-R' TO
                       ADJ-RESULT-OUT
               WHEN SCHEDULE-CHANGED
                   MOVE 'REJECTED - RATES CHANGED SINCE BILL DATE' TO
                       ADJ-RESULT-OUT
               WHEN OTHER
                   SET REBILL-OK TO TRUE
           END-EVALUATE.

       LOOK-UP-REBILL-ACCOUNT.
      *Live master first, then the archive for a closed account; an
      *archived image is moved into the master record area so the
      *rest of the program reads one layout either way
           SET ACCOUNT-NOT-FOUND TO TRUE.
           IF CUSTOMER-ON-FILE
               MOVE RQ-ACC-NUM(REBILL-SUB) TO ACC-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-MASTER TO TRUE
               END-READ
           END-IF.
           IF ACCOUNT-NOT-FOUND
              AND ARCHIVE-ON-FILE
               MOVE RQ-ACC-NUM(REBILL-SUB) TO ARCH-ACC-NUM
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
                       SET ACCOUNT-ON-ARCHIVE TO TRUE
               END-READ
           END-IF.

       SET-CORRECTED-READINGS.
      *A blank correction keeps what the bill was cut with. The class
      *not corrected is the one the bill was priced under - the
      *master's, since the history record doesn't carry the class
           MOVE 'N' TO READINGS-CORRECTED-SW.
           IF RQ-RATE-CLASS(REBILL-SUB) EQUAL TO SPACE
              AND NOT ACCOUNT-NOT-FOUND
               MOVE RATE-CLASS TO RQ-RATE-CLASS(REBILL-SUB)
           END-IF.
           MOVE RQ-RATE-CLASS(REBILL-SUB) TO ORIGINAL-RATE-CLASS.
           MOVE RQ-P-M-R(REBILL-SUB) TO REBILL-P-M-R.
           MOVE RQ-C-M-R(REBILL-SUB) TO REBILL-C-M-R.
           IF RQ-NEW-P-M-R-X(REBILL-SUB) NOT EQUAL TO SPACES
               MOVE RQ-NEW-P-M-R(REBILL-SUB) TO REBILL-P-M-R
               SET READINGS-CORRECTED TO TRUE
           END-IF.
           IF RQ-NEW-C-M-R-X(REBILL-SUB) NOT EQUAL TO SPACES
               MOVE RQ-NEW-C-M-R(REBILL-SUB) TO REBILL-C-M-R
               SET READINGS-CORRECTED TO TRUE
           END-IF.
           IF RQ-NEW-RATE-CLASS(REBILL-SUB) NOT EQUAL TO SPACE
               MOVE RQ-NEW-RATE-CLASS(REBILL-SUB) TO REBILL-RATE-CLASS
           ELSE
               MOVE ORIGINAL-RATE-CLASS TO REBILL-RATE-CLASS
           END-IF.

       POST-REBILL.
      *Reprices the bill on the corrected figures, moves the ledger
      *by the difference, cancels and replaces the bill on the
      *history and cuts the corrected statement
           PERFORM SET-REBILL-UNITS.
           PERFORM COMPUTE-CHARGE.
           PERFORM COMPUTE-BILL-TAXES.
           COMPUTE OLD-BILL-TOTAL =
               RQ-CHARGE(REBILL-SUB) + RQ-TAX-TOTAL(REBILL-SUB).
           COMPUTE ADJUSTMENT-AMOUNT =
               TOTAL-BILL-AMOUNT - OLD-BILL-TOTAL.
           PERFORM POST-ADJUSTMENT-TO-LEDGER.
           PERFORM WRITE-REVERSING-GL-ACTIVITY.
           PERFORM WRITE-REPLACEMENT-GL-ACTIVITY.
           PERFORM WRITE-REVERSING-HISTORY.
           PERFORM WRITE-REPLACEMENT-HISTORY.
           IF RQ-BILL-TYPE(REBILL-SUB) EQUAL TO 'R'
              AND USAGE-SUMMARY-ON-FILE
               PERFORM ADJUST-USAGE-SUMMARY
           END-IF.
           IF ACCOUNT-ON-MASTER
               PERFORM CORRECT-CUSTOMER-MASTER
           END-IF.
           PERFORM WRITE-CORRECTED-BILL.
           PERFORM CARRY-REBILL-FORWARD
               VARYING CARRY-SUB FROM REBILL-SUB BY 1
               UNTIL CARRY-SUB IS GREATER THAN REBILL-CNT.
           MOVE RQ-UNITS-USED(REBILL-SUB) TO ADJ-OLD-UNITS-OUT.
           MOVE UNITS-USED-NUM TO ADJ-NEW-UNITS-OUT.
           MOVE OLD-BILL-TOTAL TO ADJ-OLD-TOTAL-OUT.
           MOVE TOTAL-BILL-AMOUNT TO ADJ-NEW-TOTAL-OUT.
           MOVE ADJUSTMENT-AMOUNT TO ADJ-AMOUNT-OUT.
           MOVE 'REBILLED - ADJUSTMENT POSTED' TO ADJ-RESULT-OUT.
           ADD 1 TO REBILLS-POSTED-CNT.
           ADD ADJUSTMENT-AMOUNT TO NET-ADJUSTMENT-TOTAL.

       SET-REBILL-SEASON.
      *The season the bill was originally cut in, by the same June-
      *September rule as Homework1's SET-BILLING-SEASON
           MOVE RQ-BILL-DATE(REBILL-SUB) TO BILL-DATE-WORK.
           IF BDW-MM IS NOT LESS THAN 06
              AND BDW-MM IS NOT GREATER THAN 09
               SET SUMMER-SEASON TO TRUE
           ELSE
               SET WINTER-SEASON TO TRUE
           END-IF.

       SET-REBILL-UNITS.
      *An estimate keeps its units - only its class can be corrected.
      *Otherwise the corrected dial difference is billed along with
      *whatever the original bill carried on top of (or netted off)
      *its own dial difference, never going below zero
           IF RQ-BILL-TYPE(REBILL-SUB) EQUAL TO 'E'
               MOVE RQ-UNITS-USED(REBILL-SUB) TO UNITS-USED-NUM
           ELSE
               COMPUTE UNITS-CARRIED-WORK =
                   RQ-UNITS-USED(REBILL-SUB) -
                   (RQ-C-M-R(REBILL-SUB) - RQ-P-M-R(REBILL-SUB))
               COMPUTE UNITS-REBILL-WORK =
                   REBILL-C-M-R - REBILL-P-M-R + UNITS-CARRIED-WORK
               IF UNITS-REBILL-WORK IS LESS THAN ZERO
                   MOVE ZEROS TO UNITS-USED-NUM
               ELSE
                   MOVE UNITS-REBILL-WORK TO UNITS-USED-NUM
               END-IF
           END-IF.

       POST-ADJUSTMENT-TO-LEDGER.
      *The difference lands in CURRENT whichever way it goes - a
      *credit simply carries as one until payments or aging use it
           MOVE RQ-ACC-NUM(REBILL-SUB) TO AR-ACC-NUM.
           READ RECEIVABLE-FILE
               INVALID KEY
                   MOVE RQ-ACC-NUM(REBILL-SUB) TO AR-ACC-NUM
                   MOVE ZEROS TO AR-AGE-CURRENT AR-AGE-30
                       AR-AGE-60 AR-AGE-90 AR-PAYMENTS-RECVD
                   MOVE 'N' TO AR-NSF-FLAG
                   MOVE ZEROS TO AR-NSF-COUNT AR-LAST-NSF-DATE
                   ADD ADJUSTMENT-AMOUNT TO AR-AGE-CURRENT
                   WRITE RECEIVABLE-RECORD
               NOT INVALID KEY
                   ADD ADJUSTMENT-AMOUNT TO AR-AGE-CURRENT
                   REWRITE RECEIVABLE-RECORD
           END-READ.

       WRITE-REVERSING-GL-ACTIVITY.
      *Backs the cancelled bill out of the ledger as the billing run
      *booked it - energy under the class and season it was priced
      *on, its tax total split on that class's franchise rate with
      *the rest to utility tax, and the receivable it raised
           COMPUTE ORIG-FRANCHISE-AMT ROUNDED =
               RQ-CHARGE(REBILL-SUB) * ORIG-FRANCHISE-RATE.
           IF ORIG-FRANCHISE-AMT IS GREATER THAN
                   RQ-TAX-TOTAL(REBILL-SUB)
               MOVE RQ-TAX-TOTAL(REBILL-SUB) TO ORIG-FRANCHISE-AMT
           END-IF.
           COMPUTE ORIG-UTILITY-AMT =
               RQ-TAX-TOTAL(REBILL-SUB) - ORIG-FRANCHISE-AMT.
           MOVE REBILL-RUN-DATE TO GA-BUS-DATE.
           MOVE 'REBILL' TO GA-SOURCE.
           MOVE ORIGINAL-RATE-CLASS TO GLQ-RATE-CLASS.
           MOVE BILLING-SEASON TO GLQ-SEASON.
           MOVE 'ENRG' TO GA-AMOUNT-TYPE.
           MOVE GL-ENERGY-QUALIFIER TO GA-QUALIFIER.
           COMPUTE GA-AMOUNT = ZERO - RQ-CHARGE(REBILL-SUB).
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'FRAN' TO GA-AMOUNT-TYPE.
           MOVE ORIG-FRANCHISE-JURIS TO GA-QUALIFIER.
           COMPUTE GA-AMOUNT = ZERO - ORIG-FRANCHISE-AMT.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'UTAX' TO GA-AMOUNT-TYPE.
           MOVE ORIG-UTILITY-JURIS TO GA-QUALIFIER.
           COMPUTE GA-AMOUNT = ZERO - ORIG-UTILITY-AMT.
           PERFORM WRITE-GL-ACTIVITY.
           MOVE 'ARBL' TO GA-AMOUNT-TYPE.
           MOVE SPACES TO GA-QUALIFIER.
           COMPUTE GA-AMOUNT = ZERO - OLD-BILL-TOTAL.
           PERFORM WRITE-GL-ACTIVITY.

       WRITE-REPLACEMENT-GL-ACTIVITY.
      *Books the corrected bill the way the billing run books a bill;
      *its receivable less the reversed one is the ledger adjustment
           MOVE REBILL-RUN-DATE TO GA-BUS-DATE.
           MOVE 'REBILL' TO GA-SOURCE.
           MOVE REBILL-RATE-CLASS TO GLQ-RATE-CLASS.
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

       WRITE-GL-ACTIVITY.
      *A zero amount books nothing, so it is left off the file
           IF GA-AMOUNT NOT EQUAL TO ZERO
               WRITE GL-ACTIVITY-RECORD
           END-IF.

       WRITE-REVERSING-HISTORY.
      *Repeats the cancelled bill's figures under its own bill date
           MOVE RQ-ACC-NUM(REBILL-SUB) TO BH-ACC-NUM.
           MOVE RQ-P-M-R(REBILL-SUB) TO BH-P-M-R.
           MOVE RQ-C-M-R(REBILL-SUB) TO BH-C-M-R.
           MOVE RQ-UNITS-USED(REBILL-SUB) TO BH-UNITS-USED.
           MOVE RQ-CHARGE(REBILL-SUB) TO BH-CHARGE.
           MOVE RQ-BILL-TYPE(REBILL-SUB) TO BH-BILL-TYPE.
           MOVE RQ-BILL-DATE(REBILL-SUB) TO BH-BILL-DATE.
           MOVE RQ-TAX-TOTAL(REBILL-SUB) TO BH-TAX-TOTAL.
           SET BH-ADJ-REVERSAL TO TRUE.
           MOVE REBILL-RUN-DATE TO BH-ADJ-DATE.
           WRITE BILLING-HISTORY-RECORD.

       WRITE-REPLACEMENT-HISTORY.
           MOVE RQ-ACC-NUM(REBILL-SUB) TO BH-ACC-NUM.
           MOVE REBILL-P-M-R TO BH-P-M-R.
           MOVE REBILL-C-M-R TO BH-C-M-R.
           MOVE UNITS-USED-NUM TO BH-UNITS-USED.
           MOVE CURRENT-CHARGE TO BH-CHARGE.
           MOVE RQ-BILL-TYPE(REBILL-SUB) TO BH-BILL-TYPE.
           MOVE RQ-BILL-DATE(REBILL-SUB) TO BH-BILL-DATE.
           COMPUTE BH-TAX-TOTAL =
               FRANCHISE-FEE-AMT + UTILITY-TAX-AMT.
           SET BH-ADJ-REBILL TO TRUE.
           MOVE REBILL-RUN-DATE TO BH-ADJ-DATE.
           WRITE BILLING-HISTORY-RECORD.

       ADJUST-USAGE-SUMMARY.
      *Swaps the cancelled cycle's units for the corrected ones; the
      *cycle count doesn't move since the cycle is still one cycle
           MOVE RQ-ACC-NUM(REBILL-SUB) TO US-ACC-NUM.
           READ USAGE-SUMMARY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF US-TOTAL-UNITS IS GREATER THAN
                           RQ-UNITS-USED(REBILL-SUB)
                       SUBTRACT RQ-UNITS-USED(REBILL-SUB)
                           FROM US-TOTAL-UNITS
                   ELSE
                       MOVE ZEROS TO US-TOTAL-UNITS
                   END-IF
                   ADD UNITS-USED-NUM TO US-TOTAL-UNITS
                   REWRITE USAGE-SUMMARY-RECORD
           END-READ.

       CORRECT-CUSTOMER-MASTER.
      *A corrected class goes on the master for good. Corrected
      *readings only land while the master still carries the bill's
      *readings (no new reading yet), or carry into P-M-R when the
      *next reading has already rolled the bill's C-M-R there - so
      *the next cycle doesn't inherit the bad reading
           MOVE CUSTOMER-MASTER-RECORD TO BEFORE-IMAGE-WORK.
           IF RQ-NEW-RATE-CLASS(REBILL-SUB) NOT EQUAL TO SPACE
               MOVE RQ-NEW-RATE-CLASS(REBILL-SUB) TO RATE-CLASS
           END-IF.
           IF READINGS-CORRECTED
               IF P-M-R EQUAL TO RQ-P-M-R(REBILL-SUB)
                  AND C-M-R EQUAL TO RQ-C-M-R(REBILL-SUB)
                   MOVE REBILL-P-M-R TO P-M-R
                   MOVE REBILL-C-M-R TO C-M-R
               ELSE
                   IF P-M-R EQUAL TO RQ-C-M-R(REBILL-SUB)
                       MOVE REBILL-C-M-R TO P-M-R
                   END-IF
               END-IF
           END-IF.
           IF CUSTOMER-MASTER-RECORD NOT EQUAL TO BEFORE-IMAGE-WORK
               REWRITE CUSTOMER-MASTER-RECORD
               MOVE 'C' TO JRN-ACTION
               MOVE REBILL-RUN-DATE TO JRN-DATE
               MOVE REBILL-RUN-TIME TO JRN-TIME
               MOVE ZEROS TO JRN-BATCH-ID
               MOVE ACC-NUM TO JRN-ACC-NUM
               MOVE BEFORE-IMAGE-WORK TO JRN-BEFORE-IMAGE
               MOVE CUSTOMER-MASTER-RECORD TO JRN-AFTER-IMAGE
               WRITE AUDIT-JOURNAL-RECORD
           END-IF.

       WRITE-CORRECTED-BILL.
      *Same layout the billing run extracts, flagged as a corrected
      *bill with the date of the bill it replaces. The full corrected
      *amount is what the statement shows as this bill's charges
           MOVE RQ-ACC-NUM(REBILL-SUB) TO BX-ACC-NUM.
           MOVE FIRST-NAME TO BX-FIRST-NAME.
           MOVE LAST-NAME TO BX-LAST-NAME.
           MOVE STREET-ADDRESS TO BX-STREET-ADDRESS.
           MOVE CITY TO BX-CITY.
           MOVE STATE TO BX-STATE.
           MOVE REBILL-P-M-R TO BX-P-M-R.
           MOVE REBILL-C-M-R TO BX-C-M-R.
           MOVE UNITS-USED-NUM TO BX-UNITS-USED.
           MOVE TIER1-UNITS-BILLED TO BX-TIER1-UNITS.
           MOVE TIER1-RATE TO BX-TIER1-RATE.
           MOVE TIER1-CHARGE-AMT TO BX-TIER1-AMOUNT.
           MOVE TIER2-UNITS-BILLED TO BX-TIER2-UNITS.
           MOVE TIER2-RATE TO BX-TIER2-RATE.
           MOVE TIER2-CHARGE-AMT TO BX-TIER2-AMOUNT.
           MOVE TIER3-UNITS-BILLED TO BX-TIER3-UNITS.
           MOVE TIER3-RATE TO BX-TIER3-RATE.
           MOVE TIER3-CHARGE-AMT TO BX-TIER3-AMOUNT.
           MOVE TOTAL-BILL-AMOUNT TO BX-TOTAL-CHARGE.
           MOVE RQ-BILL-TYPE(REBILL-SUB) TO BX-BILL-TYPE.
           MOVE CURRENT-CHARGE TO BX-ENERGY-CHARGE.
           MOVE FRANCHISE-JURIS-WORK TO BX-FRANCHISE-JURIS.
           MOVE FRANCHISE-RATE-WORK TO BX-FRANCHISE-RATE.
           MOVE FRANCHISE-FEE-AMT TO BX-FRANCHISE-AMOUNT.
           MOVE UTILITY-JURIS-WORK TO BX-TAX-JURIS.
           MOVE UTILITY-RATE-WORK TO BX-TAX-RATE.
           MOVE UTILITY-TAX-AMT TO BX-TAX-AMOUNT.
           MOVE SPACE TO BX-BUDGET-FLAG.
           MOVE ZEROS TO BX-PLAN-AMOUNT.
           MOVE TOTAL-BILL-AMOUNT TO BX-ACTUAL-CHARGE.
           IF BILL-CYCLE IS NUMERIC
               MOVE BILL-CYCLE TO BX-BILL-CYCLE
           ELSE
               MOVE ZEROS TO BX-BILL-CYCLE
           END-IF.
           MOVE ZEROS TO BX-EXCH-UNITS.
           SET BX-CORRECTED-BILL TO TRUE.
           MOVE RQ-BILL-DATE(REBILL-SUB) TO BX-CORRECTED-BILL-DATE.
           WRITE BILL-EXTRACT-RECORD.

       CARRY-REBILL-FORWARD.
      *A later request in this same run for the same bill corrects
      *the replacement just written, not the bill it cancelled
           IF CARRY-SUB IS GREATER THAN REBILL-SUB
              AND RQ-ACC-NUM(CARRY-SUB) EQUAL TO RQ-ACC-NUM(REBILL-SUB)
              AND RQ-BILL-DATE(CARRY-SUB) EQUAL TO
                  RQ-BILL-DATE(REBILL-SUB)
               MOVE REBILL-P-M-R TO RQ-P-M-R(CARRY-SUB)
               MOVE REBILL-C-M-R TO RQ-C-M-R(CARRY-SUB)
               MOVE UNITS-USED-NUM TO RQ-UNITS-USED(CARRY-SUB)
               MOVE CURRENT-CHARGE TO RQ-CHARGE(CARRY-SUB)
               COMPUTE RQ-TAX-TOTAL(CARRY-SUB) =
                   FRANCHISE-FEE-AMT + UTILITY-TAX-AMT
               MOVE REBILL-RATE-CLASS TO RQ-RATE-CLASS(CARRY-SUB)
           END-IF.

       SET-RATE-SCHEDULE-FOR-ACCOUNT.
      *Loads BILLING-RATE-TABLE from the schedule the corrected class
      *and the bill's season select, falling back to the default
      *table the way the billing run does
           IF RATE-SCHEDULE-MISSING
               PERFORM USE-DEFAULT-RATE-TABLE
           ELSE
               MOVE REBILL-RATE-CLASS TO RS-RATE-CLASS
               MOVE BILLING-SEASON TO RS-SEASON
               READ RATE-SCHEDULE-FILE
                   INVALID KEY
                       PERFORM USE-DEFAULT-RATE-TABLE
                   NOT INVALID KEY
                       PERFORM LOAD-SCHEDULE-RATE-TABLE
                       IF RS-EFFECTIVE-DATE IS NUMERIC
                          AND RS-EFFECTIVE-DATE IS GREATER THAN
                              RQ-BILL-DATE(REBILL-SUB)
                           SET SCHEDULE-CHANGED TO TRUE
                       END-IF
               END-READ
           END-IF.

       USE-DEFAULT-RATE-TABLE.
           MOVE DEF-TIER1-LIMIT-UNITS TO TIER1-LIMIT-UNITS.
           MOVE DEF-TIER2-LIMIT-UNITS TO TIER2-LIMIT-UNITS.
           MOVE DEF-TIER1-RATE TO TIER1-RATE.
           MOVE DEF-TIER2-RATE TO TIER2-RATE.
           MOVE DEF-TIER3-RATE TO TIER3-RATE.
           SUBTRACT TIER1-LIMIT-UNITS FROM TIER2-LIMIT-UNITS
               GIVING TIER2-BAND-UNITS.

       LOAD-SCHEDULE-RATE-TABLE.
           MOVE RS-TIER1-LIMIT TO TIER1-LIMIT-UNITS.
           MOVE RS-TIER2-LIMIT TO TIER2-LIMIT-UNITS.
           MOVE RS-TIER1-RATE TO TIER1-RATE.
           MOVE RS-TIER2-RATE TO TIER2-RATE.
           MOVE RS-TIER3-RATE TO TIER3-RATE.
           SUBTRACT TIER1-LIMIT-UNITS FROM TIER2-LIMIT-UNITS
               GIVING TIER2-BAND-UNITS.

       SET-TAX-SCHEDULE-FOR-ACCOUNT.
      *The corrected class's levies
           IF TAX-SCHEDULE-MISSING
               PERFORM USE-ZERO-TAX-SCHEDULE
           ELSE
               MOVE REBILL-RATE-CLASS TO TX-RATE-CLASS
               READ TAX-SCHEDULE-FILE
                   INVALID KEY
                       PERFORM USE-ZERO-TAX-SCHEDULE
                   NOT INVALID KEY
                       PERFORM LOAD-TAX-SCHEDULE
                       PERFORM CHECK-TAX-SCHEDULE-DATE
               END-READ
           END-IF.

       SET-ORIGINAL-TAX-SCHEDULE.
      *The jurisdictions and franchise rate of the class the bill was
      *billed under, to split its tax total for the GL reversal
           MOVE SPACES TO ORIG-FRANCHISE-JURIS ORIG-UTILITY-JURIS.
           MOVE ZEROS TO ORIG-FRANCHISE-RATE.
           IF TAX-SCHEDULE-ON-FILE
               MOVE ORIGINAL-RATE-CLASS TO TX-RATE-CLASS
               READ TAX-SCHEDULE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TX-FRANCHISE-JURIS TO ORIG-FRANCHISE-JURIS
                       MOVE TX-FRANCHISE-RATE TO ORIG-FRANCHISE-RATE
                       MOVE TX-UTILITY-JURIS TO ORIG-UTILITY-JURIS
                       PERFORM CHECK-TAX-SCHEDULE-DATE
               END-READ
           END-IF.

       CHECK-TAX-SCHEDULE-DATE.
           IF TX-EFFECTIVE-DATE IS NUMERIC
              AND TX-EFFECTIVE-DATE IS GREATER THAN
                  RQ-BILL-DATE(REBILL-SUB)
               SET SCHEDULE-CHANGED TO TRUE
           END-IF.

       COMPUTE-BILL-TAXES.
      *The corrected class's levies on the corrected energy charge
           COMPUTE FRANCHISE-FEE-AMT ROUNDED =
               CURRENT-CHARGE * FRANCHISE-RATE-WORK.
           COMPUTE UTILITY-TAX-AMT ROUNDED =
               CURRENT-CHARGE * UTILITY-RATE-WORK.
           COMPUTE TOTAL-BILL-AMOUNT =
               CURRENT-CHARGE + FRANCHISE-FEE-AMT + UTILITY-TAX-AMT.

       USE-ZERO-TAX-SCHEDULE.
           MOVE SPACES TO FRANCHISE-JURIS-WORK.
           MOVE ZEROS TO FRANCHISE-RATE-WORK.
           MOVE SPACES TO UTILITY-JURIS-WORK.
           MOVE ZEROS TO UTILITY-RATE-WORK.

       LOAD-TAX-SCHEDULE.
           MOVE TX-FRANCHISE-JURIS TO FRANCHISE-JURIS-WORK.
           MOVE TX-FRANCHISE-RATE TO FRANCHISE-RATE-WORK.
           MOVE TX-UTILITY-JURIS TO UTILITY-JURIS-WORK.
           MOVE TX-UTILITY-RATE TO UTILITY-RATE-WORK.

       COMPUTE-CHARGE.
      *The billing run's progressive tier split, unchanged
           MOVE ZEROS TO TIER1-UNITS-BILLED TIER2-UNITS-BILLED
               TIER3-UNITS-BILLED.
           EVALUATE TRUE
               WHEN UNITS-USED-NUM NOT > TIER1-LIMIT-UNITS
                   MOVE UNITS-USED-NUM TO TIER1-UNITS-BILLED
               WHEN UNITS-USED-NUM NOT > TIER2-LIMIT-UNITS
                   MOVE TIER1-LIMIT-UNITS TO TIER1-UNITS-BILLED
                   SUBTRACT TIER1-LIMIT-UNITS FROM UNITS-USED-NUM
                       GIVING TIER2-UNITS-BILLED
               WHEN OTHER
                   MOVE TIER1-LIMIT-UNITS TO TIER1-UNITS-BILLED
                   MOVE TIER2-BAND-UNITS TO TIER2-UNITS-BILLED
                   SUBTRACT TIER2-LIMIT-UNITS FROM UNITS-USED-NUM
                       GIVING TIER3-UNITS-BILLED
           END-EVALUATE.
           COMPUTE TIER1-CHARGE-AMT ROUNDED =
               TIER1-UNITS-BILLED * TIER1-RATE.
           COMPUTE TIER2-CHARGE-AMT ROUNDED =
               TIER2-UNITS-BILLED * TIER2-RATE.
           COMPUTE TIER3-CHARGE-AMT ROUNDED =
               TIER3-UNITS-BILLED * TIER3-RATE.
           COMPUTE CURRENT-CHARGE =
               TIER1-CHARGE-AMT + TIER2-CHARGE-AMT +
               TIER3-CHARGE-AMT.

       WRITE-REGISTER-TRAILER.
           MOVE REBILLS-POSTED-CNT TO ADJ-POSTED-CNT-OUT.
           MOVE REBILLS-REJECTED-CNT TO ADJ-REJECTED-CNT-OUT.
           MOVE NET-ADJUSTMENT-TOTAL TO ADJ-NET-TOTAL-OUT.
           MOVE ADJ-REGISTER-TRAILER TO ADJ-REGISTER-LINE.
           WRITE ADJ-REGISTER-LINE.
