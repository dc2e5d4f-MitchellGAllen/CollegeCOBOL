       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework1Inquiry.
       AUTHOR.             Mitchell A, Mike L, Adam M.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INQUIRY-REQUEST-FILE ASSIGN TO 'N:\inquiry.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INQ-FILE-STATUS.
      *INQUIRY-REQUEST-FILE is the front counter's list - one line
      *per account number asked about, or per last name to search
      *the live master and the archive for
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
      *The live master first, then the archive for an account the
      *billing run has final-billed and taken off it
           SELECT RECEIVABLE-FILE      ASSIGN TO 'ARMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AR-ACC-NUM
               FILE STATUS IS AR-FILE-STATUS.
      *RECEIVABLE-FILE supplies the aging buckets, payments since
      *the last statement and the returned-check history
           SELECT BILLING-HISTORY-FILE ASSIGN TO 'N:\billhist.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT SUSPENSE-FILE        ASSIGN TO 'N:\paysusp.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUSP-FILE-STATUS.
           SELECT AUDIT-JOURNAL-FILE   ASSIGN TO 'N:\auditjrn.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-FILE-STATUS.
      *The cycle-by-cycle bills, the payments Homework1Recv could
      *not post, and every maintenance change applied to the master.
      *The counter asks about a handful of accounts at a time, so
      *each profile reads these straight through for its own account
      *rather than holding every account's history in storage
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
           SELECT INQUIRY-REPORT-FILE  ASSIGN TO 'N:\acctinq.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *INQUIRY-REPORT-FILE is the printed account profiles, one block
      *per account

       DATA DIVISION.
       FILE SECTION.
           FD INQUIRY-REQUEST-FILE
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS INQUIRY-REQUEST-RECORD.
       01  INQUIRY-REQUEST-RECORD.
           05  INQ-REQUEST-TYPE        PIC x.
               88  INQ-BY-ACCOUNT                    VALUE 'A'.
               88  INQ-BY-NAME                       VALUE 'N'.
           05  INQ-REQUEST-KEY         PIC x(12).
           05  INQ-ACCOUNT-KEY REDEFINES INQ-REQUEST-KEY.
               10  INQ-ACC-NUM         PIC 9(6).
               10  FILLER              PIC x(6).
      *'A' and the six-digit account number, or 'N' and a LAST-NAME
      *exactly as it is carried on the master

           FD CUSTOMER-FILE
           DATA RECORD IS CUSTOMER-MASTER-RECORD.
           COPY CUSTMAS.

           FD ARCHIVE-FILE
           DATA RECORD IS ARCHIVE-RECORD.
       01  ARCHIVE-RECORD.
           05  ARCH-MASTER-IMAGE.
               10  FILLER              PIC x(12).
               10  ARCH-LAST-NAME      PIC x(12).
               10  FILLER              PIC x(30).
               10  ARCH-ACC-NUM        PIC 9(6).
               10  FILLER              PIC x(35).
           05  ARCH-CLOSE-DATE        PIC 9(6).
      *Same layout Homework1 writes - the closed account's final
      *master image carried whole; it is moved onto the CUSTMAST
      *record area so the profile prints it like a live account.
      *ARCH-LAST-NAME is picked out for the name search

           FD RECEIVABLE-FILE
           DATA RECORD IS RECEIVABLE-RECORD.
           COPY ARMAST.

           FD BILLING-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
           COPY BILLHIST.

           FD SUSPENSE-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS SUSPENSE-RECORD.
       01  SUSPENSE-RECORD.
           05  SUSP-ACC-NUM            PIC 9(6).
           05  SUSP-AMOUNT             PIC 9(6)V99.
           05  SUSP-DATE-RECVD         PIC 9(6).
           05  SUSP-RUNS-HELD          PIC 9(3).
      *Same layout Homework1Recv rewrites each run

           FD AUDIT-JOURNAL-FILE
           RECORD CONTAINS 217 CHARACTERS
           DATA RECORD IS AUDIT-JOURNAL-RECORD.
           COPY AUDITJRN.

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD INQUIRY-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INQUIRY-REPORT-LINE.
       01  INQUIRY-REPORT-LINE         PIC x(80).

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
       01  SCAN-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
       01  FILE-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
      *Read-loop switches for the request list, the name-search scans
      *of the masters, and the per-account passes over the history,
      *suspense and journal files

       01  INQ-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no inquiry list was keyed - the report says so
       01  CUST-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no CUSTMAST - only archived accounts can be found
       01  ARCH-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no archive exists yet - no account has closed
       01  AR-FILE-STATUS              PIC xx        VALUE SPACES.
      *'35' means no ledger - no account shows a receivable
       01  HIST-FILE-STATUS            PIC xx        VALUE SPACES.
       01  SUSP-FILE-STATUS            PIC xx        VALUE SPACES.
       01  JRN-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' on any of these just means nothing of that kind is on
      *file for any account
       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  CUSTOMER-MISSING-SW         PIC x         VALUE 'N'.
           88  CUSTOMER-MISSING                      VALUE 'Y'.
           88  CUSTOMER-ON-FILE                      VALUE 'N'.
       01  ARCHIVE-MISSING-SW          PIC x         VALUE 'N'.
           88  ARCHIVE-MISSING                       VALUE 'Y'.
           88  ARCHIVE-ON-FILE                       VALUE 'N'.
       01  LEDGER-MISSING-SW           PIC x         VALUE 'N'.
           88  LEDGER-MISSING                        VALUE 'Y'.
           88  LEDGER-ON-FILE                        VALUE 'N'.
       01  LEDGER-FOUND-SW             PIC x         VALUE 'N'.
           88  LEDGER-RECORD-FOUND                   VALUE 'Y'.

       01  INQUIRY-RUN-DATE            PIC 9(6)      VALUE ZEROS.
      *Business date the profiles are printed as of

       01  INQUIRY-ACCOUNT-CNT         PIC 999       VALUE ZEROS.
       01  INQUIRY-ACCOUNT-TABLE.
           05  INQUIRY-ACCOUNT OCCURS 1 TO 200 TIMES
                   DEPENDING ON INQUIRY-ACCOUNT-CNT.
               10  IA-ACC-NUM          PIC 9(6).
      *Every account to profile, in the order asked for - account
      *numbers as keyed, then the name-search matches in account
      *order. An account asked for twice prints once

       01  INQUIRY-SUB                 PIC 999       VALUE ZEROS.
       01  INQUIRY-SEARCH-SUB          PIC 999       VALUE ZEROS.
       01  INQUIRY-ACC-WORK            PIC 9(6)      VALUE ZEROS.
       01  INQUIRY-DUPLICATE-SW        PIC x         VALUE 'N'.
           88  INQUIRY-DUPLICATE                     VALUE 'Y'.

       01  INQUIRY-TABLE-FULL-SW       PIC x         VALUE 'N'.
           88  INQUIRY-TABLE-FULL                    VALUE 'Y'.
      *Set when more accounts are asked for than the table holds;
      *the rest are left off and the report says so

       01  INQUIRY-OVERFLOW-WARNING.
           05  FILLER  PIC x(48)  VALUE
               'WARNING - INQUIRY TABLE FULL - REMAINING ACCOUNT'.
           05  FILLER  PIC x(32)  VALUE
               'S NOT PRINTED - SPLIT THE LIST'.

       01  NAME-SEARCH-CNT             PIC 99        VALUE ZEROS.
       01  NAME-SEARCH-TABLE.
           05  NAME-SEARCH OCCURS 1 TO 50 TIMES
                   DEPENDING ON NAME-SEARCH-CNT.
               10  NS-LAST-NAME        PIC x(12).
               10  NS-MATCH-CNT        PIC 9(4).
      *Last names asked for, each matched against every record on
      *CUSTMAST and CUSTARCH in one pass of each

       01  NAME-SUB                    PIC 99        VALUE ZEROS.
       01  SCAN-LAST-NAME              PIC x(12)     VALUE SPACES.
       01  SCAN-ACC-NUM                PIC 9(6)      VALUE ZEROS.

       01  ACCOUNT-FOUND-SW            PIC x         VALUE 'N'.
           88  ACCOUNT-ON-MASTER                     VALUE 'M'.
           88  ACCOUNT-ON-ARCHIVE                    VALUE 'A'.
           88  ACCOUNT-NOT-FOUND                     VALUE 'N'.
      *Where the account was found - the live master, the archive,
      *or neither (a suspense payment keyed to a bad account number
      *still gets its profile, with the master block left off)

       01  HISTORY-RING-CNT            PIC 99        VALUE ZEROS.
       01  HISTORY-RING-TABLE.
           05  HISTORY-RING-ENTRY OCCURS 12 TIMES.
               10  HR-BILL-DATE        PIC x(6).
               10  HR-BILL-TYPE        PIC x.
               10  HR-P-M-R            PIC 9(5).
               10  HR-C-M-R            PIC 9(5).
               10  HR-UNITS-USED       PIC 9(5).
               10  HR-CHARGE           PIC 9(6)V99.
               10  HR-TAX-TOTAL        PIC 9(6)V99.
               10  HR-NOTE             PIC x(9).
      *The account's last twelve billing cycles, oldest first. A
      *cancel/rebill lands on the cycle it corrects rather than
      *taking a slot of its own, so what prints is the bill in
      *effect for each cycle

       01  RING-SUB                    PIC 99        VALUE ZEROS.
       01  RING-FOUND-SUB              PIC 99        VALUE ZEROS.
       01  HIST-BILL-DATE-WORK         PIC x(6)      VALUE SPACES.
       01  HIST-TAX-WORK               PIC 9(6)V99   VALUE ZEROS.
       01  HIST-TOTAL-WORK             PIC 9(7)V99   VALUE ZEROS.

       01  ACCOUNT-BALANCE-DUE         PIC S9(7)V99  VALUE ZEROS.
       01  SECTION-LINE-CNT            PIC 9(4)      VALUE ZEROS.
      *Lines printed under the current heading, so an empty section
      *gets a NONE line instead of a bare heading

       01  JOURNAL-BEFORE-WORK.
           05  JB-FIRST-NAME           PIC x(12).
           05  JB-LAST-NAME            PIC x(12).
           05  JB-STREET-ADDRESS       PIC x(15).
           05  JB-CITY                 PIC x(13).
           05  JB-STATE                PIC x(2).
           05  JB-ACC-NUM              PIC x(6).
           05  JB-P-M-R                PIC x(5).
           05  JB-C-M-R                PIC x(5).
           05  JB-RATE-CLASS           PIC x.
           05  JB-EST-UNITS-OWED       PIC x(5).
           05  JB-ACCT-STATUS          PIC x.
           05  JB-BUDGET-PLAN-FLAG     PIC x.
           05  JB-BUDGET-VARIANCE      PIC x(8).
           05  JB-BUDGET-CYCLE-CNT     PIC x(2).
           05  JB-BILL-CYCLE           PIC x(2).
           05  JB-EXCH-UNITS-OWED      PIC x(5).
       01  JOURNAL-AFTER-WORK.
           05  JA-FIRST-NAME           PIC x(12).
           05  JA-LAST-NAME            PIC x(12).
           05  JA-STREET-ADDRESS       PIC x(15).
           05  JA-CITY                 PIC x(13).
           05  JA-STATE                PIC x(2).
           05  JA-ACC-NUM              PIC x(6).
           05  JA-P-M-R                PIC x(5).
           05  JA-C-M-R                PIC x(5).
           05  JA-RATE-CLASS           PIC x.
           05  JA-EST-UNITS-OWED       PIC x(5).
           05  JA-ACCT-STATUS          PIC x.
           05  JA-BUDGET-PLAN-FLAG     PIC x.
           05  JA-BUDGET-VARIANCE      PIC x(8).
           05  JA-BUDGET-CYCLE-CNT     PIC x(2).
           05  JA-BILL-CYCLE           PIC x(2).
           05  JA-EXCH-UNITS-OWED      PIC x(5).
      *The journal's before and after master images laid out field
      *by field (as characters, so a space image on an add or
      *delete compares cleanly) to pick out what a change changed

       01  INQUIRY-RUN-TOTALS.
           05  ACCOUNTS-PRINTED-CNT    PIC 999       VALUE ZEROS.
           05  REQUESTS-REJECTED-CNT   PIC 999       VALUE ZEROS.

       01  INQUIRY-REPORT-TITLE.
           05  FILLER  PIC x(31)  VALUE
               'CUSTOMER ACCOUNT INQUIRY AS OF '.
           05  TITLE-DATE-OUT          PIC 9(6).
           05  FILLER                  PIC x(43)  VALUE SPACES.

       01  INQUIRY-RULE-LINE           PIC x(80)     VALUE ALL '='.

       01  INQUIRY-REJECT-LINE.
           05  FILLER  PIC x(21)  VALUE 'REQUEST NOT USABLE - '.
           05  REJ-REQUEST-OUT         PIC x(13).
           05  FILLER                  PIC x(3)   VALUE ' - '.
           05  REJ-REASON-OUT          PIC x(40).
           05  FILLER                  PIC x(3)   VALUE SPACES.

       01  NAME-NOT-FOUND-LINE.
           05  FILLER  PIC x(31)  VALUE
               'NO ACCOUNT FOUND FOR LAST NAME '.
           05  NNF-LAST-NAME-OUT       PIC x(12).
           05  FILLER                  PIC x(37)  VALUE SPACES.

       01  PROFILE-HEADER-LINE.
           05  FILLER                  PIC x(8)   VALUE 'ACCOUNT '.
           05  PH-ACC-NUM-OUT          PIC 9(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  PH-FIRST-NAME-OUT       PIC x(12).
           05  FILLER                  PIC x      VALUE SPACE.
           05  PH-LAST-NAME-OUT        PIC x(12).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  PH-STATUS-OUT           PIC x(24).
           05  PH-CLOSE-DATE-OUT       PIC x(6).
           05  FILLER                  PIC x(7)   VALUE SPACES.
      *Status reads ACTIVE, CLOSED with the final bill still to
      *come, ARCHIVED with the close date, or not found at all

       01  PROFILE-ADDRESS-LINE.
           05  FILLER                  PIC x(16)  VALUE SPACES.
           05  PA-STREET-OUT           PIC x(15).
           05  FILLER                  PIC x      VALUE SPACE.
           05  PA-CITY-OUT             PIC x(13).
           05  FILLER                  PIC x      VALUE SPACE.
           05  PA-STATE-OUT            PIC x(2).
           05  FILLER                  PIC x(32)  VALUE SPACES.

       01  PROFILE-ACCOUNT-LINE.
           05  FILLER  PIC x(12)  VALUE 'RATE CLASS: '.
           05  PC-RATE-CLASS-OUT       PIC x.
           05  FILLER  PIC x(15)  VALUE '   BILL CYCLE: '.
           05  PC-BILL-CYCLE-OUT       PIC 99.
           05  FILLER  PIC x(15)  VALUE '   METER PREV: '.
           05  PC-P-M-R-OUT            PIC 9(5).
           05  FILLER  PIC x(8)   VALUE '  CURR: '.
           05  PC-C-M-R-OUT            PIC 9(5).
           05  FILLER                  PIC x(17)  VALUE SPACES.

       01  PROFILE-OWED-LINE.
           05  FILLER  PIC x(24)  VALUE 'UNITS OWED - ESTIMATES: '.
           05  PO-EST-UNITS-OUT        PIC ZZ,ZZ9.
           05  FILLER  PIC x(19)  VALUE '   METER EXCHANGE: '.
           05  PO-EXCH-UNITS-OUT       PIC ZZ,ZZ9.
           05  FILLER                  PIC x(25)  VALUE SPACES.

       01  PROFILE-BUDGET-LINE.
           05  FILLER  PIC x(13)  VALUE 'BUDGET PLAN: '.
           05  PB-ON-PLAN-OUT          PIC x(3).
           05  FILLER  PIC x(27)  VALUE
               '   CYCLES SINCE SETTLE-UP: '.
           05  PB-CYCLE-CNT-OUT        PIC Z9.
           05  FILLER  PIC x(6)   VALUE ' OF 12'.
           05  FILLER  PIC x(13)  VALUE '   VARIANCE: '.
           05  PB-VARIANCE-OUT         PIC $$$,$$9.99-.
           05  FILLER                  PIC x(5)   VALUE SPACES.
      *VARIANCE is actual less plan billed since the last settle-up
      *- owed by the customer at settle-up if positive, a credit
      *back to them if negative

       01  LEDGER-HEADING.
           05  FILLER  PIC x(12)  VALUE 'RECEIVABLE'.
           05  FILLER  PIC x(13)  VALUE '      CURRENT'.
           05  FILLER  PIC x(13)  VALUE '      30 DAYS'.
           05  FILLER  PIC x(13)  VALUE '      60 DAYS'.
           05  FILLER  PIC x(13)  VALUE '     90+ DAYS'.
           05  FILLER  PIC x(13)  VALUE '  BALANCE DUE'.
           05  FILLER  PIC x(3)   VALUE SPACES.

       01  LEDGER-DETAIL.
           05  FILLER                  PIC x(12)  VALUE SPACES.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  LD-CURRENT-OUT          PIC $$$,$$9.99-.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  LD-30-OUT               PIC $$$,$$9.99-.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  LD-60-OUT               PIC $$$,$$9.99-.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  LD-90-OUT               PIC $$$,$$9.99-.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  LD-BALANCE-OUT          PIC $$$,$$9.99-.
           05  FILLER                  PIC x(3)   VALUE SPACES.

       01  LEDGER-PAYMENT-LINE.
           05  FILLER  PIC x(31)  VALUE
               'PAYMENTS SINCE LAST STATEMENT: '.
           05  LP-PAYMENTS-OUT         PIC $$$,$$9.99-.
           05  FILLER  PIC x(20)  VALUE '   RETURNED CHECKS: '.
           05  LP-NSF-COUNT-OUT        PIC Z9.
           05  FILLER  PIC x(8)   VALUE '  LAST: '.
           05  LP-LAST-NSF-OUT         PIC x(6).
           05  FILLER                  PIC xx     VALUE SPACES.

       01  LEDGER-NONE-LINE.
           05  FILLER  PIC x(44)  VALUE
               'RECEIVABLE  NO LEDGER RECORD FOR THIS ACCOUN'.
           05  FILLER  PIC x(36)  VALUE 'T'.

       01  HISTORY-TITLE-LINE.
           05  FILLER  PIC x(40)  VALUE
               'BILLING HISTORY - LAST 12 CYCLES'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  HISTORY-HEADING.
           05  FILLER  PIC x(8)   VALUE 'BILL DT '.
           05  FILLER  PIC x(9)   VALUE 'TYPE     '.
           05  FILLER  PIC x(6)   VALUE ' PREV '.
           05  FILLER  PIC x(6)   VALUE ' CURR '.
           05  FILLER  PIC x(7)   VALUE ' UNITS '.
           05  FILLER  PIC x(12)  VALUE '     CHARGE '.
           05  FILLER  PIC x(11)  VALUE '     TAXES '.
           05  FILLER  PIC x(12)  VALUE '      TOTAL '.
           05  FILLER  PIC x(9)   VALUE 'NOTE'.

       01  HISTORY-DETAIL.
           05  HD-BILL-DATE-OUT        PIC x(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  HD-BILL-TYPE-OUT        PIC x(8).
           05  FILLER                  PIC x      VALUE SPACE.
           05  HD-P-M-R-OUT            PIC 9(5).
           05  FILLER                  PIC x      VALUE SPACE.
           05  HD-C-M-R-OUT            PIC 9(5).
           05  FILLER                  PIC x      VALUE SPACE.
           05  HD-UNITS-OUT            PIC ZZ,ZZ9.
           05  FILLER                  PIC x      VALUE SPACE.
           05  HD-CHARGE-OUT           PIC $$$,$$9.99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  HD-TAX-OUT              PIC $$,$$9.99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  HD-TOTAL-OUT            PIC $$$,$$9.99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  HD-NOTE-OUT             PIC x(9).

       01  HISTORY-NONE-LINE.
           05  FILLER  PIC x(40)  VALUE
               '  NO BILLING HISTORY ON FILE'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  SUSPENSE-TITLE-LINE.
           05  FILLER  PIC x(40)  VALUE
               'PAYMENTS IN SUSPENSE'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  SUSPENSE-HEADING.
           05  FILLER  PIC x(40)  VALUE
               '  RECEIVED       AMOUNT   RUNS HELD'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  SUSPENSE-DETAIL.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  SD-DATE-RECVD-OUT       PIC 9(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  SD-AMOUNT-OUT           PIC $$$,$$9.99.
           05  FILLER                  PIC x(9)   VALUE SPACES.
           05  SD-RUNS-HELD-OUT        PIC ZZ9.
           05  FILLER                  PIC x(48)  VALUE SPACES.

       01  SUSPENSE-NONE-LINE.
           05  FILLER  PIC x(40)  VALUE
               '  NO PAYMENTS IN SUSPENSE'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  JOURNAL-TITLE-LINE.
           05  FILLER  PIC x(40)  VALUE
               'MAINTENANCE HISTORY'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  JOURNAL-HEADING.
           05  FILLER  PIC x(40)  VALUE
               '  DATE    TIME      BATCH   ACTION'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  JOURNAL-DETAIL.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  JD-DATE-OUT             PIC 9(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  JD-TIME-OUT             PIC 9(8).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  JD-BATCH-OUT            PIC 9(6).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  JD-ACTION-OUT           PIC x(40).
           05  FILLER                  PIC x(12)  VALUE SPACES.

       01  JOURNAL-FIELD-LINE.
           05  FILLER                  PIC x(10)  VALUE SPACES.
           05  JF-FIELD-NAME-OUT       PIC x(14).
           05  JF-OLD-VALUE-OUT        PIC x(15).
           05  FILLER                  PIC x(4)   VALUE ' -> '.
           05  JF-NEW-VALUE-OUT        PIC x(15).
           05  FILLER                  PIC x(22)  VALUE SPACES.
      *One line under a change for each master field it changed,
      *old value to new

       01  JOURNAL-NONE-LINE.
           05  FILLER  PIC x(40)  VALUE
               '  NO MAINTENANCE ON FILE'.
           05  FILLER  PIC x(40)  VALUE SPACES.

       01  INQUIRY-REPORT-TRAILER.
           05  FILLER  PIC x(18)  VALUE 'ACCOUNTS PRINTED: '.
           05  TRL-PRINTED-OUT         PIC ZZ9.
           05  FILLER  PIC x(24)  VALUE '   REQUESTS NOT USABLE: '.
           05  TRL-REJECTED-OUT        PIC ZZ9.
           05  FILLER                  PIC x(32)  VALUE SPACES.

       PROCEDURE DIVISION.
       PREPARE-ACCOUNT-INQUIRY.
           ACCEPT INQUIRY-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-INQUIRY-MASTERS.
           OPEN OUTPUT INQUIRY-REPORT-FILE.
           MOVE INQUIRY-RUN-DATE TO TITLE-DATE-OUT.
           MOVE INQUIRY-REPORT-TITLE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           PERFORM LOAD-INQUIRY-REQUESTS.
           IF NAME-SEARCH-CNT IS GREATER THAN ZERO
               PERFORM SEARCH-MASTER-BY-NAME
               PERFORM SEARCH-ARCHIVE-BY-NAME
               PERFORM REPORT-NAMES-NOT-FOUND
                   VARYING NAME-SUB FROM 1 BY 1
                   UNTIL NAME-SUB IS GREATER THAN NAME-SEARCH-CNT
           END-IF.
           IF INQUIRY-TABLE-FULL
               MOVE INQUIRY-OVERFLOW-WARNING TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.
           PERFORM PRINT-ACCOUNT-PROFILE
               VARYING INQUIRY-SUB FROM 1 BY 1
               UNTIL INQUIRY-SUB IS GREATER THAN INQUIRY-ACCOUNT-CNT.
           MOVE INQUIRY-RULE-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE ACCOUNTS-PRINTED-CNT TO TRL-PRINTED-OUT.
           MOVE REQUESTS-REJECTED-CNT TO TRL-REJECTED-OUT.
           MOVE INQUIRY-REPORT-TRAILER TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           CLOSE INQUIRY-REPORT-FILE.
           PERFORM CLOSE-INQUIRY-MASTERS.
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
                           MOVE BD-BUSINESS-DATE TO INQUIRY-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-INQUIRY-MASTERS.
      *Everything is opened for input only - an inquiry never
      *changes an account, so it is safe to run alongside the day
           OPEN INPUT CUSTOMER-FILE.
           IF CUST-FILE-STATUS EQUAL TO '35'
               SET CUSTOMER-MISSING TO TRUE
           END-IF.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCH-FILE-STATUS EQUAL TO '35'
               SET ARCHIVE-MISSING TO TRUE
           END-IF.
           OPEN INPUT RECEIVABLE-FILE.
           IF AR-FILE-STATUS EQUAL TO '35'
               SET LEDGER-MISSING TO TRUE
           END-IF.

       CLOSE-INQUIRY-MASTERS.
           IF CUSTOMER-ON-FILE
               CLOSE CUSTOMER-FILE
           END-IF.
           IF ARCHIVE-ON-FILE
               CLOSE ARCHIVE-FILE
           END-IF.
           IF LEDGER-ON-FILE
               CLOSE RECEIVABLE-FILE
           END-IF.

       LOAD-INQUIRY-REQUESTS.
           OPEN INPUT INQUIRY-REQUEST-FILE.
           IF INQ-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO DATA-REMAINS-SWITCH
           ELSE
               READ INQUIRY-REQUEST-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM LOAD-ONE-INQUIRY-REQUEST
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
           IF INQ-FILE-STATUS EQUAL TO '00'
               CLOSE INQUIRY-REQUEST-FILE
           END-IF.

       LOAD-ONE-INQUIRY-REQUEST.
      *Account numbers go straight into the account table; last
      *names wait for the scans of the masters
           EVALUATE TRUE
               WHEN INQ-BY-ACCOUNT
                AND INQ-ACC-NUM IS NUMERIC
                   MOVE INQ-ACC-NUM TO INQUIRY-ACC-WORK
                   PERFORM ADD-INQUIRY-ACCOUNT
               WHEN INQ-BY-ACCOUNT
                   MOVE 'ACCOUNT NUMBER NOT NUMERIC' TO
                       REJ-REASON-OUT
                   PERFORM WRITE-REQUEST-REJECT
               WHEN INQ-BY-NAME
                AND INQ-REQUEST-KEY EQUAL TO SPACES
                   MOVE 'NO LAST NAME GIVEN' TO REJ-REASON-OUT
                   PERFORM WRITE-REQUEST-REJECT
               WHEN INQ-BY-NAME
                   IF NAME-SEARCH-CNT IS LESS THAN 50
                       ADD 1 TO NAME-SEARCH-CNT
                       MOVE INQ-REQUEST-KEY TO
                           NS-LAST-NAME(NAME-SEARCH-CNT)
                       MOVE ZEROS TO NS-MATCH-CNT(NAME-SEARCH-CNT)
                   ELSE
                       MOVE 'MORE THAN 50 NAMES - SPLIT THE LIST' TO
                           REJ-REASON-OUT
                       PERFORM WRITE-REQUEST-REJECT
                   END-IF
               WHEN OTHER
                   MOVE 'REQUEST TYPE MUST BE A OR N' TO
                       REJ-REASON-OUT
                   PERFORM WRITE-REQUEST-REJECT
           END-EVALUATE.
           READ INQUIRY-REQUEST-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       WRITE-REQUEST-REJECT.
           MOVE INQUIRY-REQUEST-RECORD TO REJ-REQUEST-OUT.
           MOVE INQUIRY-REJECT-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           ADD 1 TO REQUESTS-REJECTED-CNT.

       ADD-INQUIRY-ACCOUNT.
      *An account already on the list - keyed twice, or both keyed
      *and found by name - is printed only once
           MOVE 'N' TO INQUIRY-DUPLICATE-SW.
           PERFORM CHECK-ONE-INQUIRY-ACCOUNT
               VARYING INQUIRY-SEARCH-SUB FROM 1 BY 1
               UNTIL INQUIRY-SEARCH-SUB IS GREATER THAN
                         INQUIRY-ACCOUNT-CNT
                  OR INQUIRY-DUPLICATE.
           IF NOT INQUIRY-DUPLICATE
               IF INQUIRY-ACCOUNT-CNT IS LESS THAN 200
                   ADD 1 TO INQUIRY-ACCOUNT-CNT
                   MOVE INQUIRY-ACC-WORK TO
                       IA-ACC-NUM(INQUIRY-ACCOUNT-CNT)
               ELSE
                   SET INQUIRY-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       CHECK-ONE-INQUIRY-ACCOUNT.
           IF IA-ACC-NUM(INQUIRY-SEARCH-SUB) EQUAL TO INQUIRY-ACC-WORK
               SET INQUIRY-DUPLICATE TO TRUE
           END-IF.

       SEARCH-MASTER-BY-NAME.
      *CUSTMAST is keyed on the account number only, so a name
      *search is one pass of the whole master in key order
           IF CUSTOMER-ON-FILE
               MOVE SPACES TO SCAN-DATA-REMAINS-SWITCH
               MOVE ZEROS TO ACC-NUM
               START CUSTOMER-FILE
                   KEY IS NOT LESS THAN ACC-NUM
                   INVALID KEY MOVE 'NO' TO SCAN-DATA-REMAINS-SWITCH
               END-START
               IF SCAN-DATA-REMAINS-SWITCH NOT EQUAL TO 'NO'
                   READ CUSTOMER-FILE NEXT RECORD
                       AT END MOVE 'NO' TO SCAN-DATA-REMAINS-SWITCH
                   END-READ
               END-IF
               PERFORM CHECK-MASTER-NAME
                   UNTIL SCAN-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       CHECK-MASTER-NAME.
           MOVE LAST-NAME TO SCAN-LAST-NAME.
           MOVE ACC-NUM TO SCAN-ACC-NUM.
           PERFORM MATCH-SCANNED-NAME
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB IS GREATER THAN NAME-SEARCH-CNT.
           READ CUSTOMER-FILE NEXT RECORD
               AT END MOVE 'NO' TO SCAN-DATA-REMAINS-SWITCH
           END-READ.

       SEARCH-ARCHIVE-BY-NAME.
      *Closed accounts are searched too - a caller asking about an
      *old final bill is as likely as one asking about this month's
           IF ARCHIVE-ON-FILE
               MOVE SPACES TO SCAN-DATA-REMAINS-SWITCH
               MOVE ZEROS TO ARCH-ACC-NUM
               START ARCHIVE-FILE
                   KEY IS NOT LESS THAN ARCH-ACC-NUM
                   INVALID KEY MOVE 'NO' TO SCAN-DATA-REMAINS-SWITCH
               END-START
               IF SCAN-DATA-REMAINS-SWITCH NOT EQUAL TO 'NO'
                   READ ARCHIVE-FILE NEXT RECORD
                       AT END MOVE 'NO' TO SCAN-DATA-REMAINS-SWITCH
                   END-READ
               END-IF
               PERFORM CHECK-ARCHIVE-NAME
                   UNTIL SCAN-DATA-REMAINS-SWITCH = 'NO'
           END-IF.

       CHECK-ARCHIVE-NAME.
           MOVE ARCH-LAST-NAME TO SCAN-LAST-NAME.
           MOVE ARCH-ACC-NUM TO SCAN-ACC-NUM.
           PERFORM MATCH-SCANNED-NAME
               VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB IS GREATER THAN NAME-SEARCH-CNT.
           READ ARCHIVE-FILE NEXT RECORD
               AT END MOVE 'NO' TO SCAN-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-SCANNED-NAME.
           IF SCAN-LAST-NAME EQUAL TO NS-LAST-NAME(NAME-SUB)
               ADD 1 TO NS-MATCH-CNT(NAME-SUB)
               MOVE SCAN-ACC-NUM TO INQUIRY-ACC-WORK
               PERFORM ADD-INQUIRY-ACCOUNT
           END-IF.

       REPORT-NAMES-NOT-FOUND.
           IF NS-MATCH-CNT(NAME-SUB) EQUAL TO ZERO
               MOVE NS-LAST-NAME(NAME-SUB) TO NNF-LAST-NAME-OUT
               MOVE NAME-NOT-FOUND-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       PRINT-ACCOUNT-PROFILE.
      *One block per account - the master (or archive) fields, the
      *ledger, the last twelve bills, suspense and maintenance
           MOVE INQUIRY-RULE-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           PERFORM LOOK-UP-INQUIRY-ACCOUNT.
           PERFORM PRINT-MASTER-BLOCK.
           PERFORM PRINT-LEDGER-BLOCK.
           PERFORM PRINT-HISTORY-BLOCK.
           PERFORM PRINT-SUSPENSE-BLOCK.
           PERFORM PRINT-JOURNAL-BLOCK.
           ADD 1 TO ACCOUNTS-PRINTED-CNT.

       LOOK-UP-INQUIRY-ACCOUNT.
           SET ACCOUNT-NOT-FOUND TO TRUE.
           IF CUSTOMER-ON-FILE
               MOVE IA-ACC-NUM(INQUIRY-SUB) TO ACC-NUM
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ACCOUNT-ON-MASTER TO TRUE
               END-READ
           END-IF.
           IF ACCOUNT-NOT-FOUND
               PERFORM LOOK-UP-ARCHIVED-ACCOUNT
           END-IF.

       LOOK-UP-ARCHIVED-ACCOUNT.
      *The archive image is the full 95-byte master record, so it is
      *staged through the CUSTMAST record area and printed like any
      *other master record
           IF ARCHIVE-ON-FILE
               MOVE IA-ACC-NUM(INQUIRY-SUB) TO ARCH-ACC-NUM
               READ ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ARCH-MASTER-IMAGE TO CUSTOMER-MASTER-RECORD
                       SET ACCOUNT-ON-ARCHIVE TO TRUE
               END-READ
           END-IF.

       PRINT-MASTER-BLOCK.
           MOVE IA-ACC-NUM(INQUIRY-SUB) TO PH-ACC-NUM-OUT.
           MOVE SPACES TO PH-CLOSE-DATE-OUT.
           IF ACCOUNT-NOT-FOUND
               MOVE SPACES TO PH-FIRST-NAME-OUT
               MOVE SPACES TO PH-LAST-NAME-OUT
               MOVE 'NOT ON MASTER OR ARCHIVE' TO PH-STATUS-OUT
               MOVE PROFILE-HEADER-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           ELSE
               MOVE FIRST-NAME TO PH-FIRST-NAME-OUT
               MOVE LAST-NAME TO PH-LAST-NAME-OUT
               EVALUATE TRUE
                   WHEN ACCOUNT-ON-ARCHIVE
                       MOVE 'ARCHIVED - CLOSED' TO PH-STATUS-OUT
                       MOVE ARCH-CLOSE-DATE TO PH-CLOSE-DATE-OUT
                   WHEN ACCOUNT-CLOSED
                       MOVE 'CLOSED - FINAL BILL DUE' TO PH-STATUS-OUT
                   WHEN OTHER
                       MOVE 'ACTIVE' TO PH-STATUS-OUT
               END-EVALUATE
               MOVE PROFILE-HEADER-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               MOVE STREET-ADDRESS TO PA-STREET-OUT
               MOVE CITY TO PA-CITY-OUT
               MOVE STATE TO PA-STATE-OUT
               MOVE PROFILE-ADDRESS-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               PERFORM PRINT-ACCOUNT-DETAIL-LINES
           END-IF.

       PRINT-ACCOUNT-DETAIL-LINES.
      *Fields added to the master after it was first built read as
      *spaces on the oldest records; they print as zero
           MOVE RATE-CLASS TO PC-RATE-CLASS-OUT.
           IF BILL-CYCLE IS NUMERIC
               MOVE BILL-CYCLE TO PC-BILL-CYCLE-OUT
           ELSE
               MOVE ZEROS TO PC-BILL-CYCLE-OUT
           END-IF.
           MOVE P-M-R TO PC-P-M-R-OUT.
           MOVE C-M-R TO PC-C-M-R-OUT.
           MOVE PROFILE-ACCOUNT-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE ZEROS TO PO-EST-UNITS-OUT.
           IF EST-UNITS-OWED IS NUMERIC
               MOVE EST-UNITS-OWED TO PO-EST-UNITS-OUT
           END-IF.
           MOVE ZEROS TO PO-EXCH-UNITS-OUT.
           IF EXCH-UNITS-OWED IS NUMERIC
               MOVE EXCH-UNITS-OWED TO PO-EXCH-UNITS-OUT
           END-IF.
           MOVE PROFILE-OWED-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           IF ON-BUDGET-PLAN
               MOVE 'YES' TO PB-ON-PLAN-OUT
           ELSE
               MOVE 'NO' TO PB-ON-PLAN-OUT
           END-IF.
           MOVE ZEROS TO PB-CYCLE-CNT-OUT.
           IF BUDGET-CYCLE-CNT IS NUMERIC
               MOVE BUDGET-CYCLE-CNT TO PB-CYCLE-CNT-OUT
           END-IF.
           MOVE ZEROS TO PB-VARIANCE-OUT.
           IF BUDGET-VARIANCE IS NUMERIC
               MOVE BUDGET-VARIANCE TO PB-VARIANCE-OUT
           END-IF.
           MOVE PROFILE-BUDGET-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

       PRINT-LEDGER-BLOCK.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE 'N' TO LEDGER-FOUND-SW.
           IF LEDGER-ON-FILE
               MOVE IA-ACC-NUM(INQUIRY-SUB) TO AR-ACC-NUM
               READ RECEIVABLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LEDGER-RECORD-FOUND TO TRUE
               END-READ
           END-IF.
           IF LEDGER-RECORD-FOUND
               PERFORM WRITE-LEDGER-LINES
           ELSE
               MOVE LEDGER-NONE-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       WRITE-LEDGER-LINES.
           MOVE LEDGER-HEADING TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           COMPUTE ACCOUNT-BALANCE-DUE = AR-AGE-CURRENT + AR-AGE-30
               + AR-AGE-60 + AR-AGE-90.
           MOVE AR-AGE-CURRENT TO LD-CURRENT-OUT.
           MOVE AR-AGE-30 TO LD-30-OUT.
           MOVE AR-AGE-60 TO LD-60-OUT.
           MOVE AR-AGE-90 TO LD-90-OUT.
           MOVE ACCOUNT-BALANCE-DUE TO LD-BALANCE-OUT.
           MOVE LEDGER-DETAIL TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE AR-PAYMENTS-RECVD TO LP-PAYMENTS-OUT.
      *Space on records from before the returned-check fields
      *existed reads as no returned checks
           IF AR-NSF-ON-FILE
              AND AR-NSF-COUNT IS NUMERIC
               MOVE AR-NSF-COUNT TO LP-NSF-COUNT-OUT
               MOVE AR-LAST-NSF-DATE TO LP-LAST-NSF-OUT
           ELSE
               MOVE ZEROS TO LP-NSF-COUNT-OUT
               MOVE SPACES TO LP-LAST-NSF-OUT
           END-IF.
           MOVE LEDGER-PAYMENT-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

       PRINT-HISTORY-BLOCK.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE HISTORY-TITLE-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           PERFORM LOAD-HISTORY-RING.
           IF HISTORY-RING-CNT EQUAL TO ZERO
               MOVE HISTORY-NONE-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           ELSE
               MOVE HISTORY-HEADING TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               PERFORM WRITE-HISTORY-DETAIL
                   VARYING RING-SUB FROM 1 BY 1
                   UNTIL RING-SUB IS GREATER THAN HISTORY-RING-CNT
           END-IF.

       LOAD-HISTORY-RING.
           MOVE ZEROS TO HISTORY-RING-CNT.
           OPEN INPUT BILLING-HISTORY-FILE.
           IF HIST-FILE-STATUS EQUAL TO '00'
               MOVE SPACES TO FILE-DATA-REMAINS-SWITCH
               READ BILLING-HISTORY-FILE
                   AT END MOVE 'NO' TO FILE-DATA-REMAINS-SWITCH
               END-READ
               PERFORM CHECK-ONE-HISTORY-RECORD
                   UNTIL FILE-DATA-REMAINS-SWITCH = 'NO'
               CLOSE BILLING-HISTORY-FILE
           END-IF.

       CHECK-ONE-HISTORY-RECORD.
      *An ordinary bill opens a cycle (dropping the oldest once
      *twelve are held); a reversal or replacement carries the
      *original bill date and is applied to that cycle instead
           IF BH-ACC-NUM EQUAL TO IA-ACC-NUM(INQUIRY-SUB)
               MOVE BH-BILL-DATE TO HIST-BILL-DATE-WORK
               IF BH-TAX-TOTAL IS NUMERIC
                   MOVE BH-TAX-TOTAL TO HIST-TAX-WORK
               ELSE
                   MOVE ZEROS TO HIST-TAX-WORK
               END-IF
               EVALUATE TRUE
                   WHEN BH-ADJ-REVERSAL
                       PERFORM FIND-HISTORY-CYCLE
                       IF RING-FOUND-SUB IS GREATER THAN ZERO
                           MOVE 'CANCELLED' TO
                               HR-NOTE(RING-FOUND-SUB)
                       END-IF
                   WHEN BH-ADJ-REBILL
                       PERFORM FIND-HISTORY-CYCLE
                       IF RING-FOUND-SUB IS GREATER THAN ZERO
                           MOVE RING-FOUND-SUB TO RING-SUB
                           PERFORM FILL-HISTORY-CYCLE
                           MOVE 'REBILLED' TO HR-NOTE(RING-SUB)
                       END-IF
                   WHEN OTHER
                       IF HISTORY-RING-CNT EQUAL TO 12
                           PERFORM SHIFT-HISTORY-CYCLE
                               VARYING RING-SUB FROM 1 BY 1
                               UNTIL RING-SUB IS GREATER THAN 11
                       ELSE
                           ADD 1 TO HISTORY-RING-CNT
                       END-IF
                       MOVE HISTORY-RING-CNT TO RING-SUB
                       PERFORM FILL-HISTORY-CYCLE
                       MOVE SPACES TO HR-NOTE(RING-SUB)
               END-EVALUATE
           END-IF.
           READ BILLING-HISTORY-FILE
               AT END MOVE 'NO' TO FILE-DATA-REMAINS-SWITCH
           END-READ.

       FIND-HISTORY-CYCLE.
      *Latest held cycle with the adjustment's bill date, or zero
      *if that cycle is older than the twelve being shown
           MOVE ZEROS TO RING-FOUND-SUB.
           PERFORM CHECK-ONE-HISTORY-CYCLE
               VARYING RING-SUB FROM HISTORY-RING-CNT BY -1
               UNTIL RING-SUB IS LESS THAN 1
                  OR RING-FOUND-SUB IS GREATER THAN ZERO.

       CHECK-ONE-HISTORY-CYCLE.
           IF HR-BILL-DATE(RING-SUB) EQUAL TO HIST-BILL-DATE-WORK
               MOVE RING-SUB TO RING-FOUND-SUB
           END-IF.

       SHIFT-HISTORY-CYCLE.
           MOVE HISTORY-RING-ENTRY(RING-SUB + 1) TO
               HISTORY-RING-ENTRY(RING-SUB).

       FILL-HISTORY-CYCLE.
           MOVE HIST-BILL-DATE-WORK TO HR-BILL-DATE(RING-SUB).
           MOVE BH-BILL-TYPE TO HR-BILL-TYPE(RING-SUB).
           MOVE BH-P-M-R TO HR-P-M-R(RING-SUB).
           MOVE BH-C-M-R TO HR-C-M-R(RING-SUB).
           MOVE BH-UNITS-USED TO HR-UNITS-USED(RING-SUB).
           MOVE BH-CHARGE TO HR-CHARGE(RING-SUB).
           MOVE HIST-TAX-WORK TO HR-TAX-TOTAL(RING-SUB).

       WRITE-HISTORY-DETAIL.
           MOVE HR-BILL-DATE(RING-SUB) TO HD-BILL-DATE-OUT.
           EVALUATE HR-BILL-TYPE(RING-SUB)
               WHEN 'R'
                   MOVE 'REAL' TO HD-BILL-TYPE-OUT
               WHEN 'E'
                   MOVE 'ESTIMATE' TO HD-BILL-TYPE-OUT
               WHEN 'T'
                   MOVE 'TRUE-UP' TO HD-BILL-TYPE-OUT
               WHEN OTHER
                   MOVE HR-BILL-TYPE(RING-SUB) TO HD-BILL-TYPE-OUT
           END-EVALUATE.
           MOVE HR-P-M-R(RING-SUB) TO HD-P-M-R-OUT.
           MOVE HR-C-M-R(RING-SUB) TO HD-C-M-R-OUT.
           MOVE HR-UNITS-USED(RING-SUB) TO HD-UNITS-OUT.
           MOVE HR-CHARGE(RING-SUB) TO HD-CHARGE-OUT.
           MOVE HR-TAX-TOTAL(RING-SUB) TO HD-TAX-OUT.
           COMPUTE HIST-TOTAL-WORK = HR-CHARGE(RING-SUB)
               + HR-TAX-TOTAL(RING-SUB).
           MOVE HIST-TOTAL-WORK TO HD-TOTAL-OUT.
           MOVE HR-NOTE(RING-SUB) TO HD-NOTE-OUT.
           MOVE HISTORY-DETAIL TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.

       PRINT-SUSPENSE-BLOCK.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE SUSPENSE-TITLE-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE ZEROS TO SECTION-LINE-CNT.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSP-FILE-STATUS EQUAL TO '00'
               MOVE SPACES TO FILE-DATA-REMAINS-SWITCH
               READ SUSPENSE-FILE
                   AT END MOVE 'NO' TO FILE-DATA-REMAINS-SWITCH
               END-READ
               PERFORM CHECK-ONE-SUSPENSE-RECORD
                   UNTIL FILE-DATA-REMAINS-SWITCH = 'NO'
               CLOSE SUSPENSE-FILE
           END-IF.
           IF SECTION-LINE-CNT EQUAL TO ZERO
               MOVE SUSPENSE-NONE-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       CHECK-ONE-SUSPENSE-RECORD.
           IF SUSP-ACC-NUM EQUAL TO IA-ACC-NUM(INQUIRY-SUB)
               IF SECTION-LINE-CNT EQUAL TO ZERO
                   MOVE SUSPENSE-HEADING TO INQUIRY-REPORT-LINE
                   WRITE INQUIRY-REPORT-LINE
               END-IF
               MOVE SUSP-DATE-RECVD TO SD-DATE-RECVD-OUT
               MOVE SUSP-AMOUNT TO SD-AMOUNT-OUT
               MOVE SUSP-RUNS-HELD TO SD-RUNS-HELD-OUT
               MOVE SUSPENSE-DETAIL TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
               ADD 1 TO SECTION-LINE-CNT
           END-IF.
           READ SUSPENSE-FILE
               AT END MOVE 'NO' TO FILE-DATA-REMAINS-SWITCH
           END-READ.

       PRINT-JOURNAL-BLOCK.
           MOVE SPACES TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE JOURNAL-TITLE-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           MOVE ZEROS TO SECTION-LINE-CNT.
           OPEN INPUT AUDIT-JOURNAL-FILE.
           IF JRN-FILE-STATUS EQUAL TO '00'
               MOVE SPACES TO FILE-DATA-REMAINS-SWITCH
               READ AUDIT-JOURNAL-FILE
                   AT END MOVE 'NO' TO FILE-DATA-REMAINS-SWITCH
               END-READ
               PERFORM CHECK-ONE-JOURNAL-RECORD
                   UNTIL FILE-DATA-REMAINS-SWITCH = 'NO'
               CLOSE AUDIT-JOURNAL-FILE
           END-IF.
           IF SECTION-LINE-CNT EQUAL TO ZERO
               MOVE JOURNAL-NONE-LINE TO INQUIRY-REPORT-LINE
               WRITE INQUIRY-REPORT-LINE
           END-IF.

       CHECK-ONE-JOURNAL-RECORD.
           IF JRN-ACC-NUM EQUAL TO IA-ACC-NUM(INQUIRY-SUB)
               IF SECTION-LINE-CNT EQUAL TO ZERO
                   MOVE JOURNAL-HEADING TO INQUIRY-REPORT-LINE
                   WRITE INQUIRY-REPORT-LINE
               END-IF
               PERFORM WRITE-JOURNAL-ENTRY
               ADD 1 TO SECTION-LINE-CNT
           END-IF.
           READ AUDIT-JOURNAL-FILE
               AT END MOVE 'NO' TO FILE-DATA-REMAINS-SWITCH
           END-READ.

       WRITE-JOURNAL-ENTRY.
      *An add or a delete is one line; a change is followed by the
      *fields it changed
           MOVE JRN-DATE TO JD-DATE-OUT.
           MOVE JRN-TIME TO JD-TIME-OUT.
           MOVE JRN-BATCH-ID TO JD-BATCH-OUT.
           EVALUATE JRN-ACTION
               WHEN 'A'
                   MOVE 'ACCOUNT ADDED' TO JD-ACTION-OUT
               WHEN 'C'
                   MOVE 'CHANGED' TO JD-ACTION-OUT
               WHEN 'D'
                   MOVE 'REMOVED FROM MASTER AFTER FINAL BILL' TO
                       JD-ACTION-OUT
               WHEN OTHER
                   MOVE JRN-ACTION TO JD-ACTION-OUT
           END-EVALUATE.
           MOVE JOURNAL-DETAIL TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
           IF JRN-ACTION EQUAL TO 'C'
               MOVE JRN-BEFORE-IMAGE TO JOURNAL-BEFORE-WORK
               MOVE JRN-AFTER-IMAGE TO JOURNAL-AFTER-WORK
               PERFORM WRITE-JOURNAL-FIELD-CHANGES
           END-IF.

       WRITE-JOURNAL-FIELD-CHANGES.
           IF JB-FIRST-NAME NOT EQUAL TO JA-FIRST-NAME
               MOVE 'FIRST NAME' TO JF-FIELD-NAME-OUT
               MOVE JB-FIRST-NAME TO JF-OLD-VALUE-OUT
               MOVE JA-FIRST-NAME TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-LAST-NAME NOT EQUAL TO JA-LAST-NAME
               MOVE 'LAST NAME' TO JF-FIELD-NAME-OUT
               MOVE JB-LAST-NAME TO JF-OLD-VALUE-OUT
               MOVE JA-LAST-NAME TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-STREET-ADDRESS NOT EQUAL TO JA-STREET-ADDRESS
               MOVE 'STREET' TO JF-FIELD-NAME-OUT
               MOVE JB-STREET-ADDRESS TO JF-OLD-VALUE-OUT
               MOVE JA-STREET-ADDRESS TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-CITY NOT EQUAL TO JA-CITY
               MOVE 'CITY' TO JF-FIELD-NAME-OUT
               MOVE JB-CITY TO JF-OLD-VALUE-OUT
               MOVE JA-CITY TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-STATE NOT EQUAL TO JA-STATE
               MOVE 'STATE' TO JF-FIELD-NAME-OUT
               MOVE JB-STATE TO JF-OLD-VALUE-OUT
               MOVE JA-STATE TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-P-M-R NOT EQUAL TO JA-P-M-R
               MOVE 'PREV READING' TO JF-FIELD-NAME-OUT
               MOVE JB-P-M-R TO JF-OLD-VALUE-OUT
               MOVE JA-P-M-R TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-C-M-R NOT EQUAL TO JA-C-M-R
               MOVE 'CURR READING' TO JF-FIELD-NAME-OUT
               MOVE JB-C-M-R TO JF-OLD-VALUE-OUT
               MOVE JA-C-M-R TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-RATE-CLASS NOT EQUAL TO JA-RATE-CLASS
               MOVE 'RATE CLASS' TO JF-FIELD-NAME-OUT
               MOVE JB-RATE-CLASS TO JF-OLD-VALUE-OUT
               MOVE JA-RATE-CLASS TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-ACCT-STATUS NOT EQUAL TO JA-ACCT-STATUS
               MOVE 'STATUS' TO JF-FIELD-NAME-OUT
               MOVE JB-ACCT-STATUS TO JF-OLD-VALUE-OUT
               MOVE JA-ACCT-STATUS TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-BUDGET-PLAN-FLAG NOT EQUAL TO JA-BUDGET-PLAN-FLAG
               MOVE 'BUDGET PLAN' TO JF-FIELD-NAME-OUT
               MOVE JB-BUDGET-PLAN-FLAG TO JF-OLD-VALUE-OUT
               MOVE JA-BUDGET-PLAN-FLAG TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.
           IF JB-BILL-CYCLE NOT EQUAL TO JA-BILL-CYCLE
               MOVE 'BILL CYCLE' TO JF-FIELD-NAME-OUT
               MOVE JB-BILL-CYCLE TO JF-OLD-VALUE-OUT
               MOVE JA-BILL-CYCLE TO JF-NEW-VALUE-OUT
               PERFORM WRITE-JOURNAL-FIELD-LINE
           END-IF.

       WRITE-JOURNAL-FIELD-LINE.
           MOVE JOURNAL-FIELD-LINE TO INQUIRY-REPORT-LINE.
           WRITE INQUIRY-REPORT-LINE.
