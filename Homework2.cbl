      *COMMISSION-PAYABLE-FILE is the machine-readable per-
      *salesperson commission extract payroll feeds straight into
      *their system instead of re-keying the summary report
           SELECT GL-ACTIVITY-FILE ASSIGN TO 'N:\glcomm.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *GL-ACTIVITY-FILE carries the day's commission expense and
      *payable by branch for DailyGLJournal, so accounting books it
      *from there instead of re-keying COMMSUM.TXT
           SELECT CHARGEBACK-FILE ASSIGN TO 'N:\CHGBACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGBACK-STATUS.
      *CHARGEBACK-FILE holds the commission on sales Homework2Cancel
      *has cancelled since the last extract; each goes to payroll as
      *a negative amount on today's COMMISSION-PAYABLE-FILE
           SELECT SALES-HISTORY-FILE ASSIGN TO 'N:\SALEHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALEHIST-STATUS.
      *SORT can't order by an aggregate it hasn't computed yet, so the
      *unit counts have to exist as real records before they can be
      *sorted on
           SELECT VEHICLE-INVENTORY-FILE ASSIGN TO 'VEHINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-STOCK-NUMBER
               FILE STATUS IS VEHINV-STATUS.
      *VEHICLE-INVENTORY-FILE is the lot, keyed on stock number and
      *maintained by Homework2InvMaint. ERROR-CHK rejects a sale of a
      *car that is not in stock at the selling branch, and a good
      *sale marks the car sold
           SELECT AGED-SORT-FILE ASSIGN TO 'SORTWK6'.
           SELECT AGED-INVENTORY-FILE ASSIGN TO 'N:\AGEDINV.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *AGED-INVENTORY-FILE lists every car still in stock by branch,
      *oldest first, with its days on the lot, and totals each
      *branch's units and cost by age band
           SELECT QUOTA-MASTER-FILE ASSIGN TO 'QUOTAMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTA-KEY
               FILE STATUS IS QUOTAMS-STATUS.
      *QUOTA-MASTER-FILE holds each salesperson's unit and dollar
      *targets by period, maintained by Homework2QuotaMaint
           SELECT QUOTA-SORT-FILE ASSIGN TO 'SORTWK8'.
           SELECT QUOTA-REPORT-FILE ASSIGN TO 'N:\QUOTARPT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *QUOTA-REPORT-FILE sets the current period's sales from the
      *history against each salesperson's quota, ranked within the
      *branch, with a branch rollup and a flag for anyone behind
      *the pace the days gone in the month call for

       DATA DIVISION.
       FILE SECTION.
       FD  CAR-SALES-FILE
           RECORD CONTAINS 77 CHARACTERS
           DATA RECORD IS CAR-SALES-RECORD.
       01  CAR-SALES-RECORD.
           05 LOCATION         PIC X(11).
           05 COMMISSION       PIC 9(3).
           05 CAR-MODEL        PIC X(13).
           05 CAR-YEAR         PIC 9(4).
           05 STOCK-NUMBER     PIC X(10).
      *Stock number tagged on the car sold

       FD  GOOD-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS GOOD-PRINT.
       01  GOOD-PRINT          PIC x(150).

       FD BAD-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS BAD-PRINT.
       01  BAD-PRINT           PIC x(150).

       FD  CHECKPOINT-FILE
           RECORD CONTAINS 12 CHARACTERS
       01  COMMISSION-PAYABLE-RECORD.
           05  CP-SALESPERSON      PIC X(10).
           05  CP-BRANCH           PIC 9(4).
           05  CP-COMMISSION-AMT   PIC S9(6)V99.
      *One record per salesperson per run - the same totals the
      *summary report prints, in a fixed layout payroll can load -
      *then one negative record per chargeback on a cancelled sale

       FD  CHARGEBACK-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS CHARGEBACK-RECORD.
           COPY CHGBACK.

       FD  GL-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS GL-ACTIVITY-RECORD.
           COPY GLACTV.

       FD  SALES-HISTORY-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS SALES-HISTORY-RECORD.
           COPY SALEHIST.

       01  MISSING-BRANCH-LINE     PIC x(80).

       FD  DUP-REPORT-FILE
           RECORD CONTAINS 150 CHARACTERS
           DATA RECORD IS DUP-REPORT-LINE.
       01  DUP-REPORT-LINE         PIC x(150).

       FD  MODEL-WORK-FILE
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS MODEL-SUMMARY-LINE.
       01  MODEL-SUMMARY-LINE  PIC x(80).

       FD  VEHICLE-INVENTORY-FILE
           DATA RECORD IS VEHICLE-INVENTORY-RECORD.
           COPY VEHINV.

       SD  AGED-SORT-FILE
           DATA RECORD IS AGED-SORT-RECORD.
       01  AGED-SORT-RECORD.
           05  AS-BRANCH           PIC 9(4).
           05  AS-DAYS-IN-STOCK    PIC 9(5).
           05  AS-STOCK-NUMBER     PIC X(10).
           05  AS-CAR-MODEL        PIC X(13).
           05  AS-CAR-YEAR         PIC 9(4).
           05  AS-COST             PIC 9(6)V99.
           05  AS-DATE-RECEIVED.
               07  AS-RECEIVED-YY  PIC 99.
               07  AS-RECEIVED-MM  PIC 99.
               07  AS-RECEIVED-DD  PIC 99.

       FD  AGED-INVENTORY-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS AGED-INVENTORY-LINE.
       01  AGED-INVENTORY-LINE PIC x(80).

       FD  QUOTA-MASTER-FILE
           DATA RECORD IS QUOTA-MASTER-RECORD.
           COPY QUOTAMS.

       SD  QUOTA-SORT-FILE
           DATA RECORD IS QUOTA-SORT-RECORD.
       01  QUOTA-SORT-RECORD.
           05  QS-BRANCH           PIC 9(4).
           05  QS-NO-QUOTA-SW      PIC x.
           05  QS-DOLLAR-PCT       PIC 9(4)V9.
           05  QS-UNIT-PCT         PIC 9(4)V9.
           05  QS-SALESPERSON      PIC X(10).
           05  QS-UNIT-TARGET      PIC 9(4).
           05  QS-DOLLAR-TARGET    PIC 9(8).
           05  QS-UNITS            PIC 9(5).
           05  QS-DOLLARS          PIC 9(9).
      *QS-NO-QUOTA-SW is 'N' for a salesperson with a quota and 'Y'
      *for one who sold in the period without one, so the quota
      *holders sort (and rank) ahead of the rest of their branch

       FD  QUOTA-REPORT-FILE
           RECORD CONTAINS 110 CHARACTERS
           DATA RECORD IS QUOTA-REPORT-LINE.
       01  QUOTA-REPORT-LINE   PIC x(110).

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH PIC xx          VALUE SPACES.
      *Used to determine when to continue reading the file

       01  COMM-VARIANCES-CNT  PIC 9(6)       VALUE ZEROS.

       01  VEHINV-STATUS       PIC xx         VALUE SPACES.
      *'35' means no inventory master yet - sales are taken without a
      *stock check, which is how this program always worked
       01  INVENTORY-FILE-MISSING-SW PIC x    VALUE 'N'.
           88  INVENTORY-FILE-MISSING         VALUE 'Y'.
           88  INVENTORY-FILE-ON-HAND         VALUE 'N'.
       01  VEHICLE-FOUND-SW    PIC x          VALUE 'N'.
           88  VEHICLE-FOUND                  VALUE 'Y'.
      *Set when the sale's stock number is on the inventory master -
      *VI-COST is then on hand for the gross profit and the history
       01  GROSS-PROFIT-AMT    PIC S9(6)V99   VALUE ZEROS.

       01  INV-SCAN-SWITCH     PIC xx         VALUE SPACES.
      *Read-loop switch for the aged-inventory pass over the master
       01  AGED-SORT-DATA-REMAINS PIC xxx     VALUE 'YES'.
       01  FIRST-AGED-SORT-SW  PIC x          VALUE 'Y'.
       01  PREV-AGED-BRANCH    PIC 9(4).
       01  AGED-BRANCH-TOTALS.
           05  AGED-BRANCH-UNITS   PIC 9(6)     VALUE ZEROS.
           05  AGED-BRANCH-COST    PIC 9(8)V99  VALUE ZEROS.
           05  AGED-0-30-CNT       PIC 9(6)     VALUE ZEROS.
           05  AGED-31-60-CNT      PIC 9(6)     VALUE ZEROS.
           05  AGED-61-90-CNT      PIC 9(6)     VALUE ZEROS.
           05  AGED-OVER-90-CNT    PIC 9(6)     VALUE ZEROS.
       01  AGED-GRAND-UNITS    PIC 9(6)       VALUE ZEROS.
       01  AGED-GRAND-COST     PIC 9(9)V99    VALUE ZEROS.
      *Tracks the branch break as the sort returns the in-stock cars
      *branch by branch, oldest first

       01  DAYS-BEFORE-MONTH-VALUES.
           05  FILLER          PIC x(36)      VALUE
               '000031059090120151181212243273304334'.
       01  DAYS-BEFORE-MONTH-TABLE REDEFINES DAYS-BEFORE-MONTH-VALUES.
           05  DAYS-BEFORE-MONTH PIC 9(3)     OCCURS 12 TIMES.
      *Days in the year ahead of the first of each month, leap day
      *left out - COMPUTE-DAY-NUMBER adds it back
       01  DAY-NUMBER-WORK.
           05  DN-DATE.
               07  DN-YY       PIC 99.
               07  DN-MM       PIC 99.
               07  DN-DD       PIC 99.
           05  DN-DAY-NUMBER   PIC 9(6)       VALUE ZEROS.
           05  DN-LEAP-DAYS    PIC 9(3)       VALUE ZEROS.
           05  DN-LEAP-QUOTIENT PIC 9(3)      VALUE ZEROS.
           05  DN-LEAP-REMAINDER PIC 9        VALUE ZERO.
      *A YYMMDD date turned into a running day count, so two dates
      *can be subtracted for the days a car has sat on the lot
       01  RUN-DAY-NUMBER      PIC 9(6)       VALUE ZEROS.
       01  DAYS-IN-STOCK-WORK  PIC S9(6)      VALUE ZEROS.

       01  AGED-INVENTORY-HEADING.
           05  FILLER          PIC x(6)        VALUE 'Branch'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(10)       VALUE 'Stock No.'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(13)       VALUE 'Car Model'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(4)        VALUE 'Year'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(8)        VALUE 'Received'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(5)        VALUE ' Days'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(10)       VALUE '      Cost'.

       01  AGED-INVENTORY-DETAIL.
           05  AID-BRANCH-OUT  PIC 9(4).
           05  FILLER          PIC x(5)        VALUE '   | '.
           05  AID-STOCK-OUT   PIC x(10).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  AID-MODEL-OUT   PIC x(13).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  AID-YEAR-OUT    PIC 9(4).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  AID-RECEIVED-OUT.
               07  AID-MM-OUT  PIC 99.
               07  FILLER      PIC x           VALUE '/'.
               07  AID-DD-OUT  PIC 99.
               07  FILLER      PIC x           VALUE '/'.
               07  AID-YY-OUT  PIC 99.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  AID-DAYS-OUT    PIC ZZ,ZZ9.
           05  FILLER          PIC x(2)        VALUE ' |'.
           05  AID-COST-OUT    PIC $$$,$$9.99.

       01  AGED-BRANCH-LINE.
           05  FILLER          PIC x(4)        VALUE SPACES.
           05  FILLER          PIC x(7)        VALUE 'BRANCH '.
           05  ABL-BRANCH-OUT  PIC 9(4).
           05  FILLER          PIC x(13)       VALUE ' UNITS ON LOT'.
           05  ABL-UNITS-OUT   PIC ZZZ,ZZ9.
           05  FILLER          PIC x(7)        VALUE ' COST '.
           05  ABL-COST-OUT    PIC $$$,$$$,$$9.99.

       01  AGED-BUCKET-LINE.
           05  FILLER          PIC x(8)        VALUE SPACES.
           05  FILLER          PIC x(6)        VALUE '0-30: '.
           05  ABK-0-30-OUT    PIC ZZ,ZZ9.
           05  FILLER          PIC x(9)        VALUE '  31-60: '.
           05  ABK-31-60-OUT   PIC ZZ,ZZ9.
           05  FILLER          PIC x(9)        VALUE '  61-90: '.
           05  ABK-61-90-OUT   PIC ZZ,ZZ9.
           05  FILLER          PIC x(11)       VALUE '  OVER 90: '.
           05  ABK-OVER-90-OUT PIC ZZ,ZZ9.

       01  AGED-GRAND-TOTAL-LINE.
           05  FILLER          PIC x(25)       VALUE
               'ALL BRANCHES UNITS ON LOT'.
           05  AGT-UNITS-OUT   PIC ZZZ,ZZ9.
           05  FILLER          PIC x(7)        VALUE ' COST '.
           05  AGT-COST-OUT    PIC $$$$,$$$,$$9.99.

       01  QUOTAMS-STATUS      PIC xx         VALUE SPACES.
      *'35' means no quota master yet - everyone who sold is listed
      *as having no quota
       01  QUOTA-FILE-MISSING-SW PIC x        VALUE 'N'.
           88  QUOTA-FILE-MISSING             VALUE 'Y'.
           88  QUOTA-FILE-ON-HAND             VALUE 'N'.
       01  QUOTA-SCAN-SWITCH   PIC xx         VALUE SPACES.
      *Read-loop switch for the pass over the quota master
       01  QUOTA-SORT-DATA-REMAINS PIC xxx    VALUE 'YES'.
       01  FIRST-QUOTA-SORT-SW PIC x          VALUE 'Y'.
       01  PREV-QUOTA-BRANCH   PIC 9(4).
       01  QUOTA-RANK          PIC 9(3)       VALUE ZEROS.
      *Position within the branch, counting quota holders only

       01  QUOTA-ACTUAL-CNT    PIC 9(3)       VALUE ZEROS.
       01  QUOTA-ACTUAL-TABLE.
           05  QUOTA-ACTUAL OCCURS 1 TO 500 TIMES
                   DEPENDING ON QUOTA-ACTUAL-CNT.
               10  QA-SALESPERSON  PIC X(10).
               10  QA-BRANCH       PIC 9(4).
               10  QA-UNITS        PIC 9(5).
               10  QA-DOLLARS      PIC 9(9).
               10  QA-QUOTA-SW     PIC x.
                   88  QA-QUOTA-FOUND             VALUE 'Y'.
      *The period's standing sales added up by salesperson from the
      *history; QA-QUOTA-SW is set once a quota record has claimed
      *the entry, and whoever is left over goes out as no quota
       01  QUOTA-SEARCH-SUB    PIC 9(3)       VALUE ZEROS.
       01  QUOTA-SEARCH-ID     PIC X(10)      VALUE SPACES.
       01  QUOTA-ENTRY-SUB     PIC 9(3)       VALUE ZEROS.
       01  QUOTA-TABLE-FULL-SW PIC x          VALUE 'N'.
           88  QUOTA-TABLE-FULL               VALUE 'Y'.

       01  QUOTA-BRANCH-TOTALS.
           05  QB-UNIT-TARGET      PIC 9(6)     VALUE ZEROS.
           05  QB-DOLLAR-TARGET    PIC 9(10)    VALUE ZEROS.
           05  QB-UNITS            PIC 9(6)     VALUE ZEROS.
           05  QB-DOLLARS          PIC 9(10)    VALUE ZEROS.
       01  QUOTA-GRAND-TOTALS.
           05  QG-UNIT-TARGET      PIC 9(6)     VALUE ZEROS.
           05  QG-DOLLAR-TARGET    PIC 9(10)    VALUE ZEROS.
           05  QG-UNITS            PIC 9(6)     VALUE ZEROS.
           05  QG-DOLLARS          PIC 9(10)    VALUE ZEROS.
       01  QUOTA-PCT-WORK      PIC 9(4)V9     VALUE ZEROS.

       01  DAYS-IN-MONTH-VALUES.
           05  FILLER          PIC x(24)      VALUE
               '312831303130313130313031'.
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH   PIC 99         OCCURS 12 TIMES.
       01  PACE-WORK.
           05  PERIOD-MONTH-DAYS   PIC 99       VALUE ZEROS.
           05  PERIOD-DAYS-GONE    PIC 99       VALUE ZEROS.
           05  PACE-PCT            PIC 9(3)V9   VALUE ZEROS.
           05  PACE-LEAP-QUOTIENT  PIC 99       VALUE ZEROS.
           05  PACE-LEAP-REMAINDER PIC 9        VALUE ZERO.
      *How far into the period the business date is, as a percent
      *of the month - a quota holder short of that percent on units
      *or dollars is behind pace. A period the business date has
      *already passed counts as the whole month gone

       01  QUOTA-REPORT-TITLE.
           05  FILLER          PIC x(30)       VALUE
               'SALES QUOTA REPORT FOR PERIOD '.
           05  QRT-MONTH-OUT   PIC 99.
           05  FILLER          PIC x           VALUE '/'.
           05  QRT-YEAR-OUT    PIC 99.
           05  FILLER          PIC x(8)        VALUE ' - DAY '.
           05  QRT-DAYS-GONE-OUT PIC Z9.
           05  FILLER          PIC x(4)        VALUE ' OF '.
           05  QRT-MONTH-DAYS-OUT PIC Z9.
           05  FILLER          PIC x(8)        VALUE ', PACE '.
           05  QRT-PACE-OUT    PIC ZZ9.9.
           05  FILLER          PIC x           VALUE '%'.

       01  QUOTA-REPORT-HEADING.
           05  FILLER          PIC x(6)        VALUE 'Branch'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(4)        VALUE 'Rank'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(11)       VALUE 'Salesperson'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(5)        VALUE 'Units'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(6)        VALUE 'Target'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(6)        VALUE 'Unit %'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(12)       VALUE '     Sales $'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(12)       VALUE '    Target $'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(6)        VALUE '  $ % '.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(5)        VALUE 'Pace'.

       01  QUOTA-REPORT-DETAIL.
           05  QRD-BRANCH-OUT  PIC 9(4).
           05  FILLER          PIC x(5)        VALUE '   | '.
           05  QRD-RANK-OUT    PIC ZZZ9        BLANK WHEN ZERO.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-SALESPERSON-OUT PIC x(11).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-UNITS-OUT   PIC ZZZZ9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-UNIT-TARGET-OUT PIC ZZZZZ9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-UNIT-PCT-OUT PIC ZZZ9.9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-DOLLARS-OUT PIC $$$$,$$$,$$9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-DOLLAR-TARGET-OUT PIC $$$$,$$$,$$9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-DOLLAR-PCT-OUT PIC ZZZ9.9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  QRD-PACE-FLAG-OUT PIC x(8).

       01  QUOTA-BRANCH-LINE.
           05  FILLER          PIC x(7)        VALUE 'BRANCH '.
           05  QRB-BRANCH-OUT  PIC 9(4).
           05  FILLER          PIC x           VALUE SPACE.
           05  QRB-LOCATION-OUT PIC x(11).
           05  FILLER          PIC x(7)        VALUE ' UNITS '.
           05  QRB-UNITS-OUT   PIC ZZZ,ZZ9.
           05  FILLER          PIC x(4)        VALUE ' OF '.
           05  QRB-UNIT-TARGET-OUT PIC ZZZ,ZZ9.
           05  FILLER          PIC x           VALUE SPACE.
           05  QRB-UNIT-PCT-OUT PIC ZZZ9.9.
           05  FILLER          PIC x(8)        VALUE '% SALES '.
           05  QRB-DOLLARS-OUT PIC $$$$,$$$,$$9.
           05  FILLER          PIC x(4)        VALUE ' OF '.
           05  QRB-DOLLAR-TARGET-OUT PIC $$$$,$$$,$$9.
           05  FILLER          PIC x           VALUE SPACE.
           05  QRB-DOLLAR-PCT-OUT PIC ZZZ9.9.
           05  FILLER          PIC x           VALUE '%'.
      *Sales are everyone's at the branch; targets are the sum of
      *its salespeople's quotas

       01  QUOTA-GRAND-TOTAL-LINE.
           05  FILLER          PIC x(23)       VALUE 'ALL BRANCHES'.
           05  FILLER          PIC x(7)        VALUE ' UNITS '.
           05  QRG-UNITS-OUT   PIC ZZZ,ZZ9.
           05  FILLER          PIC x(4)        VALUE ' OF '.
           05  QRG-UNIT-TARGET-OUT PIC ZZZ,ZZ9.
           05  FILLER          PIC x           VALUE SPACE.
           05  QRG-UNIT-PCT-OUT PIC ZZZ9.9.
           05  FILLER          PIC x(8)        VALUE '% SALES '.
           05  QRG-DOLLARS-OUT PIC $$$$,$$$,$$9.
           05  FILLER          PIC x(4)        VALUE ' OF '.
           05  QRG-DOLLAR-TARGET-OUT PIC $$$$,$$$,$$9.
           05  FILLER          PIC x           VALUE SPACE.
           05  QRG-DOLLAR-PCT-OUT PIC ZZZ9.9.
           05  FILLER          PIC x           VALUE '%'.

       01  QUOTA-OVERFLOW-WARNING.
           05  FILLER          PIC x(52)       VALUE
               'WARNING - MORE THAN 500 SALESPEOPLE SOLD IN PERIOD; '.
           05  FILLER          PIC x(37)       VALUE
               'SALES PAST THE 500TH ARE NOT COUNTED.'.

       01  SEEN-BRANCH-CNT     PIC 9(3)       VALUE ZEROS.
       01  SEEN-BRANCH-TABLE.
           05  SEEN-BRANCH OCCURS 1 TO 500 TIMES
       01  DUP-MSG-LINE.
           05  FILLER          PIC x(44)      VALUE
               'SUSPECTED DUPLICATE - MATCHES A SALE ALREADY'.
           05  FILLER          PIC x(106)     VALUE ' PROCESSED'.

       01  SEEN-TABLE-FULL-SW  PIC x          VALUE 'N'.
           88  SEEN-TABLE-FULL                VALUE 'Y'.
       01  SEEN-OVERFLOW-WARNING.
           05  FILLER          PIC x(48)      VALUE
               'WARNING - SEEN-SALES TABLE FULL - SOME SALES NOT'.
           05  FILLER          PIC x(102)     VALUE
               ' CHECKED FOR DUPLICATES'.

       01  SORT-DATA-REMAINS   PIC xxx        VALUE 'YES'.
           05  FILLER          PIC x(7)        VALUE ' TOTAL '.
           05  CBL-AMOUNT-OUT  PIC $$$,$$9.99.

       01  CHGBACK-STATUS      PIC xx         VALUE SPACES.
      *'35' means no sale has ever been cancelled - nothing pending
       01  CHGBACK-DATA-REMAINS PIC xx        VALUE SPACES.
       01  CHARGEBACK-CNT      PIC 9(6)       VALUE ZEROS.
       01  CHARGEBACK-TOTAL    PIC 9(8)V99    VALUE ZEROS.

       01  COMMISSION-CHARGEBACK-LINE.
           05  FILLER          PIC x(22)
               VALUE 'CHARGEBACKS TO PAYROLL'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  CCB-AMOUNT-OUT  PIC $$$$,$$9.99.
           05  FILLER          PIC x(6)        VALUE '  FOR '.
           05  CCB-COUNT-OUT   PIC ZZ,ZZ9.
           05  FILLER          PIC x(16)       VALUE ' CANCELLED SALES'.

       01  COMMISSION-GRAND-TOTAL-LINE.
           05  FILLER          PIC x(22)
               VALUE 'GRAND TOTAL COMMISSION'.
               88  BAD-BRANCH-FOUND            VALUE 'Y'.
           05  BAD-SALES-FLAG  PIC x           VALUE 'N'.
               88  BAD-SALES-FOUND             VALUE 'Y'.
           05  BAD-STOCK-FLAG  PIC x           VALUE 'N'.
               88  BAD-STOCK-FOUND             VALUE 'Y'.
      *One flag per validation rule, all reset at the top of ERROR-CHK,
      *so a record failing more than one rule gets every failure onto
      *BAD-FILE instead of just whichever rule ran last

       01  E-MSG-PRINT-LINE.
           05  E-MSG-PRINT     PIC x(55).
           05  FILLER          PIC x(95)       VALUE SPACES.
      *The spaces are used to fill the rest of the bad-print variable

       01  PRINTV-HEAD.
           05  FILLER          PIC x(4)        VALUE SPACES.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(8)        VALUE 'Car Year'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(10)       VALUE 'Stock No.'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(12)       VALUE 'Gross Profit'.
      *Heading line for both good and bad outputs

       01  PRINTV-DETAILS.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  CAR-YR-OUT      PIC 9(4).
           05  FILLER          PIC x(4)        VALUE SPACES.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  STOCK-OUT       PIC x(10).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  GROSS-PROFIT-OUT PIC -$$$,$$9.99 BLANK WHEN ZERO.
      *Details formatting for both good and bad outputs. Gross profit
      *is the sale amount less the car's inventory cost, left blank
      *when the car is not on the inventory master


       LINKAGE SECTION.
                      BRANCH-MASTER-FILE
                      SALES-MASTER-FILE.
           PERFORM OPEN-COMMISSION-PLANS.
           PERFORM OPEN-VEHICLE-INVENTORY.
           PERFORM READ-PERIOD-CONTROL.
           PERFORM LOAD-SEEN-SALES.
           PERFORM OPEN-SALES-HISTORY.
               PERFORM GENERATE-COMMISSION-SUMMARY
               PERFORM GENERATE-MODEL-SUMMARY
               PERFORM GENERATE-PERIOD-SUMMARIES
               PERFORM GENERATE-AGED-INVENTORY
               PERFORM GENERATE-QUOTA-REPORT
               PERFORM CLEAR-CHECKPOINT
           END-IF.
           CLOSE CAR-SALES-FILE
           IF PLAN-FILE-ON-HAND
               CLOSE COMMISSION-PLAN-FILE
           END-IF.
           IF INVENTORY-FILE-ON-HAND
               CLOSE VEHICLE-INVENTORY-FILE
           END-IF.

       CHECK-ONE-SALES-RECORD.
      *Any record a branch managed to put in today's file - good,
               SET PLAN-FILE-MISSING TO TRUE
           END-IF.

       OPEN-VEHICLE-INVENTORY.
      *No VEHINV yet (status '35') just means no stock check - every
      *sale is taken on its own say-so the way it always was
           OPEN I-O VEHICLE-INVENTORY-FILE.
           IF VEHINV-STATUS EQUAL TO '35'
               SET INVENTORY-FILE-MISSING TO TRUE
           END-IF.

       WRITE-COMMISSION-WORK-RECORD.
      *Payroll is paid off the salesperson's plan; the keyed
      *COMMISSION percentage is computed only as a cross-check. A
           MOVE CW-COMMISSION-AMT TO SH-COMMISSION-AMT.
           MOVE CAR-MODEL TO SH-CAR-MODEL.
           MOVE CAR-YEAR TO SH-CAR-YEAR.
           MOVE STOCK-NUMBER TO SH-STOCK-NUMBER.
           MOVE SPACE TO SH-CANCEL-CODE.
           MOVE ZEROS TO SH-CANCEL-DATE.
           MOVE SPACE TO SH-CANCEL-REASON.
           IF VEHICLE-FOUND
               MOVE VI-COST TO SH-VEHICLE-COST
           ELSE
               MOVE ZEROS TO SH-VEHICLE-COST
           END-IF.
           WRITE SALES-HISTORY-RECORD.

       GENERATE-COMMISSION-SUMMARY.
           SET DAILY-SCOPE TO TRUE.
           OPEN OUTPUT COMMISSION-SUMMARY-FILE.
           OPEN OUTPUT COMMISSION-PAYABLE-FILE.
           OPEN OUTPUT GL-ACTIVITY-FILE.
           MOVE COMMISSION-SUMMARY-HEADING TO SUMMARY-LINE-WORK.
           PERFORM WRITE-COMMISSION-SUMMARY-OUT.
           MOVE 'Y' TO FIRST-SORT-RECORD-SW.
               PERFORM WRITE-BRANCH-SUBTOTAL
           END-IF.
           PERFORM WRITE-COMMISSION-GRAND-TOTAL.
           PERFORM SEND-PENDING-CHARGEBACKS.
           CLOSE COMMISSION-SUMMARY-FILE.
           CLOSE COMMISSION-PAYABLE-FILE.
           CLOSE GL-ACTIVITY-FILE.

       SEND-PENDING-CHARGEBACKS.
      *Every chargeback cancelled since the last extract goes to
      *payroll today, and is then cleared so it is taken back only
      *once. The summary shows the total beside the grand total so
      *the extract still ties to the printed report
           MOVE ZEROS TO CHARGEBACK-CNT CHARGEBACK-TOTAL.
           MOVE SPACES TO CHGBACK-DATA-REMAINS.
           OPEN INPUT CHARGEBACK-FILE.
           IF CHGBACK-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO CHGBACK-DATA-REMAINS
           ELSE
               READ CHARGEBACK-FILE
                   AT END MOVE 'NO' TO CHGBACK-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM SEND-ONE-CHARGEBACK
               UNTIL CHGBACK-DATA-REMAINS = 'NO'.
           IF CHGBACK-STATUS EQUAL TO '00'
               CLOSE CHARGEBACK-FILE
           END-IF.
           IF CHARGEBACK-CNT IS GREATER THAN ZERO
               MOVE CHARGEBACK-TOTAL TO CCB-AMOUNT-OUT
               MOVE CHARGEBACK-CNT TO CCB-COUNT-OUT
               MOVE COMMISSION-CHARGEBACK-LINE TO SUMMARY-LINE-WORK
               PERFORM WRITE-COMMISSION-SUMMARY-OUT
               OPEN OUTPUT CHARGEBACK-FILE
               CLOSE CHARGEBACK-FILE
           END-IF.

       SEND-ONE-CHARGEBACK.
      *Negative on the payroll extract, and the branch's commission
      *expense and payable are reversed by the same amount
           MOVE CB-SALESPERSON TO CP-SALESPERSON.
           MOVE CB-BRANCH TO CP-BRANCH.
           COMPUTE CP-COMMISSION-AMT = ZERO - CB-COMMISSION-AMT.
           WRITE COMMISSION-PAYABLE-RECORD.
           IF CB-COMMISSION-AMT NOT EQUAL TO ZERO
               MOVE PERIOD-RUN-DATE TO GA-BUS-DATE
               MOVE 'COMMISSN' TO GA-SOURCE
               MOVE CB-BRANCH TO GA-QUALIFIER
               COMPUTE GA-AMOUNT = ZERO - CB-COMMISSION-AMT
               MOVE 'COMM' TO GA-AMOUNT-TYPE
               WRITE GL-ACTIVITY-RECORD
               MOVE 'CPAY' TO GA-AMOUNT-TYPE
               WRITE GL-ACTIVITY-RECORD
           END-IF.
           ADD 1 TO CHARGEBACK-CNT.
           ADD CB-COMMISSION-AMT TO CHARGEBACK-TOTAL.
           READ CHARGEBACK-FILE
               AT END MOVE 'NO' TO CHGBACK-DATA-REMAINS
           END-READ.

       WRITE-COMMISSION-SUMMARY-OUT.
      *Routes the line the break logic built to whichever edition of
           PERFORM WRITE-COMMISSION-SUMMARY-OUT.
           MOVE SPACES TO SUMMARY-LINE-WORK.
           PERFORM WRITE-COMMISSION-SUMMARY-OUT.
           IF DAILY-SCOPE
               PERFORM WRITE-COMMISSION-GL-ACTIVITY
           END-IF.
           MOVE ZERO TO BRANCH-SUBTOTAL.

       WRITE-COMMISSION-GL-ACTIVITY.
      *The branch's commission is expensed and owed to payroll in the
      *same amount - the two lines always net to zero on the journal
           IF BRANCH-SUBTOTAL NOT EQUAL TO ZERO
               MOVE PERIOD-RUN-DATE TO GA-BUS-DATE
               MOVE 'COMMISSN' TO GA-SOURCE
               MOVE PREV-BRANCH-OUT TO GA-QUALIFIER
               MOVE BRANCH-SUBTOTAL TO GA-AMOUNT
               MOVE 'COMM' TO GA-AMOUNT-TYPE
               WRITE GL-ACTIVITY-RECORD
               MOVE 'CPAY' TO GA-AMOUNT-TYPE
               WRITE GL-ACTIVITY-RECORD
           END-IF.

       WRITE-COMMISSION-GRAND-TOTAL.
           MOVE COMMISSION-GRAND-TOTAL TO CGT-AMOUNT-OUT.
           MOVE COMMISSION-GRAND-TOTAL-LINE TO SUMMARY-LINE-WORK.
                 PERIOD-MODEL-WORK-FILE.

       SCAN-HISTORY-FOR-PERIOD.
      *A sale Homework2Cancel has cancelled is out of the figures
           IF SH-YEAR EQUAL TO CURR-PERIOD-YEAR
              AND NOT SH-CANCELLED
              AND (YTD-SCOPE
                   OR SH-MONTH EQUAL TO CURR-PERIOD-MONTH)
               MOVE SH-BRANCH TO PCW-BRANCH
       ERROR-CHK.
       MOVE 'N' TO MISSING-FLAG NON-NUM-FLAG BAD-COMM-FLAG
           BAD-YEAR-FLAG BAD-DATE-FLAG BAD-BRANCH-FLAG
           BAD-SALES-FLAG BAD-STOCK-FLAG VEHICLE-FOUND-SW.
      *Resets every rule's flag so each record starts clean

           IF LOCATION EQUAL TO SPACES
           END-IF.
      *A blank salesperson is already caught by MISSING-FLAG above

           IF INVENTORY-FILE-ON-HAND
               PERFORM LOOKUP-VEHICLE-INVENTORY
           END-IF.
      *With no inventory master on file the stock check is skipped

           PERFORM MOVE-DETAILS.

           IF MISSING-FOUND OR NON-NUM-FOUND OR BAD-COMM-FOUND
              OR BAD-YEAR-FOUND OR BAD-DATE-FOUND OR BAD-BRANCH-FOUND
              OR BAD-SALES-FOUND OR BAD-STOCK-FOUND
                MOVE PRINTV-HEAD TO BAD-PRINT
                WRITE BAD-PRINT
      *Sets the header after the error messages have been printed
                    PERFORM WRITE-MODEL-WORK-RECORD
                    PERFORM WRITE-SALES-HISTORY-RECORD
                    PERFORM ADD-SALE-TO-SEEN-TABLE
                    IF VEHICLE-FOUND
                        PERFORM RELIEVE-VEHICLE-INVENTORY
                    END-IF
                END-IF
           END-IF.

                   END-IF
           END-READ.

       LOOKUP-VEHICLE-INVENTORY.
      *Flags a stock number the master doesn't recognize, a car on
      *the lot at another branch, and a car already sold. A car sold
      *by this very sale (same date, customer and amount) is let
      *through - that is a re-transmission, and the duplicate check
      *holds it out instead
           MOVE STOCK-NUMBER TO VI-STOCK-NUMBER.
           READ VEHICLE-INVENTORY-FILE
               INVALID KEY
                   MOVE 'Y' TO BAD-STOCK-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO VEHICLE-FOUND-SW
                   IF BRANCH NOT EQUAL TO VI-BRANCH
                       MOVE 'Y' TO BAD-STOCK-FLAG
                   END-IF
                   IF VI-SOLD
                      AND (VI-SOLD-DATE NOT EQUAL TO SALE-DATE
                           OR VI-SOLD-CUSTOMER NOT EQUAL TO CUSTOMER
                           OR VI-SALE-AMOUNT NOT EQUAL TO SALE-AMOUNT)
                       MOVE 'Y' TO BAD-STOCK-FLAG
                   END-IF
           END-READ.

       RELIEVE-VEHICLE-INVENTORY.
      *The car stays on file marked sold, carrying the sale that
      *relieved it, so its cost is still there to be looked at
           SET VI-SOLD TO TRUE.
           MOVE SALE-DATE TO VI-SOLD-DATE.
           MOVE CUSTOMER TO VI-SOLD-CUSTOMER.
           MOVE SALE-AMOUNT TO VI-SALE-AMOUNT.
           REWRITE VEHICLE-INVENTORY-RECORD.

       GENERATE-AGED-INVENTORY.
      *Sorts every car still in stock by branch, oldest first, and
      *writes branch break lines with the units and cost on the lot
      *and how many cars sit in each age band
           OPEN OUTPUT AGED-INVENTORY-FILE.
           MOVE AGED-INVENTORY-HEADING TO AGED-INVENTORY-LINE.
           WRITE AGED-INVENTORY-LINE.
           MOVE PERIOD-RUN-DATE TO DN-DATE.
           PERFORM COMPUTE-DAY-NUMBER.
           MOVE DN-DAY-NUMBER TO RUN-DAY-NUMBER.
           MOVE 'Y' TO FIRST-AGED-SORT-SW.
           MOVE ZEROS TO AGED-BRANCH-TOTALS AGED-GRAND-UNITS
               AGED-GRAND-COST.
           SORT AGED-SORT-FILE
               ON ASCENDING KEY AS-BRANCH
                  DESCENDING KEY AS-DAYS-IN-STOCK
               INPUT PROCEDURE IS RELEASE-IN-STOCK-VEHICLES
               OUTPUT PROCEDURE IS BUILD-AGED-INVENTORY.
           IF FIRST-AGED-SORT-SW NOT EQUAL TO 'Y'
               PERFORM WRITE-AGED-BRANCH-TOTAL
           END-IF.
           MOVE AGED-GRAND-UNITS TO AGT-UNITS-OUT.
           MOVE AGED-GRAND-COST TO AGT-COST-OUT.
           MOVE AGED-GRAND-TOTAL-LINE TO AGED-INVENTORY-LINE.
           WRITE AGED-INVENTORY-LINE.
           CLOSE AGED-INVENTORY-FILE.

       RELEASE-IN-STOCK-VEHICLES.
      *Sold cars stay on the master, so only the in-stock ones are
      *passed to the sort; no master means an empty report
           MOVE SPACES TO INV-SCAN-SWITCH.
           IF INVENTORY-FILE-MISSING
               MOVE 'NO' TO INV-SCAN-SWITCH
           ELSE
               MOVE LOW-VALUES TO VI-STOCK-NUMBER
               START VEHICLE-INVENTORY-FILE
                   KEY IS NOT LESS THAN VI-STOCK-NUMBER
                   INVALID KEY MOVE 'NO' TO INV-SCAN-SWITCH
               END-START
           END-IF.
           IF INV-SCAN-SWITCH NOT EQUAL TO 'NO'
               READ VEHICLE-INVENTORY-FILE NEXT RECORD
                   AT END MOVE 'NO' TO INV-SCAN-SWITCH
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-VEHICLE
               UNTIL INV-SCAN-SWITCH = 'NO'.

       RELEASE-ONE-VEHICLE.
           IF VI-IN-STOCK
               MOVE VI-BRANCH TO AS-BRANCH
               MOVE VI-STOCK-NUMBER TO AS-STOCK-NUMBER
               MOVE VI-CAR-MODEL TO AS-CAR-MODEL
               MOVE VI-CAR-YEAR TO AS-CAR-YEAR
               MOVE VI-COST TO AS-COST
               MOVE VI-DATE-RECEIVED TO AS-DATE-RECEIVED
               MOVE VI-DATE-RECEIVED TO DN-DATE
               PERFORM COMPUTE-DAY-NUMBER
               COMPUTE DAYS-IN-STOCK-WORK =
                   RUN-DAY-NUMBER - DN-DAY-NUMBER
               IF DAYS-IN-STOCK-WORK IS LESS THAN ZERO
                   MOVE ZEROS TO DAYS-IN-STOCK-WORK
               END-IF
               MOVE DAYS-IN-STOCK-WORK TO AS-DAYS-IN-STOCK
               RELEASE AGED-SORT-RECORD
           END-IF.
           READ VEHICLE-INVENTORY-FILE NEXT RECORD
               AT END MOVE 'NO' TO INV-SCAN-SWITCH
           END-READ.

       COMPUTE-DAY-NUMBER.
      *Day count since the start of the century for the YYMMDD date
      *in DN-DATE. Every fourth year (00, 04, ...) is a leap year;
      *a date that isn't a real date counts as day zero
           MOVE ZEROS TO DN-DAY-NUMBER.
           IF DN-DATE IS NUMERIC
              AND DN-MM IS GREATER THAN ZERO
              AND DN-MM IS LESS THAN 13
               COMPUTE DN-LEAP-DAYS = (DN-YY + 3) / 4
               COMPUTE DN-DAY-NUMBER = DN-YY * 365 + DN-LEAP-DAYS
                   + DAYS-BEFORE-MONTH(DN-MM) + DN-DD
               DIVIDE DN-YY BY 4 GIVING DN-LEAP-QUOTIENT
                   REMAINDER DN-LEAP-REMAINDER
               IF DN-LEAP-REMAINDER EQUAL TO ZERO
                  AND DN-MM IS GREATER THAN 2
                   ADD 1 TO DN-DAY-NUMBER
               END-IF
           END-IF.

       BUILD-AGED-INVENTORY.
           MOVE 'YES' TO AGED-SORT-DATA-REMAINS.
           RETURN AGED-SORT-FILE
               AT END MOVE 'NO' TO AGED-SORT-DATA-REMAINS
           END-RETURN.
           PERFORM PROCESS-SORTED-AGED-RECORD
               UNTIL AGED-SORT-DATA-REMAINS = 'NO'.

       PROCESS-SORTED-AGED-RECORD.
           IF FIRST-AGED-SORT-SW EQUAL TO 'Y'
               MOVE AS-BRANCH TO PREV-AGED-BRANCH
               MOVE 'N' TO FIRST-AGED-SORT-SW
           END-IF.
           IF AS-BRANCH NOT EQUAL TO PREV-AGED-BRANCH
               PERFORM WRITE-AGED-BRANCH-TOTAL
               MOVE AS-BRANCH TO PREV-AGED-BRANCH
           END-IF.
           MOVE AS-BRANCH TO AID-BRANCH-OUT.
           MOVE AS-STOCK-NUMBER TO AID-STOCK-OUT.
           MOVE AS-CAR-MODEL TO AID-MODEL-OUT.
           MOVE AS-CAR-YEAR TO AID-YEAR-OUT.
           MOVE AS-RECEIVED-MM TO AID-MM-OUT.
           MOVE AS-RECEIVED-DD TO AID-DD-OUT.
           MOVE AS-RECEIVED-YY TO AID-YY-OUT.
           MOVE AS-DAYS-IN-STOCK TO AID-DAYS-OUT.
           MOVE AS-COST TO AID-COST-OUT.
           MOVE AGED-INVENTORY-DETAIL TO AGED-INVENTORY-LINE.
           WRITE AGED-INVENTORY-LINE.
           ADD 1 TO AGED-BRANCH-UNITS AGED-GRAND-UNITS.
           ADD AS-COST TO AGED-BRANCH-COST AGED-GRAND-COST.
           EVALUATE TRUE
               WHEN AS-DAYS-IN-STOCK NOT > 30
                   ADD 1 TO AGED-0-30-CNT
               WHEN AS-DAYS-IN-STOCK NOT > 60
                   ADD 1 TO AGED-31-60-CNT
               WHEN AS-DAYS-IN-STOCK NOT > 90
                   ADD 1 TO AGED-61-90-CNT
               WHEN OTHER
                   ADD 1 TO AGED-OVER-90-CNT
           END-EVALUATE.
           RETURN AGED-SORT-FILE
               AT END MOVE 'NO' TO AGED-SORT-DATA-REMAINS
           END-RETURN.

       WRITE-AGED-BRANCH-TOTAL.
           MOVE PREV-AGED-BRANCH TO ABL-BRANCH-OUT.
           MOVE AGED-BRANCH-UNITS TO ABL-UNITS-OUT.
           MOVE AGED-BRANCH-COST TO ABL-COST-OUT.
           MOVE AGED-BRANCH-LINE TO AGED-INVENTORY-LINE.
           WRITE AGED-INVENTORY-LINE.
           MOVE AGED-0-30-CNT TO ABK-0-30-OUT.
           MOVE AGED-31-60-CNT TO ABK-31-60-OUT.
           MOVE AGED-61-90-CNT TO ABK-61-90-OUT.
           MOVE AGED-OVER-90-CNT TO ABK-OVER-90-OUT.
           MOVE AGED-BUCKET-LINE TO AGED-INVENTORY-LINE.
           WRITE AGED-INVENTORY-LINE.
           MOVE SPACES TO AGED-INVENTORY-LINE.
           WRITE AGED-INVENTORY-LINE.
           MOVE ZEROS TO AGED-BRANCH-TOTALS.

       GENERATE-QUOTA-REPORT.
      *Adds up the current period's standing sales by salesperson
      *from the history, pairs them with the period's quotas, and
      *sorts each branch's quota holders by dollar attainment - the
      *people who sold without a quota follow them unranked
           PERFORM COMPUTE-PERIOD-PACE.
           OPEN OUTPUT QUOTA-REPORT-FILE.
           MOVE CURR-PERIOD-MONTH TO QRT-MONTH-OUT.
           MOVE CURR-PERIOD-YEAR TO QRT-YEAR-OUT.
           MOVE PERIOD-DAYS-GONE TO QRT-DAYS-GONE-OUT.
           MOVE PERIOD-MONTH-DAYS TO QRT-MONTH-DAYS-OUT.
           MOVE PACE-PCT TO QRT-PACE-OUT.
           MOVE QUOTA-REPORT-TITLE TO QUOTA-REPORT-LINE.
           WRITE QUOTA-REPORT-LINE.
           MOVE QUOTA-REPORT-HEADING TO QUOTA-REPORT-LINE.
           WRITE QUOTA-REPORT-LINE.
           PERFORM LOAD-QUOTA-ACTUALS.
           MOVE 'Y' TO FIRST-QUOTA-SORT-SW.
           MOVE ZEROS TO QUOTA-BRANCH-TOTALS QUOTA-GRAND-TOTALS
               QUOTA-RANK.
           SORT QUOTA-SORT-FILE
               ON ASCENDING KEY QS-BRANCH QS-NO-QUOTA-SW
                  DESCENDING KEY QS-DOLLAR-PCT QS-DOLLARS
               INPUT PROCEDURE IS RELEASE-QUOTA-RECORDS
               OUTPUT PROCEDURE IS BUILD-QUOTA-REPORT.
           IF FIRST-QUOTA-SORT-SW NOT EQUAL TO 'Y'
               PERFORM WRITE-QUOTA-BRANCH-TOTAL
           END-IF.
           MOVE QG-UNITS TO QRG-UNITS-OUT.
           MOVE QG-UNIT-TARGET TO QRG-UNIT-TARGET-OUT.
           MOVE ZEROS TO QUOTA-PCT-WORK.
           IF QG-UNIT-TARGET IS GREATER THAN ZERO
               COMPUTE QUOTA-PCT-WORK ROUNDED =
                   QG-UNITS * 100 / QG-UNIT-TARGET
                   ON SIZE ERROR MOVE 9999.9 TO QUOTA-PCT-WORK
               END-COMPUTE
           END-IF.
           MOVE QUOTA-PCT-WORK TO QRG-UNIT-PCT-OUT.
           MOVE QG-DOLLARS TO QRG-DOLLARS-OUT.
           MOVE QG-DOLLAR-TARGET TO QRG-DOLLAR-TARGET-OUT.
           MOVE ZEROS TO QUOTA-PCT-WORK.
           IF QG-DOLLAR-TARGET IS GREATER THAN ZERO
               COMPUTE QUOTA-PCT-WORK ROUNDED =
                   QG-DOLLARS * 100 / QG-DOLLAR-TARGET
                   ON SIZE ERROR MOVE 9999.9 TO QUOTA-PCT-WORK
               END-COMPUTE
           END-IF.
           MOVE QUOTA-PCT-WORK TO QRG-DOLLAR-PCT-OUT.
           MOVE QUOTA-GRAND-TOTAL-LINE TO QUOTA-REPORT-LINE.
           WRITE QUOTA-REPORT-LINE.
           IF QUOTA-TABLE-FULL
               MOVE QUOTA-OVERFLOW-WARNING TO QUOTA-REPORT-LINE
               WRITE QUOTA-REPORT-LINE
           END-IF.
           CLOSE QUOTA-REPORT-FILE.

       COMPUTE-PERIOD-PACE.
      *Days gone is the business date's day while it falls in the
      *period, none before the period opens, and the whole month
      *once it has passed. Every fourth year gives February 29 days
           MOVE 30 TO PERIOD-MONTH-DAYS.
           IF CURR-PERIOD-MONTH IS GREATER THAN ZERO
              AND CURR-PERIOD-MONTH IS LESS THAN 13
               MOVE DAYS-IN-MONTH(CURR-PERIOD-MONTH)
                   TO PERIOD-MONTH-DAYS
           END-IF.
           IF CURR-PERIOD-MONTH EQUAL TO 02
               DIVIDE CURR-PERIOD-YEAR BY 4 GIVING PACE-LEAP-QUOTIENT
                   REMAINDER PACE-LEAP-REMAINDER
               IF PACE-LEAP-REMAINDER EQUAL TO ZERO
                   MOVE 29 TO PERIOD-MONTH-DAYS
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN PRD-YY EQUAL TO CURR-PERIOD-YEAR
                AND PRD-MM EQUAL TO CURR-PERIOD-MONTH
                   MOVE PRD-DD TO PERIOD-DAYS-GONE
                   IF PERIOD-DAYS-GONE IS GREATER THAN
                          PERIOD-MONTH-DAYS
                       MOVE PERIOD-MONTH-DAYS TO PERIOD-DAYS-GONE
                   END-IF
               WHEN PRD-YY IS LESS THAN CURR-PERIOD-YEAR
                 OR (PRD-YY EQUAL TO CURR-PERIOD-YEAR
                     AND PRD-MM IS LESS THAN CURR-PERIOD-MONTH)
                   MOVE ZEROS TO PERIOD-DAYS-GONE
               WHEN OTHER
                   MOVE PERIOD-MONTH-DAYS TO PERIOD-DAYS-GONE
           END-EVALUATE.
           COMPUTE PACE-PCT ROUNDED =
               PERIOD-DAYS-GONE * 100 / PERIOD-MONTH-DAYS.

       LOAD-QUOTA-ACTUALS.
           MOVE ZEROS TO QUOTA-ACTUAL-CNT.
           MOVE 'N' TO QUOTA-TABLE-FULL-SW.
           MOVE SPACES TO HIST-DATA-REMAINS.
           OPEN INPUT SALES-HISTORY-FILE.
           IF SALEHIST-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO HIST-DATA-REMAINS
           ELSE
               READ SALES-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM ADD-SALE-TO-QUOTA-ACTUALS
               UNTIL HIST-DATA-REMAINS = 'NO'.
           IF SALEHIST-STATUS EQUAL TO '00'
               CLOSE SALES-HISTORY-FILE
           END-IF.

       ADD-SALE-TO-QUOTA-ACTUALS.
      *A sale Homework2Cancel has cancelled doesn't count toward
      *quota. The table tops out at 500 salespeople; anyone past
      *that is left out and the report says so
           IF SH-YEAR EQUAL TO CURR-PERIOD-YEAR
              AND SH-MONTH EQUAL TO CURR-PERIOD-MONTH
              AND NOT SH-CANCELLED
               MOVE SH-SALESPERSON TO QUOTA-SEARCH-ID
               PERFORM FIND-QUOTA-ACTUAL
               IF QUOTA-ENTRY-SUB EQUAL TO ZERO
                   IF QUOTA-ACTUAL-CNT IS LESS THAN 500
                       ADD 1 TO QUOTA-ACTUAL-CNT
                       MOVE QUOTA-ACTUAL-CNT TO QUOTA-ENTRY-SUB
                       MOVE SH-SALESPERSON
                           TO QA-SALESPERSON(QUOTA-ENTRY-SUB)
                       MOVE SH-BRANCH TO QA-BRANCH(QUOTA-ENTRY-SUB)
                       MOVE ZEROS TO QA-UNITS(QUOTA-ENTRY-SUB)
                                     QA-DOLLARS(QUOTA-ENTRY-SUB)
                       MOVE 'N' TO QA-QUOTA-SW(QUOTA-ENTRY-SUB)
                   ELSE
                       SET QUOTA-TABLE-FULL TO TRUE
                   END-IF
               END-IF
               IF QUOTA-ENTRY-SUB IS GREATER THAN ZERO
                   ADD 1 TO QA-UNITS(QUOTA-ENTRY-SUB)
                   ADD SH-SALE-AMOUNT TO QA-DOLLARS(QUOTA-ENTRY-SUB)
               END-IF
           END-IF.
           READ SALES-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS
           END-READ.

       FIND-QUOTA-ACTUAL.
           MOVE ZEROS TO QUOTA-ENTRY-SUB.
           PERFORM COMPARE-QUOTA-ACTUAL
               VARYING QUOTA-SEARCH-SUB FROM 1 BY 1
               UNTIL QUOTA-SEARCH-SUB IS GREATER THAN QUOTA-ACTUAL-CNT
                  OR QUOTA-ENTRY-SUB IS GREATER THAN ZERO.

       COMPARE-QUOTA-ACTUAL.
           IF QA-SALESPERSON(QUOTA-SEARCH-SUB) EQUAL TO QUOTA-SEARCH-ID
               MOVE QUOTA-SEARCH-SUB TO QUOTA-ENTRY-SUB
           END-IF.

       RELEASE-QUOTA-RECORDS.
      *Every quota for the period goes to the sort, sales or not;
      *then everyone who sold without a quota. No quota master just
      *means nobody has a quota
           MOVE SPACES TO QUOTA-SCAN-SWITCH.
           MOVE 'N' TO QUOTA-FILE-MISSING-SW.
           OPEN INPUT QUOTA-MASTER-FILE.
           IF QUOTAMS-STATUS EQUAL TO '35'
               SET QUOTA-FILE-MISSING TO TRUE
               MOVE 'NO' TO QUOTA-SCAN-SWITCH
           ELSE
               MOVE LOW-VALUES TO QM-QUOTA-KEY
               START QUOTA-MASTER-FILE
                   KEY IS NOT LESS THAN QM-QUOTA-KEY
                   INVALID KEY MOVE 'NO' TO QUOTA-SCAN-SWITCH
               END-START
           END-IF.
           IF QUOTA-SCAN-SWITCH NOT EQUAL TO 'NO'
               READ QUOTA-MASTER-FILE NEXT RECORD
                   AT END MOVE 'NO' TO QUOTA-SCAN-SWITCH
               END-READ
           END-IF.
           PERFORM RELEASE-ONE-QUOTA
               UNTIL QUOTA-SCAN-SWITCH = 'NO'.
           IF QUOTA-FILE-ON-HAND
               CLOSE QUOTA-MASTER-FILE
           END-IF.
           PERFORM RELEASE-NO-QUOTA-ACTUAL
               VARYING QUOTA-SEARCH-SUB FROM 1 BY 1
               UNTIL QUOTA-SEARCH-SUB IS GREATER THAN QUOTA-ACTUAL-CNT.

       RELEASE-ONE-QUOTA.
           IF QM-MONTH EQUAL TO CURR-PERIOD-MONTH
              AND QM-YEAR EQUAL TO CURR-PERIOD-YEAR
               MOVE QM-SP-ID TO QUOTA-SEARCH-ID
               PERFORM FIND-QUOTA-ACTUAL
               MOVE QM-BRANCH TO QS-BRANCH
               MOVE 'N' TO QS-NO-QUOTA-SW
               MOVE QM-SP-ID TO QS-SALESPERSON
               MOVE QM-UNIT-TARGET TO QS-UNIT-TARGET
               MOVE QM-DOLLAR-TARGET TO QS-DOLLAR-TARGET
               IF QUOTA-ENTRY-SUB IS GREATER THAN ZERO
                   SET QA-QUOTA-FOUND(QUOTA-ENTRY-SUB) TO TRUE
                   MOVE QA-UNITS(QUOTA-ENTRY-SUB) TO QS-UNITS
                   MOVE QA-DOLLARS(QUOTA-ENTRY-SUB) TO QS-DOLLARS
               ELSE
                   MOVE ZEROS TO QS-UNITS QS-DOLLARS
               END-IF
               PERFORM COMPUTE-QUOTA-PERCENTS
               RELEASE QUOTA-SORT-RECORD
           END-IF.
           READ QUOTA-MASTER-FILE NEXT RECORD
               AT END MOVE 'NO' TO QUOTA-SCAN-SWITCH
           END-READ.

       RELEASE-NO-QUOTA-ACTUAL.
           IF NOT QA-QUOTA-FOUND(QUOTA-SEARCH-SUB)
               MOVE QA-BRANCH(QUOTA-SEARCH-SUB) TO QS-BRANCH
               MOVE 'Y' TO QS-NO-QUOTA-SW
               MOVE QA-SALESPERSON(QUOTA-SEARCH-SUB) TO QS-SALESPERSON
               MOVE ZEROS TO QS-UNIT-TARGET QS-DOLLAR-TARGET
               MOVE QA-UNITS(QUOTA-SEARCH-SUB) TO QS-UNITS
               MOVE QA-DOLLARS(QUOTA-SEARCH-SUB) TO QS-DOLLARS
               PERFORM COMPUTE-QUOTA-PERCENTS
               RELEASE QUOTA-SORT-RECORD
           END-IF.

       COMPUTE-QUOTA-PERCENTS.
      *A zero target has no percent; one too big for the field
      *shows as 9999.9
           MOVE ZEROS TO QS-UNIT-PCT QS-DOLLAR-PCT.
           IF QS-UNIT-TARGET IS GREATER THAN ZERO
               COMPUTE QS-UNIT-PCT ROUNDED =
                   QS-UNITS * 100 / QS-UNIT-TARGET
                   ON SIZE ERROR MOVE 9999.9 TO QS-UNIT-PCT
               END-COMPUTE
           END-IF.
           IF QS-DOLLAR-TARGET IS GREATER THAN ZERO
               COMPUTE QS-DOLLAR-PCT ROUNDED =
                   QS-DOLLARS * 100 / QS-DOLLAR-TARGET
                   ON SIZE ERROR MOVE 9999.9 TO QS-DOLLAR-PCT
               END-COMPUTE
           END-IF.

       BUILD-QUOTA-REPORT.
           MOVE 'YES' TO QUOTA-SORT-DATA-REMAINS.
           RETURN QUOTA-SORT-FILE
               AT END MOVE 'NO' TO QUOTA-SORT-DATA-REMAINS
           END-RETURN.
           PERFORM PROCESS-SORTED-QUOTA-RECORD
               UNTIL QUOTA-SORT-DATA-REMAINS = 'NO'.

       PROCESS-SORTED-QUOTA-RECORD.
      *A quota holder short of the month's pace on units or dollars
      *is flagged BEHIND
           IF FIRST-QUOTA-SORT-SW EQUAL TO 'Y'
               MOVE QS-BRANCH TO PREV-QUOTA-BRANCH
               MOVE 'N' TO FIRST-QUOTA-SORT-SW
           END-IF.
           IF QS-BRANCH NOT EQUAL TO PREV-QUOTA-BRANCH
               PERFORM WRITE-QUOTA-BRANCH-TOTAL
               MOVE QS-BRANCH TO PREV-QUOTA-BRANCH
           END-IF.
           MOVE QS-BRANCH TO QRD-BRANCH-OUT.
           MOVE QS-SALESPERSON TO QRD-SALESPERSON-OUT.
           MOVE QS-UNITS TO QRD-UNITS-OUT.
           MOVE QS-UNIT-TARGET TO QRD-UNIT-TARGET-OUT.
           MOVE QS-UNIT-PCT TO QRD-UNIT-PCT-OUT.
           MOVE QS-DOLLARS TO QRD-DOLLARS-OUT.
           MOVE QS-DOLLAR-TARGET TO QRD-DOLLAR-TARGET-OUT.
           MOVE QS-DOLLAR-PCT TO QRD-DOLLAR-PCT-OUT.
           IF QS-NO-QUOTA-SW EQUAL TO 'Y'
               MOVE ZEROS TO QRD-RANK-OUT
               MOVE 'NO QUOTA' TO QRD-PACE-FLAG-OUT
           ELSE
               ADD 1 TO QUOTA-RANK
               MOVE QUOTA-RANK TO QRD-RANK-OUT
               EVALUATE TRUE
                   WHEN QS-UNIT-TARGET IS GREATER THAN ZERO
                    AND QS-UNIT-PCT IS LESS THAN PACE-PCT
                       MOVE 'BEHIND' TO QRD-PACE-FLAG-OUT
                   WHEN QS-DOLLAR-TARGET IS GREATER THAN ZERO
                    AND QS-DOLLAR-PCT IS LESS THAN PACE-PCT
                       MOVE 'BEHIND' TO QRD-PACE-FLAG-OUT
                   WHEN OTHER
                       MOVE 'ON PACE' TO QRD-PACE-FLAG-OUT
               END-EVALUATE
               ADD QS-UNIT-TARGET TO QB-UNIT-TARGET QG-UNIT-TARGET
               ADD QS-DOLLAR-TARGET TO QB-DOLLAR-TARGET
                   QG-DOLLAR-TARGET
           END-IF.
           ADD QS-UNITS TO QB-UNITS QG-UNITS.
           ADD QS-DOLLARS TO QB-DOLLARS QG-DOLLARS.
           MOVE QUOTA-REPORT-DETAIL TO QUOTA-REPORT-LINE.
           WRITE QUOTA-REPORT-LINE.
           RETURN QUOTA-SORT-FILE
               AT END MOVE 'NO' TO QUOTA-SORT-DATA-REMAINS
           END-RETURN.

       WRITE-QUOTA-BRANCH-TOTAL.
      *The branch rollup, with the site's location off the branch
      *master
           MOVE PREV-QUOTA-BRANCH TO QRB-BRANCH-OUT.
           MOVE PREV-QUOTA-BRANCH TO BM-BRANCH.
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO QRB-LOCATION-OUT
               NOT INVALID KEY
                   MOVE BM-LOCATION TO QRB-LOCATION-OUT
           END-READ.
           MOVE QB-UNITS TO QRB-UNITS-OUT.
           MOVE QB-UNIT-TARGET TO QRB-UNIT-TARGET-OUT.
           MOVE ZEROS TO QUOTA-PCT-WORK.
           IF QB-UNIT-TARGET IS GREATER THAN ZERO
               COMPUTE QUOTA-PCT-WORK ROUNDED =
                   QB-UNITS * 100 / QB-UNIT-TARGET
                   ON SIZE ERROR MOVE 9999.9 TO QUOTA-PCT-WORK
               END-COMPUTE
           END-IF.
           MOVE QUOTA-PCT-WORK TO QRB-UNIT-PCT-OUT.
           MOVE QB-DOLLARS TO QRB-DOLLARS-OUT.
           MOVE QB-DOLLAR-TARGET TO QRB-DOLLAR-TARGET-OUT.
           MOVE ZEROS TO QUOTA-PCT-WORK.
           IF QB-DOLLAR-TARGET IS GREATER THAN ZERO
               COMPUTE QUOTA-PCT-WORK ROUNDED =
                   QB-DOLLARS * 100 / QB-DOLLAR-TARGET
                   ON SIZE ERROR MOVE 9999.9 TO QUOTA-PCT-WORK
               END-COMPUTE
           END-IF.
           MOVE QUOTA-PCT-WORK TO QRB-DOLLAR-PCT-OUT.
           MOVE QUOTA-BRANCH-LINE TO QUOTA-REPORT-LINE.
           WRITE QUOTA-REPORT-LINE.
           MOVE SPACES TO QUOTA-REPORT-LINE.
           WRITE QUOTA-REPORT-LINE.
           MOVE ZEROS TO QUOTA-BRANCH-TOTALS QUOTA-RANK.

       WRITE-ALL-ERROR-MESSAGES.
      *Writes one line per rule the record failed, instead of stopping
      *at whichever rule happened to run last
             WRITE BAD-PRINT
           END-IF.

           IF BAD-STOCK-FOUND
             MOVE 'ERROR - STOCK NUMBER NOT IN STOCK AT THIS BRANCH.  '
                 TO E-MSG-PRINT
             MOVE E-MSG-PRINT-LINE TO BAD-PRINT
             WRITE BAD-PRINT
           END-IF.

       WRITE-HEADING.
           MOVE PRINTV-HEAD TO GOOD-PRINT.
       WRITE GOOD-PRINT.
        MOVE COMMISSION TO COMM-OUT.
        MOVE CAR-MODEL TO CAR-MDL-OUT.
        MOVE CAR-YEAR TO CAR-YR-OUT.
        MOVE STOCK-NUMBER TO STOCK-OUT.
        MOVE ZEROS TO GROSS-PROFIT-AMT.
        IF VEHICLE-FOUND AND SALE-AMOUNT IS NUMERIC
            COMPUTE GROSS-PROFIT-AMT = SALE-AMOUNT - VI-COST
        END-IF.
        MOVE GROSS-PROFIT-AMT TO GROSS-PROFIT-OUT.
