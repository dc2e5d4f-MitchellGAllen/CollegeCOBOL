      *RUN-CONTROL-FILE records each step's completion as the run
      *goes - STARTED before the call, COMPLETE after a clean
      *return. A step found STARTED on the next invocation abended
      *without returning a status; it and everything that depends
      *on it rerun, while COMPLETE steps are skipped so a finished
      *maintenance-and-billing step is never run twice against the
      *live masters
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.
      *it is absent this driver establishes it from the machine
      *date, so every step downstream dates its work off the same
      *business day no matter what the wall clock says
           SELECT JOB-STREAM-FILE ASSIGN TO 'N:\JOBSTRM.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBSTRM-STATUS.
      *JOB-STREAM-FILE lists the night's steps in the order they
      *run, what each depends on and how often it runs. No file
      *(status '35') runs the four steps this driver always ran
           SELECT CYCLE-CALENDAR-FILE ASSIGN TO 'N:\cyclecal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CYCLECAL-STATUS.
      *CYCLE-CALENDAR-FILE is the billing-cycle calendar Homework1
      *bills from; a business date with a cycle on it is a billing-
      *cycle day for the steps that only run on one

       DATA DIVISION.
       FILE SECTION.
       01  RUN-LOG-LINE            PIC X(80).

       FD  RUN-CONTROL-FILE
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS RUN-CONTROL-RECORD.
       01  RUN-CONTROL-RECORD.
           05  RC-STEP-ID          PIC x(8).
           05  RC-STEP-STATUS      PIC x(8).
      *One line per batch step, keyed by the step ID so a step added
      *to or dropped from the job stream doesn't shift anyone else's
      *status - spaces (never run), 'STARTED', 'COMPLETE', 'FAILED'
      *or 'HELD'

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       FD  JOB-STREAM-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS JOB-STREAM-RECORD.
           COPY JOBSTRM.

       FD  CYCLE-CALENDAR-FILE
           RECORD CONTAINS 8 CHARACTERS
           DATA RECORD IS CYCLE-CALENDAR-RECORD.
           COPY CYCLECAL.

       WORKING-STORAGE SECTION.
           COPY BATCHSTAT REPLACING BATCH-RUN-STATUS
                                 BY STEP-RUN-STATUS.
      *The BATCH-RUN-STATUS the step being run returns on GOBACK,
      *instead of the driver having to re-open its bad/exception
      *file just to see whether the step had problems

       01  RL-STEPS-WITH-BAD-CNT   PIC 99       VALUE ZERO.
       01  RL-TOTAL-STEPS          PIC 99       VALUE ZERO.

       01  RUNCTL-STATUS           PIC xx       VALUE SPACES.
      *'35' means no run control exists - a fresh day, every step runs
       01  RUNCTL-DATA-REMAINS     PIC xxx      VALUE SPACES.

       01  BDATE-STATUS            PIC xx       VALUE SPACES.
      *'35' means no business date was set - the driver establishes
      *run started; if not, the driver's own date gets written

       01  BUSINESS-DATE-WORK      PIC 9(6)     VALUE ZEROS.
       01  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-WORK.
           05  BDP-YY              PIC 99.
           05  BDP-MM              PIC 99.
           05  BDP-DD              PIC 99.
      *The as-of date this run is batching under, logged so the
      *morning check can see what day the data was dated

       01  JOBSTRM-STATUS          PIC xx       VALUE SPACES.
       01  JOBSTRM-DATA-REMAINS    PIC xxx      VALUE SPACES.
       01  JOB-STREAM-SOURCE-SW    PIC x        VALUE 'D'.
           88  JOB-STREAM-DEFAULT               VALUE 'D'.
           88  JOB-STREAM-ON-FILE               VALUE 'F'.
       01  JOB-STREAM-OVERFLOW-SW  PIC x        VALUE 'N'.
           88  JOB-STREAM-OVERFLOW              VALUE 'Y'.
      *Set when the definition lists more steps than the table holds;
      *the rest are not run and the run ends failed so it is seen

       01  CYCLECAL-STATUS         PIC xx       VALUE SPACES.
       01  CAL-DATA-REMAINS        PIC xxx      VALUE SPACES.
       01  CYCLE-DAY-SW            PIC x        VALUE 'N'.
           88  CYCLE-DAY                        VALUE 'Y'.
      *A business date the calendar bills a cycle on - or every date
      *when there is no calendar, the way Homework1 bills without one
       01  MONTH-END-SW            PIC x        VALUE 'N'.
           88  MONTH-END-DAY                    VALUE 'Y'.

       01  DAYS-IN-MONTH-VALUES.
           05  FILLER          PIC x(24)      VALUE
               '312831303130313130313031'.
       01  DAYS-IN-MONTH-TABLE REDEFINES DAYS-IN-MONTH-VALUES.
           05  DAYS-IN-MONTH   PIC 99         OCCURS 12 TIMES.
       01  MONTH-END-WORK.
           05  LAST-DAY-OF-MONTH   PIC 99       VALUE ZEROS.
           05  LEAP-QUOTIENT       PIC 99       VALUE ZEROS.
           05  LEAP-REMAINDER      PIC 9        VALUE ZERO.

       01  DEFAULT-JOB-STREAM-VALUES.
           05  FILLER              PIC x(8)     VALUE 'INTEGRTY'.
           05  FILLER              PIC x(28)    VALUE
               'HOMEWORK1 - FILE INTEGRITY'.
           05  FILLER              PIC x(30)    VALUE
               'Homework1IntegrityBatch'.
           05  FILLER              PIC x        VALUE 'D'.
           05  FILLER              PIC x(33)    VALUE SPACES.
           05  FILLER              PIC x(8)     VALUE 'HW1BILL'.
           05  FILLER              PIC x(28)    VALUE
               'HOMEWORK1 - METER BILLING'.
           05  FILLER              PIC x(30)    VALUE
               'Homework1Batch'.
           05  FILLER              PIC x        VALUE 'D'.
           05  FILLER              PIC x(8)     VALUE 'INTEGRTY'.
           05  FILLER              PIC x(25)    VALUE SPACES.
           05  FILLER              PIC x(8)     VALUE 'HW2SALES'.
           05  FILLER              PIC x(28)    VALUE
               'HOMEWORK2 - CAR SALES VALID.'.
           05  FILLER              PIC x(30)    VALUE
               'Homework2Batch'.
           05  FILLER              PIC x        VALUE 'D'.
           05  FILLER              PIC x(8)     VALUE 'HW1BILL'.
           05  FILLER              PIC x(25)    VALUE SPACES.
           05  FILLER              PIC x(8)     VALUE 'HW3GRADE'.
           05  FILLER              PIC x(28)    VALUE
               'HOMEWORK3 - CLASS GRADING'.
           05  FILLER              PIC x(30)    VALUE
               'Homework3Batch'.
           05  FILLER              PIC x        VALUE 'D'.
           05  FILLER              PIC x(8)     VALUE 'HW2SALES'.
           05  FILLER              PIC x(25)    VALUE SPACES.
       01  DEFAULT-JOB-STREAM REDEFINES DEFAULT-JOB-STREAM-VALUES.
           05  DEFAULT-STEP        OCCURS 4 TIMES  PIC x(100).
      *The job stream when no definition is on file - the four steps
      *this driver always ran, each waiting on the one before it so
      *a failure stops the rest the way it always has
       01  DEFAULT-SUB             PIC 9        VALUE ZERO.

       01  JOB-STEP-CNT            PIC 99       VALUE ZEROS.
       01  JOB-STEP-TABLE.
           05  JOB-STEP            OCCURS 30 TIMES.
               10  JT-STEP-ID      PIC x(8).
               10  JT-STEP-NAME    PIC x(28).
               10  JT-ENTRY-NAME   PIC x(30).
               10  JT-FREQUENCY    PIC x.
                   88  JT-RUNS-DAILY             VALUE 'D' ' '.
                   88  JT-RUNS-CYCLE-DAYS        VALUE 'C'.
                   88  JT-RUNS-MONTH-END         VALUE 'M'.
               10  JT-DEPENDS-ON   OCCURS 4 TIMES  PIC x(8).
               10  JT-STEP-STATE   PIC x(8).
               10  JT-DUE-SW       PIC x.
                   88  JT-DUE-TODAY              VALUE 'Y'.
                   88  JT-NOT-DUE                VALUE 'N'.
                   88  JT-FREQUENCY-BAD          VALUE 'X'.
      *The night's steps in run order, each carrying its restart
      *status from the run control and whether it is due on this
      *business date

       01  STEP-SUB                PIC 99       VALUE ZEROS.
       01  DEP-SUB                 PIC 9        VALUE ZERO.
       01  SEARCH-SUB              PIC 99       VALUE ZEROS.
       01  SEARCH-LIMIT            PIC 99       VALUE ZEROS.
       01  FOUND-STEP-SUB          PIC 99       VALUE ZEROS.
       01  SEARCH-STEP-ID          PIC x(8)     VALUE SPACES.

       01  DEPENDENCY-SW           PIC x        VALUE 'Y'.
           88  DEPENDENCIES-MET                 VALUE 'Y'.
       01  WAITING-ON-STEP         PIC x(8)     VALUE SPACES.
      *A dependency is met when the earlier step is COMPLETE or was
      *not due today; anything else - failed, held, never defined -
      *holds the step and names what it is waiting on

       01  STEP-CALL-FAILED-SW     PIC x        VALUE 'N'.
           88  STEP-CALL-FAILED                 VALUE 'Y'.
      *The step's ENTRY could not be found to CALL - a mistyped
      *entry name on the job stream, or a program not installed

       01  STEP-START-TIME         PIC 9(8)     VALUE ZEROS.
       01  STEP-START-PARTS REDEFINES STEP-START-TIME.
           05  SST-HH              PIC 99.
           05  SST-MM              PIC 99.
           05  SST-SS              PIC 99.
           05  SST-HS              PIC 99.
       01  STEP-END-TIME           PIC 9(8)     VALUE ZEROS.
       01  STEP-END-PARTS REDEFINES STEP-END-TIME.
           05  SET-HH              PIC 99.
           05  SET-MM              PIC 99.
           05  SET-SS              PIC 99.
           05  SET-HS              PIC 99.
       01  ELAPSED-WORK.
           05  STEP-START-HUNDREDTHS   PIC 9(8)  VALUE ZEROS.
           05  STEP-END-HUNDREDTHS     PIC 9(8)  VALUE ZEROS.
           05  STEP-ELAPSED-HUNDREDTHS PIC 9(8)  VALUE ZEROS.
           05  ELAPSED-REMAINDER       PIC 9(8)  VALUE ZEROS.
      *Wall-clock time around each CALL, in hundredths of a second
      *past midnight; a step that runs across midnight has a day's
      *worth added to its end time

       01  FIRST-FAILED-STEP       PIC x(8)     VALUE SPACES.
      *Which step failed or was held first this run - spaces means
      *none did

       01  RUN-FAILED-SWITCH       PIC x        VALUE 'N'.
           88  RUN-FAILED                       VALUE 'Y'.
      *Once a step fails (or returns a nonzero BRS-STEP-RC) the
      *steps that depend on it are held, and the driver ends with a
      *nonzero return code the scheduler can alert on

       01  RUN-LOG-BDATE-LINE.
           05  FILLER              PIC x(15)    VALUE 'BUSINESS DATE: '.
           05  RLB-DATE-OUT        PIC 9(6).
           05  FILLER              PIC x(13)    VALUE
               '  CYCLE DAY: '.
           05  RLB-CYCLE-DAY-OUT   PIC x(3).
           05  FILLER              PIC x(13)    VALUE
               '  MONTH END: '.
           05  RLB-MONTH-END-OUT   PIC x(3).
           05  FILLER              PIC x(27)    VALUE SPACES.

       01  RUN-LOG-STREAM-LINE.
           05  FILLER              PIC x(12)    VALUE 'JOB STREAM: '.
           05  RLJ-SOURCE-OUT      PIC x(26).
           05  FILLER              PIC x(9)     VALUE '  STEPS: '.
           05  RLJ-STEPS-OUT       PIC Z9.
           05  FILLER              PIC x(31)    VALUE SPACES.
      *Which job stream this run worked from, so the morning check
      *can tell a definition that failed to load from a short night

       01  RUN-LOG-OVERFLOW-LINE.
           05  FILLER              PIC x(44)    VALUE
               'WARNING - JOB STREAM OVER 30 STEPS - STEPS P'.
           05  FILLER              PIC x(36)    VALUE
               'AST THE 30TH NOT RUN'.

       01  RUN-LOG-SKIP-LINE.
           05  RLS-STEP-NAME       PIC x(28).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  RLS-REASON-OUT      PIC x(37).
           05  FILLER              PIC x(12)    VALUE SPACES.
      *Logged for a step the run control shows already COMPLETE, one
      *not due on this business date, or one held by its definition,
      *so the morning check can see why it didn't run

       01  RUN-LOG-HELD-LINE.
           05  RLH-STEP-NAME       PIC x(28).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  FILLER              PIC x(18)    VALUE
               'HELD - WAITING ON '.
           05  RLH-WAITING-ON-OUT  PIC x(8).
           05  FILLER              PIC x(23)    VALUE SPACES.
      *Logged for a step not run because a step it depends on did
      *not finish

       01  RUN-LOG-FAIL-LINE.
           05  FILLER              PIC x(19)    VALUE
               'FIRST FAILED STEP: '.
           05  RLF-STEP-ID-OUT     PIC x(8).
           05  FILLER              PIC x(43)    VALUE
               ' - FIX AND RERUN, COMPLETED STEPS WILL SKIP'.
           05  FILLER              PIC x(10)    VALUE SPACES.

       01  RUN-LOG-HEADING.
           05  FILLER              PIC x(28)    VALUE 'BATCH STEP'.
           05  FILLER              PIC x(7)     VALUE '  BAD  '.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  FILLER              PIC x(9)     VALUE 'STATUS'.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  FILLER              PIC x(11)    VALUE 'ELAPSED'.
           05  FILLER              PIC x(6)     VALUE SPACES.
      *Heading line for the consolidated run log

       01  RUN-LOG-DETAIL.
           05  RL-BAD-COUNT-OUT    PIC ZZZ,ZZ9.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  RL-STATUS-OUT       PIC x(9).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  RL-ELAPSED-OUT.
               10  RLE-HOURS-OUT       PIC 99.
               10  FILLER              PIC x    VALUE ':'.
               10  RLE-MINUTES-OUT     PIC 99.
               10  FILLER              PIC x    VALUE ':'.
               10  RLE-SECONDS-OUT     PIC 99.
               10  FILLER              PIC x    VALUE '.'.
               10  RLE-HUNDREDTHS-OUT  PIC 99.
           05  FILLER              PIC x(6)     VALUE SPACES.
      *One line per batch step run - records processed, bad/exception
      *count, whether that step's bad/exception file came out
      *non-empty, and how long the step took (HH:MM:SS.hh)

       01  RUN-LOG-TRAILER.
           05  FILLER              PIC x(22)    VALUE
               'BATCH STEPS WITH BAD/'.
           05  FILLER              PIC x(20)    VALUE
               'EXCEPTION RECORDS: '.
           05  RL-STEPS-WITH-BAD-OUT PIC Z9.
           05  FILLER              PIC x(4)     VALUE ' OF '.
           05  RL-TOTAL-STEPS-OUT  PIC Z9.
           05  FILLER              PIC x(30)    VALUE SPACES.
      *Written once at the end so the morning check is a single glance
      *at the last line instead of reading every detail line


       DRIVER-MAIN.
           OPEN OUTPUT RUN-LOG-FILE.
           PERFORM ESTABLISH-BUSINESS-DATE.
           PERFORM LOAD-JOB-STREAM.
           PERFORM WRITE-RUN-LOG-HEADING.
           PERFORM READ-RUN-CONTROL.

           PERFORM RUN-JOB-STEP
               VARYING STEP-SUB FROM 1 BY 1
               UNTIL STEP-SUB IS GREATER THAN JOB-STEP-CNT.

           IF RUN-FAILED
               PERFORM WRITE-RUN-FAILURE-LINE
               WRITE BUSINESS-DATE-RECORD
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           PERFORM SET-CYCLE-DAY.
           PERFORM SET-MONTH-END.
           MOVE BUSINESS-DATE-WORK TO RLB-DATE-OUT.
           IF CYCLE-DAY
               MOVE 'YES' TO RLB-CYCLE-DAY-OUT
           ELSE
               MOVE 'NO' TO RLB-CYCLE-DAY-OUT
           END-IF.
           IF MONTH-END-DAY
               MOVE 'YES' TO RLB-MONTH-END-OUT
           ELSE
               MOVE 'NO' TO RLB-MONTH-END-OUT
           END-IF.
           MOVE RUN-LOG-BDATE-LINE TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       SET-CYCLE-DAY.
      *No calendar (status '35') means every account bills on every
      *run, so every business date is a cycle day
           MOVE 'N' TO CYCLE-DAY-SW.
           OPEN INPUT CYCLE-CALENDAR-FILE.
           IF CYCLECAL-STATUS EQUAL TO '00'
               MOVE 'YES' TO CAL-DATA-REMAINS
               READ CYCLE-CALENDAR-FILE
                   AT END MOVE 'NO' TO CAL-DATA-REMAINS
               END-READ
               PERFORM CHECK-ONE-CALENDAR-ENTRY
                   UNTIL CAL-DATA-REMAINS = 'NO'
               CLOSE CYCLE-CALENDAR-FILE
           ELSE
               SET CYCLE-DAY TO TRUE
           END-IF.

       CHECK-ONE-CALENDAR-ENTRY.
           IF CC-BILL-DATE EQUAL TO BUSINESS-DATE-WORK
               SET CYCLE-DAY TO TRUE
           END-IF.
           READ CYCLE-CALENDAR-FILE
               AT END MOVE 'NO' TO CAL-DATA-REMAINS
           END-READ.

       SET-MONTH-END.
      *The last calendar day of the business date's month; February
      *has 29 days in a year divisible by four
           MOVE 'N' TO MONTH-END-SW.
           IF BDP-MM IS GREATER THAN ZERO
              AND BDP-MM IS NOT GREATER THAN 12
               MOVE DAYS-IN-MONTH(BDP-MM) TO LAST-DAY-OF-MONTH
               IF BDP-MM EQUAL TO 02
                   DIVIDE BDP-YY BY 4 GIVING LEAP-QUOTIENT
                       REMAINDER LEAP-REMAINDER
                   IF LEAP-REMAINDER EQUAL TO ZERO
                       MOVE 29 TO LAST-DAY-OF-MONTH
                   END-IF
               END-IF
               IF BDP-DD IS NOT LESS THAN LAST-DAY-OF-MONTH
                   SET MONTH-END-DAY TO TRUE
               END-IF
           END-IF.

       LOAD-JOB-STREAM.
      *The definition on file, in the order it lists the steps; with
      *none (or an empty one) the built-in four steps run
           MOVE ZEROS TO JOB-STEP-CNT.
           OPEN INPUT JOB-STREAM-FILE.
           IF JOBSTRM-STATUS EQUAL TO '00'
               MOVE 'YES' TO JOBSTRM-DATA-REMAINS
               READ JOB-STREAM-FILE
                   AT END MOVE 'NO' TO JOBSTRM-DATA-REMAINS
               END-READ
               PERFORM LOAD-ONE-JOB-STEP
                   UNTIL JOBSTRM-DATA-REMAINS = 'NO'
               CLOSE JOB-STREAM-FILE
           END-IF.
           IF JOB-STEP-CNT EQUAL TO ZERO
               SET JOB-STREAM-DEFAULT TO TRUE
               MOVE 'BUILT-IN DEFAULT' TO RLJ-SOURCE-OUT
               PERFORM LOAD-DEFAULT-STEP
                   VARYING DEFAULT-SUB FROM 1 BY 1
                   UNTIL DEFAULT-SUB IS GREATER THAN 4
           ELSE
               SET JOB-STREAM-ON-FILE TO TRUE
               MOVE 'N:\JOBSTRM.TXT' TO RLJ-SOURCE-OUT
           END-IF.
           MOVE JOB-STEP-CNT TO RL-TOTAL-STEPS.
           MOVE JOB-STEP-CNT TO RLJ-STEPS-OUT.
           MOVE RUN-LOG-STREAM-LINE TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
           IF JOB-STREAM-OVERFLOW
               MOVE RUN-LOG-OVERFLOW-LINE TO RUN-LOG-LINE
               WRITE RUN-LOG-LINE
               SET RUN-FAILED TO TRUE
           END-IF.

       LOAD-ONE-JOB-STEP.
      *A line with no step ID is a spacer and is passed over
           IF JS-STEP-ID NOT EQUAL TO SPACES
               IF JOB-STEP-CNT IS LESS THAN 30
                   PERFORM ADD-JOB-STEP
               ELSE
                   SET JOB-STREAM-OVERFLOW TO TRUE
               END-IF
           END-IF.
           READ JOB-STREAM-FILE
               AT END MOVE 'NO' TO JOBSTRM-DATA-REMAINS
           END-READ.

       LOAD-DEFAULT-STEP.
           MOVE DEFAULT-STEP(DEFAULT-SUB) TO JOB-STREAM-RECORD.
           PERFORM ADD-JOB-STEP.

       ADD-JOB-STEP.
           ADD 1 TO JOB-STEP-CNT.
           MOVE JS-STEP-ID TO JT-STEP-ID(JOB-STEP-CNT).
           MOVE JS-STEP-NAME TO JT-STEP-NAME(JOB-STEP-CNT).
           MOVE JS-ENTRY-NAME TO JT-ENTRY-NAME(JOB-STEP-CNT).
           MOVE JS-FREQUENCY TO JT-FREQUENCY(JOB-STEP-CNT).
           MOVE JS-DEPENDS-ON(1) TO JT-DEPENDS-ON(JOB-STEP-CNT, 1).
           MOVE JS-DEPENDS-ON(2) TO JT-DEPENDS-ON(JOB-STEP-CNT, 2).
           MOVE JS-DEPENDS-ON(3) TO JT-DEPENDS-ON(JOB-STEP-CNT, 3).
           MOVE JS-DEPENDS-ON(4) TO JT-DEPENDS-ON(JOB-STEP-CNT, 4).
           MOVE SPACES TO JT-STEP-STATE(JOB-STEP-CNT).
           MOVE 'Y' TO JT-DUE-SW(JOB-STEP-CNT).

       READ-RUN-CONTROL.
      *A step left STARTED by the last invocation abended without
      *ever returning a status - it reruns, along with everything
      *waiting on it; COMPLETE steps are skipped. A status for a
      *step no longer in the job stream is dropped
           OPEN INPUT RUN-CONTROL-FILE.
           IF RUNCTL-STATUS EQUAL TO '00'
               MOVE 'YES' TO RUNCTL-DATA-REMAINS
               READ RUN-CONTROL-FILE
                   AT END MOVE 'NO' TO RUNCTL-DATA-REMAINS
               END-READ
               PERFORM APPLY-ONE-RUN-CONTROL
                   UNTIL RUNCTL-DATA-REMAINS = 'NO'
               CLOSE RUN-CONTROL-FILE
           END-IF.

       APPLY-ONE-RUN-CONTROL.
           MOVE RC-STEP-ID TO SEARCH-STEP-ID.
           MOVE JOB-STEP-CNT TO SEARCH-LIMIT.
           PERFORM FIND-JOB-STEP.
           IF FOUND-STEP-SUB IS GREATER THAN ZERO
               MOVE RC-STEP-STATUS TO JT-STEP-STATE(FOUND-STEP-SUB)
           END-IF.
           READ RUN-CONTROL-FILE
               AT END MOVE 'NO' TO RUNCTL-DATA-REMAINS
           END-READ.

       FIND-JOB-STEP.
      *Looks SEARCH-STEP-ID up among the first SEARCH-LIMIT steps
           MOVE ZEROS TO FOUND-STEP-SUB.
           PERFORM CHECK-ONE-STEP-ID
               VARYING SEARCH-SUB FROM 1 BY 1
               UNTIL SEARCH-SUB IS GREATER THAN SEARCH-LIMIT
                  OR FOUND-STEP-SUB IS GREATER THAN ZERO.

       CHECK-ONE-STEP-ID.
           IF JT-STEP-ID(SEARCH-SUB) EQUAL TO SEARCH-STEP-ID
               MOVE SEARCH-SUB TO FOUND-STEP-SUB
           END-IF.

       WRITE-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           PERFORM WRITE-ONE-RUN-CONTROL
               VARYING SEARCH-SUB FROM 1 BY 1
               UNTIL SEARCH-SUB IS GREATER THAN JOB-STEP-CNT.
           CLOSE RUN-CONTROL-FILE.

       WRITE-ONE-RUN-CONTROL.
           MOVE JT-STEP-ID(SEARCH-SUB) TO RC-STEP-ID.
           MOVE JT-STEP-STATE(SEARCH-SUB) TO RC-STEP-STATUS.
           WRITE RUN-CONTROL-RECORD.

       CLEAR-RUN-CONTROL.
           OPEN OUTPUT RUN-CONTROL-FILE.
           CLOSE RUN-CONTROL-FILE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           CLOSE BUSINESS-DATE-FILE.

       RUN-JOB-STEP.
      *Each step in turn - skipped if a prior run finished it, passed
      *over if it isn't due on this business date, held if a step it
      *depends on didn't finish, otherwise CALLed
           PERFORM SET-STEP-DUE.
           MOVE JT-STEP-NAME(STEP-SUB) TO RLS-STEP-NAME.
           EVALUATE TRUE
               WHEN JT-STEP-STATE(STEP-SUB) EQUAL TO 'COMPLETE'
                   MOVE 'SKIPPED - COMPLETED BY A PRIOR RUN' TO
                       RLS-REASON-OUT
                   PERFORM WRITE-SKIP-LOG-LINE
               WHEN JT-FREQUENCY-BAD(STEP-SUB)
                   MOVE 'HELD - FREQUENCY CODE NOT D, C OR M' TO
                       RLS-REASON-OUT
                   PERFORM WRITE-SKIP-LOG-LINE
                   PERFORM HOLD-JOB-STEP
               WHEN JT-NOT-DUE(STEP-SUB)
                   IF JT-RUNS-CYCLE-DAYS(STEP-SUB)
                       MOVE 'NOT DUE - NOT A BILLING-CYCLE DAY' TO
                           RLS-REASON-OUT
                   ELSE
                       MOVE 'NOT DUE - NOT MONTH END' TO
                           RLS-REASON-OUT
                   END-IF
                   PERFORM WRITE-SKIP-LOG-LINE
               WHEN OTHER
                   PERFORM CHECK-STEP-DEPENDENCIES
                   IF DEPENDENCIES-MET
                       PERFORM CALL-JOB-STEP
                   ELSE
                       MOVE JT-STEP-NAME(STEP-SUB) TO RLH-STEP-NAME
                       MOVE WAITING-ON-STEP TO RLH-WAITING-ON-OUT
                       MOVE RUN-LOG-HELD-LINE TO RUN-LOG-LINE
                       WRITE RUN-LOG-LINE
                       PERFORM HOLD-JOB-STEP
                   END-IF
           END-EVALUATE.

       SET-STEP-DUE.
           EVALUATE TRUE
               WHEN JT-RUNS-DAILY(STEP-SUB)
                   SET JT-DUE-TODAY(STEP-SUB) TO TRUE
               WHEN JT-RUNS-CYCLE-DAYS(STEP-SUB)
                   IF CYCLE-DAY
                       SET JT-DUE-TODAY(STEP-SUB) TO TRUE
                   ELSE
                       SET JT-NOT-DUE(STEP-SUB) TO TRUE
                   END-IF
               WHEN JT-RUNS-MONTH-END(STEP-SUB)
                   IF MONTH-END-DAY
                       SET JT-DUE-TODAY(STEP-SUB) TO TRUE
                   ELSE
                       SET JT-NOT-DUE(STEP-SUB) TO TRUE
                   END-IF
               WHEN OTHER
                   SET JT-FREQUENCY-BAD(STEP-SUB) TO TRUE
           END-EVALUATE.

       CHECK-STEP-DEPENDENCIES.
      *Only steps earlier in the stream can be depended on - a later
      *or unknown step ID is never met, so a mistyped dependency
      *holds the step rather than letting it run out of order
           SET DEPENDENCIES-MET TO TRUE.
           MOVE SPACES TO WAITING-ON-STEP.
           PERFORM CHECK-ONE-DEPENDENCY
               VARYING DEP-SUB FROM 1 BY 1
               UNTIL DEP-SUB IS GREATER THAN 4
                  OR NOT DEPENDENCIES-MET.

       CHECK-ONE-DEPENDENCY.
           IF JT-DEPENDS-ON(STEP-SUB, DEP-SUB) NOT EQUAL TO SPACES
               MOVE JT-DEPENDS-ON(STEP-SUB, DEP-SUB) TO SEARCH-STEP-ID
               COMPUTE SEARCH-LIMIT = STEP-SUB - 1
               PERFORM FIND-JOB-STEP
               IF FOUND-STEP-SUB EQUAL TO ZERO
                   MOVE 'N' TO DEPENDENCY-SW
               ELSE
                   IF JT-STEP-STATE(FOUND-STEP-SUB) NOT EQUAL TO
                          'COMPLETE'
                      AND NOT JT-NOT-DUE(FOUND-STEP-SUB)
                       MOVE 'N' TO DEPENDENCY-SW
                   END-IF
               END-IF
               IF NOT DEPENDENCIES-MET
                   MOVE SEARCH-STEP-ID TO WAITING-ON-STEP
               END-IF
           END-IF.

       CALL-JOB-STEP.
           MOVE 'STARTED' TO JT-STEP-STATE(STEP-SUB).
           PERFORM WRITE-RUN-CONTROL.
           INITIALIZE STEP-RUN-STATUS.
           MOVE 'N' TO STEP-CALL-FAILED-SW.
           ACCEPT STEP-START-TIME FROM TIME.
           CALL JT-ENTRY-NAME(STEP-SUB) USING STEP-RUN-STATUS
               ON EXCEPTION
                   SET STEP-CALL-FAILED TO TRUE
           END-CALL.
           ACCEPT STEP-END-TIME FROM TIME.
           IF NOT STEP-CALL-FAILED
              AND BRS-STEP-RC OF STEP-RUN-STATUS EQUAL TO ZERO
               MOVE 'COMPLETE' TO JT-STEP-STATE(STEP-SUB)
           ELSE
               MOVE 'FAILED' TO JT-STEP-STATE(STEP-SUB)
               PERFORM NOTE-FAILED-STEP
           END-IF.
           PERFORM WRITE-RUN-CONTROL.
           PERFORM COMPUTE-STEP-ELAPSED.
           PERFORM WRITE-STEP-LOG-LINE.

       HOLD-JOB-STEP.
           MOVE 'HELD' TO JT-STEP-STATE(STEP-SUB).
           PERFORM WRITE-RUN-CONTROL.
           PERFORM NOTE-FAILED-STEP.

       NOTE-FAILED-STEP.
           IF FIRST-FAILED-STEP EQUAL TO SPACES
               MOVE JT-STEP-ID(STEP-SUB) TO FIRST-FAILED-STEP
           END-IF.
           SET RUN-FAILED TO TRUE.

       COMPUTE-STEP-ELAPSED.
           COMPUTE STEP-START-HUNDREDTHS =
               ((SST-HH * 60 + SST-MM) * 60 + SST-SS) * 100 + SST-HS.
           COMPUTE STEP-END-HUNDREDTHS =
               ((SET-HH * 60 + SET-MM) * 60 + SET-SS) * 100 + SET-HS.
           IF STEP-END-HUNDREDTHS IS LESS THAN STEP-START-HUNDREDTHS
               ADD 8640000 TO STEP-END-HUNDREDTHS
           END-IF.
           SUBTRACT STEP-START-HUNDREDTHS FROM STEP-END-HUNDREDTHS
               GIVING STEP-ELAPSED-HUNDREDTHS.
           DIVIDE STEP-ELAPSED-HUNDREDTHS BY 360000
               GIVING RLE-HOURS-OUT REMAINDER ELAPSED-REMAINDER.
           DIVIDE ELAPSED-REMAINDER BY 6000
               GIVING RLE-MINUTES-OUT REMAINDER ELAPSED-REMAINDER.
           DIVIDE ELAPSED-REMAINDER BY 100
               GIVING RLE-SECONDS-OUT REMAINDER RLE-HUNDREDTHS-OUT.

       WRITE-SKIP-LOG-LINE.
           MOVE RUN-LOG-SKIP-LINE TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       WRITE-RUN-FAILURE-LINE.
           MOVE FIRST-FAILED-STEP TO RLF-STEP-ID-OUT.
           MOVE RUN-LOG-FAIL-LINE TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

           MOVE RUN-LOG-HEADING TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

       WRITE-STEP-LOG-LINE.
      *One line for the step just run, off the BATCH-RUN-STATUS it
      *returned; an ENTRY that couldn't be CALLed returned nothing
           MOVE JT-STEP-NAME(STEP-SUB) TO RL-STEP-NAME.
           IF STEP-CALL-FAILED
               MOVE ZERO TO RL-RECORDS-OUT
               MOVE ZERO TO RL-BAD-COUNT-OUT
               MOVE 'NOT FOUND' TO RL-STATUS-OUT
           ELSE
               MOVE BRS-RECORDS-PROCESSED OF STEP-RUN-STATUS
                   TO RL-RECORDS-OUT
               MOVE BRS-BAD-RECORD-COUNT OF STEP-RUN-STATUS
                   TO RL-BAD-COUNT-OUT
               IF BRS-BAD-FILE-NONEMPTY OF STEP-RUN-STATUS
                   MOVE 'NON-EMPTY' TO RL-STATUS-OUT
                   ADD 1 TO RL-STEPS-WITH-BAD-CNT
               ELSE
                   MOVE 'EMPTY' TO RL-STATUS-OUT
               END-IF
               IF BRS-STEP-RC OF STEP-RUN-STATUS NOT EQUAL TO ZERO
                   MOVE 'FAILED' TO RL-STATUS-OUT
               END-IF
           END-IF.
           MOVE RUN-LOG-DETAIL TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.
