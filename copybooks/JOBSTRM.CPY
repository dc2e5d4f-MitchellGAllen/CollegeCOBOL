      *JOBSTRM.CPY - nightly job-stream definition, one line per batch
      *step in the order DailyBatchDriver runs them. Each step names
      *the batch ENTRY the driver CALLs, how often it runs, and up to
      *four earlier steps it depends on. A step whose dependency
      *failed (or is itself held) is held, not run; a dependency that
      *was not due today counts as satisfied. Operations adds, drops
      *or reorders steps here without a program change. With no
      *definition on file the driver runs the four steps it always
      *has - integrity, meter billing, car sales, class grading.
      *
      *Record columns:
      *   1-8   step ID                 37-66  batch ENTRY name
      *   9-36  step description           67  frequency D, C or M
      *                                68-99  up to four step IDs it
      *                                        depends on, 8 each
      *A full nightly cycle, one record per step, reads for example
      *(fields shown in record order; each step's dependency
      *columns are on the line under it):
      *  ID       DESCRIPTION             ENTRY                     F
      *  MAINT    CUSTOMER MAINTENANCE    Homework1MaintBatch       D
      *  READINGS METER READINGS          Homework1ReadingsBatch    C
      *           after MAINT
      *  INTEGRTY FILE INTEGRITY          Homework1IntegrityBatch   D
      *           after READINGS
      *  HW1BILL  METER BILLING           Homework1Batch            D
      *           after INTEGRTY
      *  RECV     PAYMENTS RECEIVED       Homework1RecvBatch        D
      *           after HW1BILL
      *  BILLS    CUSTOMER BILLS          Homework1BillsBatch       C
      *           after HW1BILL  RECV
      *  NOTICES  PAST-DUE NOTICES        Homework1NoticesBatch     D
      *           after RECV
      *  HW2CANCL SALE CANCELLATIONS      Homework2CancelBatch      D
      *  HW2INV   VEHICLE INVENTORY       Homework2InvMaintBatch    D
      *  HW2SALES CAR SALES VALIDATION    Homework2Batch            D
      *           after HW2CANCL HW2INV
      *  HW2CLOSE SALES MONTH-END CLOSE   Homework2CloseBatch       M
      *           after HW2SALES
      *  GLJRNL   GENERAL LEDGER JOURNAL  DailyGLJournalBatch       D
      *           after HW1BILL  RECV     HW2SALES
      *  HW3GRADE CLASS GRADING           Homework3Batch            D
      *  HW3GRCHG GRADE CHANGES           Homework3GradeChangeBatch D
      *  HW3TRANS TRANSCRIPTS             Homework3TranscriptBatch  D
      *           after HW3GRADE HW3GRCHG
       01  JOB-STREAM-RECORD.
           05  JS-STEP-ID              PIC x(8).
      *Short name the run control and other steps' dependencies use
           05  JS-STEP-NAME            PIC x(28).
      *Description printed on the run log
           05  JS-ENTRY-NAME           PIC x(30).
      *Batch ENTRY the driver CALLs - returns BATCH-RUN-STATUS
           05  JS-FREQUENCY            PIC x.
               88  JS-RUNS-DAILY                 VALUE 'D'.
               88  JS-RUNS-CYCLE-DAYS            VALUE 'C'.
               88  JS-RUNS-MONTH-END             VALUE 'M'.
      *D every business day, C only on a date the billing cycle
      *calendar bills a cycle, M only on the last day of the month
           05  JS-DEPENDS-ON           OCCURS 4 TIMES  PIC x(8).
      *Step IDs, from earlier in the stream, that must finish first
           05  FILLER                  PIC x.
