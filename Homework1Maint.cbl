       DATA DIVISION.
       FILE SECTION.
           FD TRANSACTION-FILE
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS TRANS-RECORD.
       01  TRANS-RECORD.
           05  TRANS-CODE              PIC x.
           05  TRANS-C-M-R             PIC 9(5).
           05  TRANS-RATE-CLASS        PIC x.
           05  TRANS-BUDGET-PLAN       PIC x.
           05  TRANS-BILL-CYCLE        PIC 99.
      *TRANS-CODE IS 'A' = ADD, 'C' = CHANGE, 'D' = DELETE
      *TRANS-C-M-R carries a new meter reading on a CHANGE transaction;
      *ZEROS means the transaction is not updating the reading
      *budget-billing plan, 'N' to take it off; space leaves the
      *plan alone (and defaults an ADD to off-plan). Only a
      *residential account can carry the plan
      *TRANS-BILL-CYCLE assigns the account's billing cycle/route
      *book; spaces or zeros leave the cycle alone on a CHANGE (and
      *leave an ADD unassigned until the route books are laid out)
       01  BATCH-CONTROL-RECORD.
           05  BCR-CODE                PIC x.
           05  BCR-BATCH-NUMBER        PIC 9(6).
           05  BCR-TRANS-COUNT         PIC 9(6).
           05  BCR-HASH-TOTAL          PIC 9(12).
           05  FILLER                  PIC x(45).
      *Header ('H', first record) and trailer ('T', last record) view
      *of the same 70-byte record. The trailer carries the count of
      *transactions between them and the hash total of their account
      *numbers; both must match what the pre-edit pass counted or the
      *whole batch is rejected - that is what catches a truncated
           05  FILLER                  PIC x.
           05  TRANS-ACC-NUM-X         PIC x(6).
           05  FILLER                  PIC x(61).
           05  TRANS-BILL-CYCLE-X      PIC xx.
      *Character view of the account number so the edit report can
      *show exactly what was keyed even when it is not numeric, and
      *of the billing cycle so a blank one can be told from a bad one

           FD EDIT-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
       01  MAINT-LOG-LINE              PIC x(80).

           FD AUDIT-JOURNAL-FILE
           RECORD CONTAINS 217 CHARACTERS
           DATA RECORD IS AUDIT-JOURNAL-RECORD.
           COPY AUDITJRN.
      *MAINT-LOG-LINE reports what each transaction did (or why it was
      *Last line of the edit report - whether the batch was applied
      *or rejected, and why

       01  BEFORE-IMAGE-WORK           PIC x(95)     VALUE SPACES.
       01  AFTER-IMAGE-WORK            PIC x(95)     VALUE SPACES.
      *Master images captured around each applied transaction; an
      *ADD has a blank before image, a DELETE a blank after image

           05  FILLER                  PIC x(11)  VALUE SPACES.
           05  LOG-RESULT-OUT          PIC x(40).

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *this run's transaction counts and whether the batch was
      *rejected without re-opening the edit report itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework1MaintBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM MAINTAIN-CUSTOMER-MASTER.
           STOP RUN.

       ENTRY 'Homework1MaintBatch' USING BATCH-RUN-STATUS.
           PERFORM MAINTAIN-CUSTOMER-MASTER.
           IF BATCH-REJECTED
      *A rejected batch left the master as it was - the steps that
      *bill off it wait until the batch is fixed and resubmitted
               MOVE 08 TO BRS-STEP-RC
           ELSE
               MOVE ZERO TO BRS-STEP-RC
           END-IF.
           MOVE EDITED-TRANS-CNT TO BRS-RECORDS-PROCESSED.
           MOVE EDIT-ERRORS-CNT TO BRS-BAD-RECORD-COUNT.
           IF EDIT-ERRORS-CNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       MAINTAIN-CUSTOMER-MASTER.
           ACCEPT MAINT-RUN-DATE FROM DATE.
           ACCEPT MAINT-RUN-TIME FROM TIME.
           END-IF.
           CLOSE EDIT-REPORT-FILE
                 MAINT-LOG-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
               MOVE 'BUDGET PLAN ONLY FOR RESIDENTIAL' TO EDIT-MSG-OUT
               PERFORM WRITE-EDIT-ERROR
           END-IF.
           IF TRANS-BILL-CYCLE-X NOT EQUAL TO SPACES
              AND TRANS-BILL-CYCLE IS NOT NUMERIC
               MOVE 'BILLING CYCLE NOT NUMERIC' TO EDIT-MSG-OUT
               PERFORM WRITE-EDIT-ERROR
           END-IF.

       CHECK-STATE-CODE.
           MOVE 'N' TO STATE-VALID-SWITCH.
           END-IF
           MOVE ZEROS TO BUDGET-VARIANCE
           MOVE ZEROS TO BUDGET-CYCLE-CNT
           IF TRANS-BILL-CYCLE IS NUMERIC
               MOVE TRANS-BILL-CYCLE TO BILL-CYCLE
           ELSE
               MOVE ZEROS TO BILL-CYCLE
           END-IF
           MOVE ZEROS TO EXCH-UNITS-OWED
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   MOVE 'ADD REJECTED - ACCOUNT ALREADY EXISTS' TO
           IF TRANS-RATE-CLASS NOT EQUAL TO SPACE
               MOVE TRANS-RATE-CLASS TO RATE-CLASS
           END-IF.
           IF TRANS-BILL-CYCLE IS NUMERIC
              AND TRANS-BILL-CYCLE IS GREATER THAN ZERO
               MOVE TRANS-BILL-CYCLE TO BILL-CYCLE
           END-IF.
           IF TRANS-C-M-R IS GREATER THAN ZERO
      *Carries the old current reading forward as next cycle's previous
      *reading, so billing staff never re-key it into the input file
