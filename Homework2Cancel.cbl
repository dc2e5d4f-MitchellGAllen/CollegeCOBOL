       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework2Cancel.
       AUTHOR.             Mitchell A, Adam M, Michael L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CANCEL-TRANS-FILE    ASSIGN TO 'N:\cancel.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAN-FILE-STATUS.
      *CANCEL-TRANS-FILE carries one cancellation per line - a deal
      *that fell through after it was reported (financing denied, or
      *the car brought back inside the rescission window). It names
      *the sale the way the branch keyed it: branch, salesperson,
      *customer and sale date
           SELECT SALES-HISTORY-FILE   ASSIGN TO 'N:\SALEHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALEHIST-STATUS.
      *SALES-HISTORY-FILE is the cumulative history Homework2 builds
      *its MTD/YTD figures from. A cancelled sale is marked in place,
      *which takes it out of those figures from the next run on
           SELECT HIST-WORK-FILE       ASSIGN TO 'N:\SALECWRK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *Work copy of the history with the cancellations marked, copied
      *back over SALEHIST once the whole file has been through
           SELECT CHARGEBACK-FILE      ASSIGN TO 'N:\CHGBACK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGBACK-STATUS.
      *Commission to be taken back on the next payroll extract -
      *Homework2 sends it and empties the file
           SELECT VEHICLE-INVENTORY-FILE ASSIGN TO 'VEHINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-STOCK-NUMBER
               FILE STATUS IS VEHINV-STATUS.
      *The car from a cancelled sale goes back into stock at the
      *branch that sold it
           SELECT PERIOD-CONTROL-FILE  ASSIGN TO 'N:\PERIODCT.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERIODCT-STATUS.
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      *The accounting period the unwind rates are figured over, and
      *the business date the cancellations are stamped with
           SELECT CANCEL-SORT-FILE     ASSIGN TO 'SORTWK7'.
           SELECT CANCEL-REGISTER-FILE ASSIGN TO 'N:\cancreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *CANCEL-REGISTER-FILE lists the run's cancellations by branch,
      *with each branch's cancelled share of the period's sales so
      *managers can see which sites are unwinding deals

       DATA DIVISION.
       FILE SECTION.
           FD CANCEL-TRANS-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS CANCEL-TRANS-RECORD.
       01  CANCEL-TRANS-RECORD.
           05  CAN-BRANCH              PIC 9(4).
           05  CAN-SALESPERSON         PIC x(10).
           05  CAN-CUSTOMER            PIC x(10).
           05  CAN-SALE-DATE           PIC 9(6).
           05  CAN-REASON              PIC x.
      *CAN-SALE-DATE is MMDDYY, as keyed on the original sale.
      *CAN-REASON is 'F' = FINANCING DENIED, 'R' = RETURNED IN THE
      *RESCISSION WINDOW, 'O' = OTHER

           FD SALES-HISTORY-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS SALES-HISTORY-RECORD.
           COPY SALEHIST.

           FD HIST-WORK-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS HIST-WORK-RECORD.
       01  HIST-WORK-RECORD            PIC x(87).

           FD CHARGEBACK-FILE
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS CHARGEBACK-RECORD.
           COPY CHGBACK.

           FD VEHICLE-INVENTORY-FILE
           DATA RECORD IS VEHICLE-INVENTORY-RECORD.
           COPY VEHINV.

           FD PERIOD-CONTROL-FILE
           RECORD CONTAINS 4 CHARACTERS
           DATA RECORD IS PERIOD-CONTROL-RECORD.
       01  PERIOD-CONTROL-RECORD.
           05  PC-CURR-MONTH           PIC 99.
           05  PC-CURR-YEAR            PIC 99.

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           SD CANCEL-SORT-FILE
           DATA RECORD IS CANCEL-SORT-RECORD.
       01  CANCEL-SORT-RECORD.
           05  CS-BRANCH               PIC 9(4).
           05  CS-SALESPERSON          PIC x(10).
           05  CS-CUSTOMER             PIC x(10).
           05  CS-SALE-DATE.
               10  CS-MONTH            PIC 99.
               10  CS-DAY              PIC 99.
               10  CS-YEAR             PIC 99.
           05  CS-REASON               PIC x.
           05  CS-SALE-AMOUNT          PIC 9(6).
           05  CS-COMMISSION-AMT       PIC 9(6)V99.
           05  CS-STATUS               PIC x.
               88  CS-CANCELLED                      VALUE 'M'.
           05  CS-RESTOCKED-SW         PIC x.
               88  CS-RESTOCKED                      VALUE 'Y'.

           FD CANCEL-REGISTER-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CANCEL-REGISTER-LINE.
       01  CANCEL-REGISTER-LINE        PIC x(80).

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
       01  HIST-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
       01  WORK-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
      *Read-loop switches for the request list, the history pass and
      *the copy back

       01  CAN-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no cancellations were keyed for this run
       01  SALEHIST-STATUS             PIC xx        VALUE SPACES.
      *'35' means no sales history - no sale can be found
       01  CHGBACK-STATUS              PIC xx        VALUE SPACES.
      *'35' on the extend open means nothing is pending for payroll
       01  VEHINV-STATUS               PIC xx        VALUE SPACES.
      *'35' means no inventory master - there is no car to restock
       01  PERIODCT-STATUS             PIC xx        VALUE SPACES.
      *'35' means no period control - the business date's month
       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  INVENTORY-FILE-MISSING-SW   PIC x         VALUE 'N'.
           88  INVENTORY-FILE-MISSING                VALUE 'Y'.
           88  INVENTORY-FILE-ON-HAND                VALUE 'N'.
       01  HISTORY-MISSING-SW          PIC x         VALUE 'N'.
           88  HISTORY-MISSING                       VALUE 'Y'.
      *Set when the sales history can't be opened - no cancellation
      *keyed can be taken back

       01  CANCEL-RUN-DATE.
           05  CRD-YY                  PIC 99.
           05  CRD-MM                  PIC 99.
           05  CRD-DD                  PIC 99.
      *Business date the cancellations are stamped with

       01  CURRENT-PERIOD.
           05  CURR-PERIOD-MONTH       PIC 99        VALUE ZEROS.
           05  CURR-PERIOD-YEAR        PIC 99        VALUE ZEROS.
      *The accounting period the unwind rates cover

       01  CANCEL-CNT                  PIC 999       VALUE ZEROS.
       01  CANCEL-REQUEST-TABLE.
           05  CANCEL-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON CANCEL-CNT.
               10  RQ-SALE-KEY.
                   15  RQ-BRANCH       PIC 9(4).
                   15  RQ-SALESPERSON  PIC x(10).
                   15  RQ-CUSTOMER     PIC x(10).
                   15  RQ-SALE-DATE    PIC 9(6).
               10  RQ-REASON           PIC x.
               10  RQ-STATUS           PIC x.
                   88  RQ-NOT-FOUND                  VALUE 'N'.
                   88  RQ-ALREADY-CANCELLED          VALUE 'A'.
                   88  RQ-MATCHED                    VALUE 'M'.
                   88  RQ-EDIT-REJECT                VALUE 'E'.
               10  RQ-SALE-AMOUNT      PIC 9(6).
               10  RQ-COMMISSION-AMT   PIC 9(6)V99.
               10  RQ-STOCK-NUMBER     PIC x(10).
               10  RQ-RESTOCKED-SW     PIC x.
                   88  RQ-RESTOCKED                  VALUE 'Y'.
      *This run's cancellations, each matched on the history pass to
      *a sale that still stands. A sale already cancelled is noted so
      *the register can say so, but it is never taken back twice

       01  CANCEL-SUB                  PIC 9(4)      VALUE ZEROS.
       01  HISTORY-KEY-BUILD.
           05  HKB-BRANCH              PIC 9(4).
           05  HKB-SALESPERSON         PIC x(10).
           05  HKB-CUSTOMER            PIC x(10).
           05  HKB-SALE-DATE           PIC 9(6).
      *The history record's sale key, laid out like RQ-SALE-KEY
       01  HISTORY-MARKED-SW           PIC x         VALUE 'N'.
           88  HISTORY-MARKED                        VALUE 'Y'.

       01  CANCEL-TABLE-FULL-SW        PIC x         VALUE 'N'.
           88  CANCEL-TABLE-FULL                     VALUE 'Y'.
      *Set when more cancellations are keyed than the table holds;
      *the rest are left for the next run and the register says so

       01  CANCEL-OVERFLOW-WARNING.
           05  FILLER  PIC x(48)  VALUE
               'WARNING - CANCEL TABLE FULL - REMAINING REQUESTS'.
           05  FILLER  PIC x(22)  VALUE
               ' NOT DONE - RE-KEY'.

       01  BRANCH-RATE-CNT             PIC 999       VALUE ZEROS.
       01  BRANCH-RATE-TABLE.
           05  BRANCH-RATE OCCURS 1 TO 500 TIMES
                   DEPENDING ON BRANCH-RATE-CNT.
               10  BR-BRANCH           PIC 9(4).
               10  BR-SALES-CNT        PIC 9(6).
               10  BR-CANCELLED-CNT    PIC 9(6).
      *Every branch's sales in the current period and how many of
      *them now stand cancelled, counted on the history pass
       01  BRANCH-RATE-SUB             PIC 9(4)      VALUE ZEROS.
       01  BRANCH-RATE-LOOKUP          PIC 9(4)      VALUE ZEROS.
       01  BRANCH-RATE-FOUND-SW        PIC x         VALUE 'N'.
           88  BRANCH-RATE-FOUND                     VALUE 'Y'.

       01  SORT-DATA-REMAINS           PIC xxx       VALUE 'YES'.
       01  FIRST-SORT-RECORD-SW        PIC x         VALUE 'Y'.
       01  PREV-BRANCH-OUT             PIC 9(4).
       01  BRANCH-CANCELLED-CNT        PIC 9(6)      VALUE ZEROS.
       01  BRANCH-CHARGEBACK-AMT       PIC 9(8)V99   VALUE ZEROS.
       01  UNWIND-RATE                 PIC 999V9     VALUE ZEROS.
      *Tracks the branch break as the sort returns the cancellations

       01  CANCEL-CONTROL-TOTALS.
           05  CANCELS-POSTED-CNT      PIC 9(6)      VALUE ZEROS.
           05  CANCELS-REJECTED-CNT    PIC 9(6)      VALUE ZEROS.
           05  CHARGEBACK-TOTAL        PIC 9(8)V99   VALUE ZEROS.

       01  CANCEL-REGISTER-HEADING.
           05  FILLER  PIC x(7)   VALUE 'BRANCH '.
           05  FILLER  PIC x(12)  VALUE 'SALESPERSON '.
           05  FILLER  PIC x(11)  VALUE 'CUSTOMER   '.
           05  FILLER  PIC x(10)  VALUE 'SALE DATE '.
           05  FILLER  PIC x(4)   VALUE 'RSN '.
           05  FILLER  PIC x(9)   VALUE 'SALE AMT '.
           05  FILLER  PIC x(11)  VALUE 'CHARGEBACK '.
           05  FILLER  PIC x(16)  VALUE 'RESULT'.

       01  CANCEL-REGISTER-DETAILS.
           05  CRG-BRANCH-OUT          PIC 9(4).
           05  FILLER                  PIC x(3)   VALUE SPACES.
           05  CRG-SALESPERSON-OUT     PIC x(10).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  CRG-CUSTOMER-OUT        PIC x(10).
           05  FILLER                  PIC x      VALUE SPACE.
           05  CRG-SALE-DATE-OUT.
               10  CRG-MONTH-OUT       PIC 99.
               10  FILLER              PIC x      VALUE '-'.
               10  CRG-DAY-OUT         PIC 99.
               10  FILLER              PIC x      VALUE '-'.
               10  CRG-YEAR-OUT        PIC 99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  CRG-REASON-OUT          PIC x.
           05  FILLER                  PIC x(3)   VALUE SPACES.
           05  CRG-SALE-AMT-OUT        PIC $$$$,$$9.
           05  FILLER                  PIC x      VALUE SPACE.
           05  CRG-CHARGEBACK-OUT      PIC $$,$$9.99.
           05  FILLER                  PIC xx     VALUE SPACES.
           05  CRG-RESULT-OUT          PIC x(16).

       01  CANCEL-BRANCH-LINE.
           05  FILLER  PIC x(4)   VALUE SPACES.
           05  FILLER  PIC x(7)   VALUE 'BRANCH '.
           05  CBL-BRANCH-OUT          PIC 9(4).
           05  FILLER  PIC x(12)  VALUE ' CANCELLED: '.
           05  CBL-CANCELLED-OUT       PIC ZZ,ZZ9.
           05  FILLER  PIC x(16)  VALUE '  CHARGED BACK: '.
           05  CBL-CHARGEBACK-OUT      PIC $$$,$$$,$$9.99.

       01  CANCEL-RATE-LINE.
           05  FILLER  PIC x(11)  VALUE SPACES.
           05  FILLER  PIC x(7)   VALUE 'PERIOD '.
           05  CRL-MONTH-OUT           PIC 99.
           05  FILLER  PIC x      VALUE '/'.
           05  CRL-YEAR-OUT            PIC 99.
           05  FILLER  PIC x(8)   VALUE ' SALES: '.
           05  CRL-SALES-OUT           PIC ZZ,ZZ9.
           05  FILLER  PIC x(13)  VALUE '  CANCELLED: '.
           05  CRL-CANCELLED-OUT       PIC ZZ,ZZ9.
           05  FILLER  PIC x(15)  VALUE '  UNWIND RATE: '.
           05  CRL-RATE-OUT            PIC ZZ9.9.
           05  FILLER  PIC x      VALUE '%'.

       01  CANCEL-REGISTER-TRAILER.
           05  FILLER                  PIC x(15)  VALUE
               'SALES CANCELLED'.
           05  FILLER                  PIC xx     VALUE ': '.
           05  CRT-POSTED-CNT-OUT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(13)  VALUE
               '   REJECTED: '.
           05  CRT-REJECTED-CNT-OUT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(17)  VALUE
               '   CHARGED BACK: '.
           05  CRT-CHARGEBACK-OUT      PIC $$,$$$,$$9.99.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can hold the
      *commission run when the cancellations could not be applied

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone; the batch driver instead CALLs the
      *'Homework2CancelBatch' ENTRY below to get BATCH-RUN-STATUS
      *back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM PREPARE-CANCELLATIONS.
           STOP RUN.

       ENTRY 'Homework2CancelBatch' USING BATCH-RUN-STATUS.
           PERFORM PREPARE-CANCELLATIONS.
           IF CANCEL-CNT IS GREATER THAN ZERO
              AND HISTORY-MISSING
      *Commissions must not be paid on sales keyed for cancellation -
      *the driver stops here and the commission run doesn't start
               MOVE 08 TO BRS-STEP-RC
           ELSE
               MOVE ZERO TO BRS-STEP-RC
           END-IF.
           MOVE CANCEL-CNT TO BRS-RECORDS-PROCESSED.
           MOVE CANCELS-REJECTED-CNT TO BRS-BAD-RECORD-COUNT.
           IF BRS-BAD-RECORD-COUNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       PREPARE-CANCELLATIONS.
           ACCEPT CANCEL-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM READ-PERIOD-CONTROL.
           PERFORM OPEN-VEHICLE-INVENTORY.
           OPEN OUTPUT CANCEL-REGISTER-FILE.
           MOVE CANCEL-REGISTER-HEADING TO CANCEL-REGISTER-LINE.
           WRITE CANCEL-REGISTER-LINE.
           PERFORM LOAD-CANCEL-REQUESTS.
           PERFORM MARK-CANCELLED-SALES.
           IF CANCELS-POSTED-CNT IS GREATER THAN ZERO
               PERFORM COPY-BACK-HISTORY
               PERFORM OPEN-CHARGEBACK-FILE
               PERFORM UNWIND-ONE-SALE
                   VARYING CANCEL-SUB FROM 1 BY 1
                   UNTIL CANCEL-SUB IS GREATER THAN CANCEL-CNT
               CLOSE CHARGEBACK-FILE
           END-IF.
           PERFORM PRINT-CANCEL-REGISTER.
           IF CANCEL-TABLE-FULL
               MOVE CANCEL-OVERFLOW-WARNING TO CANCEL-REGISTER-LINE
               WRITE CANCEL-REGISTER-LINE
           END-IF.
           PERFORM WRITE-REGISTER-TRAILER.
           CLOSE CANCEL-REGISTER-FILE.
           IF INVENTORY-FILE-ON-HAND
               CLOSE VEHICLE-INVENTORY-FILE
           END-IF.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-FILE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO CANCEL-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       READ-PERIOD-CONTROL.
      *No control file just means nobody has run a month-end close
      *yet - the business date's month and year serve as the period,
      *the same fallback Homework2 uses
           MOVE CRD-MM TO CURR-PERIOD-MONTH.
           MOVE CRD-YY TO CURR-PERIOD-YEAR.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF PERIODCT-STATUS EQUAL TO '00'
               READ PERIOD-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE PC-CURR-MONTH TO CURR-PERIOD-MONTH
                       MOVE PC-CURR-YEAR TO CURR-PERIOD-YEAR
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

       OPEN-VEHICLE-INVENTORY.
      *No VEHINV yet (status '35') just means no car goes back to
      *stock - the sale is still cancelled
           OPEN I-O VEHICLE-INVENTORY-FILE.
           IF VEHINV-STATUS EQUAL TO '35'
               SET INVENTORY-FILE-MISSING TO TRUE
           END-IF.

       LOAD-CANCEL-REQUESTS.
           OPEN INPUT CANCEL-TRANS-FILE.
           IF CAN-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO DATA-REMAINS-SWITCH
           ELSE
               READ CANCEL-TRANS-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM LOAD-ONE-CANCEL-REQUEST
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
           IF CAN-FILE-STATUS EQUAL TO '00'
               CLOSE CANCEL-TRANS-FILE
           END-IF.

       LOAD-ONE-CANCEL-REQUEST.
      *Every cancellation goes in the table so the register can list
      *it under its branch; one that can't name a sale is marked as
      *an edit reject and never matched
           IF CANCEL-CNT IS LESS THAN 500
               ADD 1 TO CANCEL-CNT
               MOVE CAN-SALESPERSON TO RQ-SALESPERSON(CANCEL-CNT)
               MOVE CAN-CUSTOMER TO RQ-CUSTOMER(CANCEL-CNT)
               MOVE CAN-REASON TO RQ-REASON(CANCEL-CNT)
               MOVE ZEROS TO RQ-SALE-AMOUNT(CANCEL-CNT)
                   RQ-COMMISSION-AMT(CANCEL-CNT)
               MOVE SPACES TO RQ-STOCK-NUMBER(CANCEL-CNT)
               MOVE 'N' TO RQ-RESTOCKED-SW(CANCEL-CNT)
               SET RQ-NOT-FOUND(CANCEL-CNT) TO TRUE
               IF CAN-BRANCH IS NUMERIC
                   MOVE CAN-BRANCH TO RQ-BRANCH(CANCEL-CNT)
               ELSE
                   MOVE ZEROS TO RQ-BRANCH(CANCEL-CNT)
                   SET RQ-EDIT-REJECT(CANCEL-CNT) TO TRUE
               END-IF
               IF CAN-SALE-DATE IS NUMERIC
                   MOVE CAN-SALE-DATE TO RQ-SALE-DATE(CANCEL-CNT)
               ELSE
                   MOVE ZEROS TO RQ-SALE-DATE(CANCEL-CNT)
                   SET RQ-EDIT-REJECT(CANCEL-CNT) TO TRUE
               END-IF
               IF CAN-SALESPERSON EQUAL TO SPACES
                  OR CAN-CUSTOMER EQUAL TO SPACES
                  OR (CAN-REASON NOT EQUAL TO 'F'
                      AND CAN-REASON NOT EQUAL TO 'R'
                      AND CAN-REASON NOT EQUAL TO 'O')
                   SET RQ-EDIT-REJECT(CANCEL-CNT) TO TRUE
               END-IF
           ELSE
               SET CANCEL-TABLE-FULL TO TRUE
           END-IF.
           READ CANCEL-TRANS-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       MARK-CANCELLED-SALES.
      *One pass over the whole history finds every request's sale at
      *once and writes the marked copy to the work file. The period's
      *sales and cancellations are counted by branch on the way past
           OPEN INPUT SALES-HISTORY-FILE.
           IF SALEHIST-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               SET HISTORY-MISSING TO TRUE
           ELSE
               OPEN OUTPUT HIST-WORK-FILE
               READ SALES-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM MARK-ONE-HISTORY-RECORD
               UNTIL HIST-DATA-REMAINS-SWITCH = 'NO'.
           IF SALEHIST-STATUS EQUAL TO '00'
               CLOSE SALES-HISTORY-FILE
                     HIST-WORK-FILE
           END-IF.

       MARK-ONE-HISTORY-RECORD.
           MOVE SH-BRANCH TO HKB-BRANCH.
           MOVE SH-SALESPERSON TO HKB-SALESPERSON.
           MOVE SH-CUSTOMER TO HKB-CUSTOMER.
           MOVE SH-SALE-DATE TO HKB-SALE-DATE.
           MOVE 'N' TO HISTORY-MARKED-SW.
           PERFORM MATCH-HISTORY-TO-REQUEST
               VARYING CANCEL-SUB FROM 1 BY 1
               UNTIL CANCEL-SUB IS GREATER THAN CANCEL-CNT
                  OR HISTORY-MARKED.
           IF SH-YEAR EQUAL TO CURR-PERIOD-YEAR
              AND SH-MONTH EQUAL TO CURR-PERIOD-MONTH
               PERFORM COUNT-PERIOD-SALE
           END-IF.
           MOVE SALES-HISTORY-RECORD TO HIST-WORK-RECORD.
           WRITE HIST-WORK-RECORD.
           READ SALES-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-HISTORY-TO-REQUEST.
      *A sale that still stands is cancelled by the first request
      *naming it; one already cancelled only tells the request why
      *nothing was done
           IF RQ-SALE-KEY(CANCEL-SUB) EQUAL TO HISTORY-KEY-BUILD
              AND (RQ-NOT-FOUND(CANCEL-SUB)
                   OR RQ-ALREADY-CANCELLED(CANCEL-SUB))
               IF SH-CANCELLED
                   SET RQ-ALREADY-CANCELLED(CANCEL-SUB) TO TRUE
               ELSE
                   SET RQ-MATCHED(CANCEL-SUB) TO TRUE
                   MOVE SH-SALE-AMOUNT TO RQ-SALE-AMOUNT(CANCEL-SUB)
                   MOVE SH-COMMISSION-AMT TO
                       RQ-COMMISSION-AMT(CANCEL-SUB)
                   MOVE SH-STOCK-NUMBER TO RQ-STOCK-NUMBER(CANCEL-SUB)
                   SET SH-CANCELLED TO TRUE
                   MOVE CANCEL-RUN-DATE TO SH-CANCEL-DATE
                   MOVE RQ-REASON(CANCEL-SUB) TO SH-CANCEL-REASON
                   MOVE 'Y' TO HISTORY-MARKED-SW
                   ADD 1 TO CANCELS-POSTED-CNT
                   ADD SH-COMMISSION-AMT TO CHARGEBACK-TOTAL
               END-IF
           END-IF.

       COUNT-PERIOD-SALE.
           MOVE SH-BRANCH TO BRANCH-RATE-LOOKUP.
           PERFORM FIND-BRANCH-RATE.
           IF NOT BRANCH-RATE-FOUND
              AND BRANCH-RATE-CNT IS LESS THAN 500
               ADD 1 TO BRANCH-RATE-CNT
               MOVE BRANCH-RATE-CNT TO BRANCH-RATE-SUB
               MOVE SH-BRANCH TO BR-BRANCH(BRANCH-RATE-SUB)
               MOVE ZEROS TO BR-SALES-CNT(BRANCH-RATE-SUB)
                   BR-CANCELLED-CNT(BRANCH-RATE-SUB)
               MOVE 'Y' TO BRANCH-RATE-FOUND-SW
           END-IF.
           IF BRANCH-RATE-FOUND
               ADD 1 TO BR-SALES-CNT(BRANCH-RATE-SUB)
               IF SH-CANCELLED
                   ADD 1 TO BR-CANCELLED-CNT(BRANCH-RATE-SUB)
               END-IF
           END-IF.

       FIND-BRANCH-RATE.
      *Leaves BRANCH-RATE-SUB on the branch's entry when found
           MOVE 'N' TO BRANCH-RATE-FOUND-SW.
           PERFORM COMPARE-BRANCH-RATE
               VARYING BRANCH-RATE-SUB FROM 1 BY 1
               UNTIL BRANCH-RATE-SUB IS GREATER THAN BRANCH-RATE-CNT
                  OR BRANCH-RATE-FOUND.
           IF BRANCH-RATE-FOUND
               SUBTRACT 1 FROM BRANCH-RATE-SUB
           END-IF.

       COMPARE-BRANCH-RATE.
           IF BR-BRANCH(BRANCH-RATE-SUB) EQUAL TO BRANCH-RATE-LOOKUP
               MOVE 'Y' TO BRANCH-RATE-FOUND-SW
           END-IF.

       COPY-BACK-HISTORY.
      *The marked work copy replaces the history only once the whole
      *pass is done, the way Homework2Close rewrites it
           MOVE SPACES TO WORK-DATA-REMAINS-SWITCH.
           OPEN INPUT HIST-WORK-FILE.
           OPEN OUTPUT SALES-HISTORY-FILE.
           READ HIST-WORK-FILE
               AT END MOVE 'NO' TO WORK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM COPY-ONE-WORK-RECORD
               UNTIL WORK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE HIST-WORK-FILE
                 SALES-HISTORY-FILE.

       COPY-ONE-WORK-RECORD.
           MOVE HIST-WORK-RECORD TO SALES-HISTORY-RECORD.
           WRITE SALES-HISTORY-RECORD.
           READ HIST-WORK-FILE
               AT END MOVE 'NO' TO WORK-DATA-REMAINS-SWITCH
           END-READ.

       OPEN-CHARGEBACK-FILE.
      *Chargebacks pile up until the next Homework2 run sends them;
      *the first cancellation since then creates the file
           OPEN EXTEND CHARGEBACK-FILE.
           IF CHGBACK-STATUS EQUAL TO '35'
               OPEN OUTPUT CHARGEBACK-FILE
           END-IF.

       UNWIND-ONE-SALE.
      *The commission the sale paid is queued for payroll to take
      *back, and the car comes back into stock
           IF RQ-MATCHED(CANCEL-SUB)
               MOVE RQ-BRANCH(CANCEL-SUB) TO CB-BRANCH
               MOVE RQ-SALESPERSON(CANCEL-SUB) TO CB-SALESPERSON
               MOVE RQ-CUSTOMER(CANCEL-SUB) TO CB-CUSTOMER
               MOVE RQ-SALE-DATE(CANCEL-SUB) TO CB-SALE-DATE
               MOVE CANCEL-RUN-DATE TO CB-CANCEL-DATE
               MOVE RQ-COMMISSION-AMT(CANCEL-SUB) TO CB-COMMISSION-AMT
               WRITE CHARGEBACK-RECORD
               IF INVENTORY-FILE-ON-HAND
                  AND RQ-STOCK-NUMBER(CANCEL-SUB) NOT EQUAL TO SPACES
                   PERFORM RESTOCK-VEHICLE
               END-IF
           END-IF.

       RESTOCK-VEHICLE.
      *Only a car still carrying this very sale goes back - if it has
      *been resold or transferred since, it is left alone
           MOVE RQ-STOCK-NUMBER(CANCEL-SUB) TO VI-STOCK-NUMBER.
           READ VEHICLE-INVENTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF VI-SOLD
                      AND VI-SOLD-DATE EQUAL TO RQ-SALE-DATE(CANCEL-SUB)
                      AND VI-SOLD-CUSTOMER EQUAL TO
                              RQ-CUSTOMER(CANCEL-SUB)
                       SET VI-IN-STOCK TO TRUE
                       MOVE ZEROS TO VI-SOLD-DATE VI-SALE-AMOUNT
                       MOVE SPACES TO VI-SOLD-CUSTOMER
                       REWRITE VEHICLE-INVENTORY-RECORD
                       MOVE 'Y' TO RQ-RESTOCKED-SW(CANCEL-SUB)
                   END-IF
           END-READ.

       PRINT-CANCEL-REGISTER.
      *Sorts the run's cancellations by branch and prints each with
      *a branch break showing the period's unwind rate
           MOVE 'Y' TO FIRST-SORT-RECORD-SW.
           SORT CANCEL-SORT-FILE
               ON ASCENDING KEY CS-BRANCH CS-SALESPERSON CS-CUSTOMER
               INPUT PROCEDURE IS RELEASE-CANCEL-REQUESTS
               OUTPUT PROCEDURE IS BUILD-CANCEL-REGISTER.
           IF FIRST-SORT-RECORD-SW NOT EQUAL TO 'Y'
               PERFORM WRITE-BRANCH-BREAK
           END-IF.

       RELEASE-CANCEL-REQUESTS.
           PERFORM RELEASE-ONE-CANCEL-REQUEST
               VARYING CANCEL-SUB FROM 1 BY 1
               UNTIL CANCEL-SUB IS GREATER THAN CANCEL-CNT.

       RELEASE-ONE-CANCEL-REQUEST.
           MOVE RQ-BRANCH(CANCEL-SUB) TO CS-BRANCH.
           MOVE RQ-SALESPERSON(CANCEL-SUB) TO CS-SALESPERSON.
           MOVE RQ-CUSTOMER(CANCEL-SUB) TO CS-CUSTOMER.
           MOVE RQ-SALE-DATE(CANCEL-SUB) TO CS-SALE-DATE.
           MOVE RQ-REASON(CANCEL-SUB) TO CS-REASON.
           MOVE RQ-SALE-AMOUNT(CANCEL-SUB) TO CS-SALE-AMOUNT.
           MOVE RQ-COMMISSION-AMT(CANCEL-SUB) TO CS-COMMISSION-AMT.
           MOVE RQ-STATUS(CANCEL-SUB) TO CS-STATUS.
           MOVE RQ-RESTOCKED-SW(CANCEL-SUB) TO CS-RESTOCKED-SW.
           RELEASE CANCEL-SORT-RECORD.

       BUILD-CANCEL-REGISTER.
           MOVE 'YES' TO SORT-DATA-REMAINS.
           RETURN CANCEL-SORT-FILE
               AT END MOVE 'NO' TO SORT-DATA-REMAINS
           END-RETURN.
           PERFORM PROCESS-SORTED-CANCEL-RECORD
               UNTIL SORT-DATA-REMAINS = 'NO'.

       PROCESS-SORTED-CANCEL-RECORD.
           IF FIRST-SORT-RECORD-SW EQUAL TO 'Y'
               MOVE CS-BRANCH TO PREV-BRANCH-OUT
               MOVE 'N' TO FIRST-SORT-RECORD-SW
           END-IF.
           IF CS-BRANCH NOT EQUAL TO PREV-BRANCH-OUT
               PERFORM WRITE-BRANCH-BREAK
               MOVE CS-BRANCH TO PREV-BRANCH-OUT
           END-IF.
           MOVE CS-BRANCH TO CRG-BRANCH-OUT.
           MOVE CS-SALESPERSON TO CRG-SALESPERSON-OUT.
           MOVE CS-CUSTOMER TO CRG-CUSTOMER-OUT.
           MOVE CS-MONTH TO CRG-MONTH-OUT.
           MOVE CS-DAY TO CRG-DAY-OUT.
           MOVE CS-YEAR TO CRG-YEAR-OUT.
           MOVE CS-REASON TO CRG-REASON-OUT.
           MOVE CS-SALE-AMOUNT TO CRG-SALE-AMT-OUT.
           MOVE CS-COMMISSION-AMT TO CRG-CHARGEBACK-OUT.
           EVALUATE CS-STATUS
               WHEN 'M'
                   IF CS-RESTOCKED
                       MOVE 'CAR RESTOCKED' TO CRG-RESULT-OUT
                   ELSE
                       MOVE 'CANCELLED' TO CRG-RESULT-OUT
                   END-IF
                   ADD 1 TO BRANCH-CANCELLED-CNT
                   ADD CS-COMMISSION-AMT TO BRANCH-CHARGEBACK-AMT
               WHEN 'A'
                   MOVE 'ALREADY CANCELED' TO CRG-RESULT-OUT
                   ADD 1 TO CANCELS-REJECTED-CNT
               WHEN 'E'
                   MOVE 'BAD TRANSACTION' TO CRG-RESULT-OUT
                   ADD 1 TO CANCELS-REJECTED-CNT
               WHEN OTHER
                   MOVE 'NO SUCH SALE' TO CRG-RESULT-OUT
                   ADD 1 TO CANCELS-REJECTED-CNT
           END-EVALUATE.
           MOVE CANCEL-REGISTER-DETAILS TO CANCEL-REGISTER-LINE.
           WRITE CANCEL-REGISTER-LINE.
           RETURN CANCEL-SORT-FILE
               AT END MOVE 'NO' TO SORT-DATA-REMAINS
           END-RETURN.

       WRITE-BRANCH-BREAK.
      *The branch's cancellations this run, then its unwind rate -
      *the share of the period's sales that now stand cancelled
           MOVE PREV-BRANCH-OUT TO CBL-BRANCH-OUT.
           MOVE BRANCH-CANCELLED-CNT TO CBL-CANCELLED-OUT.
           MOVE BRANCH-CHARGEBACK-AMT TO CBL-CHARGEBACK-OUT.
           MOVE CANCEL-BRANCH-LINE TO CANCEL-REGISTER-LINE.
           WRITE CANCEL-REGISTER-LINE.
           MOVE PREV-BRANCH-OUT TO BRANCH-RATE-LOOKUP.
           PERFORM FIND-BRANCH-RATE.
           MOVE CURR-PERIOD-MONTH TO CRL-MONTH-OUT.
           MOVE CURR-PERIOD-YEAR TO CRL-YEAR-OUT.
           MOVE ZEROS TO UNWIND-RATE.
           IF BRANCH-RATE-FOUND
               MOVE BR-SALES-CNT(BRANCH-RATE-SUB) TO CRL-SALES-OUT
               MOVE BR-CANCELLED-CNT(BRANCH-RATE-SUB) TO
                   CRL-CANCELLED-OUT
               IF BR-SALES-CNT(BRANCH-RATE-SUB) IS GREATER THAN ZERO
                   COMPUTE UNWIND-RATE ROUNDED =
                       BR-CANCELLED-CNT(BRANCH-RATE-SUB) * 100
                       / BR-SALES-CNT(BRANCH-RATE-SUB)
               END-IF
           ELSE
               MOVE ZEROS TO CRL-SALES-OUT CRL-CANCELLED-OUT
           END-IF.
           MOVE UNWIND-RATE TO CRL-RATE-OUT.
           MOVE CANCEL-RATE-LINE TO CANCEL-REGISTER-LINE.
           WRITE CANCEL-REGISTER-LINE.
           MOVE SPACES TO CANCEL-REGISTER-LINE.
           WRITE CANCEL-REGISTER-LINE.
           MOVE ZEROS TO BRANCH-CANCELLED-CNT BRANCH-CHARGEBACK-AMT.

       WRITE-REGISTER-TRAILER.
           MOVE CANCELS-POSTED-CNT TO CRT-POSTED-CNT-OUT.
           MOVE CANCELS-REJECTED-CNT TO CRT-REJECTED-CNT-OUT.
           MOVE CHARGEBACK-TOTAL TO CRT-CHARGEBACK-OUT.
           MOVE CANCEL-REGISTER-TRAILER TO CANCEL-REGISTER-LINE.
           WRITE CANCEL-REGISTER-LINE.
