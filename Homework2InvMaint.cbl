       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework2InvMaint.
       AUTHOR.             Mitchell A, Adam M, Michael L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE     ASSIGN TO 'N:\invtrans.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TRANS-FILE-STATUS.
           SELECT VEHICLE-INVENTORY-FILE ASSIGN TO 'VEHINV'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VI-STOCK-NUMBER
               FILE STATUS IS INVENTORY-FILE-STATUS.
      *INVENTORY-FILE-STATUS lets MAINTAIN-VEHICLE-INVENTORY tell a
      *brand-new lot (VEHINV doesn't exist yet) from a normal open,
      *so the very first run can create the master the way
      *Homework2SalesMaint creates SALESMS
           SELECT BRANCH-MASTER-FILE   ASSIGN TO 'BRANCHMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BM-BRANCH
               FILE STATUS IS BRANCH-FILE-STATUS.
      *Receipts and transfers must name a branch on the site list
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.
      *A receipt keyed without a date is received as of the business
      *date DailyBatchDriver established
           SELECT INVENTORY-LOG-FILE   ASSIGN TO 'N:\invlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD TRANSACTION-FILE
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS INVENTORY-TRANS-RECORD.
       01  INVENTORY-TRANS-RECORD.
           05  ITRANS-CODE             PIC x.
           05  ITRANS-STOCK-NUMBER     PIC x(10).
           05  ITRANS-VIN              PIC x(17).
           05  ITRANS-BRANCH           PIC 9(4).
           05  ITRANS-CAR-MODEL        PIC x(13).
           05  ITRANS-CAR-YEAR         PIC 9(4).
           05  ITRANS-COST             PIC 9(6)V99.
           05  ITRANS-DATE             PIC 9(6).
      *ITRANS-CODE IS 'R' = RECEIPT, 'T' = TRANSFER
      *A receipt carries the whole car; ITRANS-DATE (YYMMDD) left
      *blank means received today. A transfer needs only the stock
      *number and ITRANS-BRANCH, the branch the car is moving to

           FD VEHICLE-INVENTORY-FILE
           DATA RECORD IS VEHICLE-INVENTORY-RECORD.
           COPY VEHINV.
      *VEHICLE-INVENTORY-FILE is the indexed lot list, keyed on stock
      *number, that Homework2's LOOKUP-VEHICLE-INVENTORY validates
      *every sale against

           FD BRANCH-MASTER-FILE
           DATA RECORD IS BRANCH-MASTER-RECORD.
           COPY BRANCHMS.

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD INVENTORY-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS INVENTORY-LOG-LINE.
       01  INVENTORY-LOG-LINE          PIC x(80).
      *INVENTORY-LOG-LINE reports what each transaction did (or why
      *it was rejected) so the exception queue doesn't have to guess

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the transaction file

       01  TRANS-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no inventory transactions were keyed for this run
       01  INVENTORY-FILE-STATUS       PIC xx        VALUE SPACES.
      *'35' means VEHINV does not exist yet - a brand-new install
       01  BRANCH-FILE-STATUS          PIC xx        VALUE SPACES.
      *'35' means no branch master yet - branches go unchecked
       01  BDATE-STATUS                PIC xx        VALUE SPACES.
      *'35' means no business-date control - the machine date is used

       01  BRANCH-FILE-MISSING-SW      PIC x         VALUE 'N'.
           88  BRANCH-FILE-MISSING                   VALUE 'Y'.
           88  BRANCH-FILE-ON-HAND                   VALUE 'N'.
       01  BRANCH-VALID-SW             PIC x         VALUE 'N'.
           88  BRANCH-VALID                          VALUE 'Y'.
       01  INVENTORY-REFUSED-SW        PIC x         VALUE 'N'.
           88  INVENTORY-REFUSED                     VALUE 'Y'.
      *Set when VEHINV can't be opened for update even after the
      *first-run create - no transaction can be applied
       01  TRANS-APPLIED-SW            PIC x         VALUE 'N'.
           88  TRANS-APPLIED                         VALUE 'Y'.

       01  INVENTORY-CONTROL-TOTALS.
           05  TRANS-READ-CNT          PIC 9(6)      VALUE ZEROS.
           05  TRANS-REJECTED-CNT      PIC 9(6)      VALUE ZEROS.

       01  RECEIVED-DATE               PIC 9(6)      VALUE ZEROS.
      *Business date (YYMMDD) a receipt keyed without a date gets

       01  INVENTORY-LOG-HEADING.
           05  FILLER  PIC x(14)  VALUE 'TRANSACTION   '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(10)  VALUE 'STOCK NO. '.
           05  FILLER  PIC x(4)   VALUE ' | '.
           05  FILLER  PIC x(40)  VALUE 'RESULT'.

       01  INVENTORY-LOG-DETAILS.
           05  LOG-TRANS-CODE-OUT      PIC x(14).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  LOG-ID-OUT              PIC x(10).
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  LOG-RESULT-OUT          PIC x(40).

       01  INVENTORY-REFUSED-LINE      PIC x(80)     VALUE
           'RUN REFUSED - VEHINV COULD NOT BE OPENED FOR UPDATE'.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can hold the
      *sales run when the lot list could not be brought up to date

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone; the batch driver instead CALLs the
      *'Homework2InvMaintBatch' ENTRY below to get BATCH-RUN-STATUS
      *back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM MAINTAIN-VEHICLE-INVENTORY.
           STOP RUN.

       ENTRY 'Homework2InvMaintBatch' USING BATCH-RUN-STATUS.
           PERFORM MAINTAIN-VEHICLE-INVENTORY.
           IF INVENTORY-REFUSED
      *Sales can't be validated against a lot list that didn't open -
      *the driver stops here and the sales run doesn't start
               MOVE 08 TO BRS-STEP-RC
           ELSE
               MOVE ZERO TO BRS-STEP-RC
           END-IF.
           MOVE TRANS-READ-CNT TO BRS-RECORDS-PROCESSED.
           MOVE TRANS-REJECTED-CNT TO BRS-BAD-RECORD-COUNT.
           IF BRS-BAD-RECORD-COUNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       MAINTAIN-VEHICLE-INVENTORY.
           PERFORM OPEN-INVENTORY-MASTER.
           PERFORM OPEN-BRANCH-MASTER.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT INVENTORY-LOG-FILE.
           PERFORM WRITE-HEADING.
           IF INVENTORY-REFUSED
               MOVE 'NO' TO DATA-REMAINS-SWITCH
               MOVE INVENTORY-REFUSED-LINE TO INVENTORY-LOG-LINE
               WRITE INVENTORY-LOG-LINE
           ELSE
               OPEN INPUT TRANSACTION-FILE
               IF TRANS-FILE-STATUS NOT EQUAL TO '00'
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
               ELSE
                   READ TRANSACTION-FILE
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-IF
           END-IF.
           PERFORM APPLY-TRANSACTION
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
      *Applies every transaction on the file
           IF NOT INVENTORY-REFUSED
               CLOSE VEHICLE-INVENTORY-FILE
               IF TRANS-FILE-STATUS EQUAL TO '00'
                   CLOSE TRANSACTION-FILE
               END-IF
           END-IF.
           CLOSE INVENTORY-LOG-FILE.
           IF BRANCH-FILE-ON-HAND
               CLOSE BRANCH-MASTER-FILE
           END-IF.

       OPEN-INVENTORY-MASTER.
      *A brand-new install has no VEHINV yet, so OPEN I-O fails
      *with status '35' (file not found); create an empty master
      *with OPEN OUTPUT/CLOSE and reopen I-O so this run's receipts
      *are the ones that actually populate it
           OPEN I-O VEHICLE-INVENTORY-FILE.
           IF INVENTORY-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT VEHICLE-INVENTORY-FILE
               CLOSE VEHICLE-INVENTORY-FILE
               OPEN I-O VEHICLE-INVENTORY-FILE
           END-IF.
           IF INVENTORY-FILE-STATUS NOT EQUAL TO '00'
               SET INVENTORY-REFUSED TO TRUE
           END-IF.

       OPEN-BRANCH-MASTER.
      *No BRANCHMS yet just means no branch check, the same way
      *Homework2 falls back when a master it leans on is missing
           OPEN INPUT BRANCH-MASTER-FILE.
           IF BRANCH-FILE-STATUS EQUAL TO '35'
               SET BRANCH-FILE-MISSING TO TRUE
           END-IF.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           ACCEPT RECEIVED-DATE FROM DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO RECEIVED-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       WRITE-HEADING.
           MOVE INVENTORY-LOG-HEADING TO INVENTORY-LOG-LINE.
           WRITE INVENTORY-LOG-LINE.

       APPLY-TRANSACTION.
           ADD 1 TO TRANS-READ-CNT.
           MOVE 'N' TO TRANS-APPLIED-SW.
           EVALUATE ITRANS-CODE
               WHEN 'R'
                   PERFORM APPLY-RECEIPT
               WHEN 'T'
                   PERFORM APPLY-TRANSFER
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE - SKIPPED' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE.
           IF NOT TRANS-APPLIED
               ADD 1 TO TRANS-REJECTED-CNT
           END-IF.
           READ TRANSACTION-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       APPLY-RECEIPT.
      *A car comes onto the lot in stock at the receiving branch. It
      *has to carry a real cost, or its gross profit means nothing
           PERFORM CHECK-BRANCH.
           EVALUATE TRUE
               WHEN ITRANS-STOCK-NUMBER EQUAL TO SPACES
                   MOVE 'RECEIPT REJECTED - NO STOCK NUMBER' TO
                       LOG-RESULT-OUT
               WHEN NOT BRANCH-VALID
                   MOVE 'RECEIPT REJECTED - BRANCH NOT ON MASTER' TO
                       LOG-RESULT-OUT
               WHEN ITRANS-COST IS NOT NUMERIC
                 OR ITRANS-COST EQUAL TO ZERO
                   MOVE 'RECEIPT REJECTED - COST MISSING' TO
                       LOG-RESULT-OUT
               WHEN OTHER
                   PERFORM WRITE-RECEIPT
           END-EVALUATE.
           PERFORM WRITE-LOG-LINE.

       WRITE-RECEIPT.
           MOVE ITRANS-STOCK-NUMBER TO VI-STOCK-NUMBER
           MOVE ITRANS-VIN TO VI-VIN
           MOVE ITRANS-BRANCH TO VI-BRANCH
           MOVE ITRANS-CAR-MODEL TO VI-CAR-MODEL
           MOVE ITRANS-CAR-YEAR TO VI-CAR-YEAR
           MOVE ITRANS-COST TO VI-COST
           IF ITRANS-DATE IS NUMERIC
              AND ITRANS-DATE IS GREATER THAN ZERO
               MOVE ITRANS-DATE TO VI-DATE-RECEIVED
           ELSE
               MOVE RECEIVED-DATE TO VI-DATE-RECEIVED
           END-IF
           SET VI-IN-STOCK TO TRUE
           MOVE ZEROS TO VI-SOLD-DATE
           MOVE SPACES TO VI-SOLD-CUSTOMER
           MOVE ZEROS TO VI-SALE-AMOUNT
           WRITE VEHICLE-INVENTORY-RECORD
               INVALID KEY
                   MOVE 'RECEIPT REJECTED - STOCK NUMBER ON FILE' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   MOVE 'VEHICLE RECEIVED' TO LOG-RESULT-OUT
                   SET TRANS-APPLIED TO TRUE
           END-WRITE.

       APPLY-TRANSFER.
      *Moves a car still on the lot to another branch; a sold car
      *has left the lot and can't be moved
           MOVE ITRANS-STOCK-NUMBER TO VI-STOCK-NUMBER
           READ VEHICLE-INVENTORY-FILE
               INVALID KEY
                   MOVE 'TRANSFER REJECTED - STOCK NO. NOT FOUND' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   PERFORM MOVE-VEHICLE-TO-BRANCH
           END-READ.
           PERFORM WRITE-LOG-LINE.

       MOVE-VEHICLE-TO-BRANCH.
           PERFORM CHECK-BRANCH.
           EVALUATE TRUE
               WHEN VI-SOLD
                   MOVE 'TRANSFER REJECTED - VEHICLE ALREADY SOLD' TO
                       LOG-RESULT-OUT
               WHEN NOT BRANCH-VALID
                   MOVE 'TRANSFER REJECTED - BRANCH NOT ON MASTER' TO
                       LOG-RESULT-OUT
               WHEN ITRANS-BRANCH EQUAL TO VI-BRANCH
                   MOVE 'TRANSFER REJECTED - SAME BRANCH' TO
                       LOG-RESULT-OUT
               WHEN OTHER
                   MOVE ITRANS-BRANCH TO VI-BRANCH
                   REWRITE VEHICLE-INVENTORY-RECORD
                   MOVE 'VEHICLE TRANSFERRED' TO LOG-RESULT-OUT
                   SET TRANS-APPLIED TO TRUE
           END-EVALUATE.

       CHECK-BRANCH.
      *ITRANS-BRANCH must be a site on the branch master, unless
      *there is no branch master to check against
           MOVE 'N' TO BRANCH-VALID-SW.
           IF ITRANS-BRANCH IS NUMERIC
              AND ITRANS-BRANCH IS GREATER THAN ZERO
               IF BRANCH-FILE-MISSING
                   MOVE 'Y' TO BRANCH-VALID-SW
               ELSE
                   MOVE ITRANS-BRANCH TO BM-BRANCH
                   READ BRANCH-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'Y' TO BRANCH-VALID-SW
                   END-READ
               END-IF
           END-IF.

       WRITE-LOG-LINE.
           MOVE ITRANS-CODE TO LOG-TRANS-CODE-OUT
           MOVE ITRANS-STOCK-NUMBER TO LOG-ID-OUT
           MOVE INVENTORY-LOG-DETAILS TO INVENTORY-LOG-LINE
           WRITE INVENTORY-LOG-LINE.
