       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework2QuotaMaint.
       AUTHOR.             Mitchell A, Adam M, Michael L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE     ASSIGN TO 'N:\qtrans.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUOTA-MASTER-FILE    ASSIGN TO 'QUOTAMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QM-QUOTA-KEY
               FILE STATUS IS QUOTA-FILE-STATUS.
      *QUOTA-FILE-STATUS lets MAINTAIN-QUOTA-MASTER tell a brand-new
      *install (QUOTAMS doesn't exist yet) from a normal open, so
      *the very first run can create the master the way
      *Homework2SalesMaint creates SALESMS
           SELECT SALES-MASTER-FILE    ASSIGN TO 'SALESMS'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SP-ID
               FILE STATUS IS SALES-FILE-STATUS.
      *A quota can only be set for a salesperson on the master, and
      *takes the salesperson's home branch from it
           SELECT QUOTA-LOG-FILE       ASSIGN TO 'N:\qmlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD TRANSACTION-FILE
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS QUOTA-TRANS-RECORD.
       01  QUOTA-TRANS-RECORD.
           05  QTRANS-CODE             PIC x.
           05  QTRANS-ID               PIC x(10).
           05  QTRANS-MONTH            PIC 99.
           05  QTRANS-YEAR             PIC 99.
           05  QTRANS-UNIT-TARGET      PIC 9(4).
           05  QTRANS-DOLLAR-TARGET    PIC 9(8).
      *QTRANS-CODE IS 'A' = ADD, 'C' = CHANGE, 'D' = DELETE
      *Zeros (or spaces) in a target on a CHANGE mean leave that
      *target alone; a CHANGE also picks up the salesperson's current
      *home branch

           FD QUOTA-MASTER-FILE
           DATA RECORD IS QUOTA-MASTER-RECORD.
           COPY QUOTAMS.

           FD SALES-MASTER-FILE
           DATA RECORD IS SALESPERSON-MASTER-RECORD.
           COPY SALESMS.

           FD QUOTA-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS QUOTA-LOG-LINE.
       01  QUOTA-LOG-LINE              PIC x(80).
      *QUOTA-LOG-LINE reports what each transaction did (or why it
      *was rejected) so the exception queue doesn't have to guess

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the transaction file

       01  QUOTA-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means QUOTAMS does not exist yet - a brand-new install
       01  SALES-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no salesperson master - no quota can be set

       01  SALES-FILE-MISSING-SW       PIC x         VALUE 'N'.
           88  SALES-FILE-MISSING                    VALUE 'Y'.
           88  SALES-FILE-ON-HAND                    VALUE 'N'.
       01  SALESPERSON-FOUND-SW        PIC x         VALUE 'N'.
           88  SALESPERSON-FOUND                     VALUE 'Y'.

       01  QUOTA-LOG-HEADING.
           05  FILLER  PIC x(14)  VALUE 'TRANSACTION   '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(11)  VALUE 'SALESPERSON'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(6)   VALUE 'PERIOD'.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(40)  VALUE 'RESULT'.

       01  QUOTA-LOG-DETAILS.
           05  LOG-TRANS-CODE-OUT      PIC x(14).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  LOG-ID-OUT              PIC x(10).
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  LOG-MONTH-OUT           PIC xx.
           05  FILLER                  PIC x      VALUE '/'.
           05  LOG-YEAR-OUT            PIC xx.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  LOG-RESULT-OUT          PIC x(40).

       PROCEDURE DIVISION.
       MAINTAIN-QUOTA-MASTER.
           PERFORM OPEN-QUOTA-MASTER.
           OPEN INPUT SALES-MASTER-FILE.
           IF SALES-FILE-STATUS EQUAL TO '35'
               SET SALES-FILE-MISSING TO TRUE
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT QUOTA-LOG-FILE.
           READ TRANSACTION-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.
           PERFORM WRITE-HEADING.
           PERFORM APPLY-TRANSACTION
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
      *Applies every transaction on the file
           CLOSE QUOTA-MASTER-FILE
                 TRANSACTION-FILE
                 QUOTA-LOG-FILE.
           IF SALES-FILE-ON-HAND
               CLOSE SALES-MASTER-FILE
           END-IF.
           STOP RUN.

       OPEN-QUOTA-MASTER.
      *A brand-new install has no QUOTAMS yet, so OPEN I-O fails
      *with status '35' (file not found); create an empty master
      *with OPEN OUTPUT/CLOSE and reopen I-O so this run's ADD
      *transactions are the ones that actually populate it
           OPEN I-O QUOTA-MASTER-FILE.
           IF QUOTA-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT QUOTA-MASTER-FILE
               CLOSE QUOTA-MASTER-FILE
               OPEN I-O QUOTA-MASTER-FILE
           END-IF.

       WRITE-HEADING.
           MOVE QUOTA-LOG-HEADING TO QUOTA-LOG-LINE.
           WRITE QUOTA-LOG-LINE.

       APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN QTRANS-MONTH IS NOT NUMERIC
                 OR QTRANS-YEAR IS NOT NUMERIC
                 OR QTRANS-MONTH IS LESS THAN 1
                 OR QTRANS-MONTH IS GREATER THAN 12
                   MOVE 'REJECTED - INVALID PERIOD' TO LOG-RESULT-OUT
                   PERFORM WRITE-LOG-LINE
               WHEN QTRANS-CODE EQUAL TO 'A'
                   PERFORM APPLY-ADD
               WHEN QTRANS-CODE EQUAL TO 'C'
                   PERFORM APPLY-CHANGE
               WHEN QTRANS-CODE EQUAL TO 'D'
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE - SKIPPED' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE.
           READ TRANSACTION-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       LOOKUP-SALESPERSON.
           MOVE 'N' TO SALESPERSON-FOUND-SW.
           IF SALES-FILE-ON-HAND
               MOVE QTRANS-ID TO SP-ID
               READ SALES-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO SALESPERSON-FOUND-SW
               END-READ
           END-IF.

       APPLY-ADD.
           PERFORM LOOKUP-SALESPERSON.
           IF NOT SALESPERSON-FOUND
               MOVE 'ADD REJECTED - SALESPERSON NOT ON MASTER' TO
                   LOG-RESULT-OUT
           ELSE
               IF QTRANS-UNIT-TARGET IS NOT NUMERIC
                  OR QTRANS-DOLLAR-TARGET IS NOT NUMERIC
                   MOVE 'ADD REJECTED - TARGET NOT NUMERIC' TO
                       LOG-RESULT-OUT
               ELSE
                   PERFORM WRITE-NEW-QUOTA
               END-IF
           END-IF.
           PERFORM WRITE-LOG-LINE.

       WRITE-NEW-QUOTA.
           MOVE QTRANS-ID TO QM-SP-ID
           MOVE QTRANS-MONTH TO QM-MONTH
           MOVE QTRANS-YEAR TO QM-YEAR
           MOVE SP-BRANCH TO QM-BRANCH
           MOVE QTRANS-UNIT-TARGET TO QM-UNIT-TARGET
           MOVE QTRANS-DOLLAR-TARGET TO QM-DOLLAR-TARGET
           WRITE QUOTA-MASTER-RECORD
               INVALID KEY
                   MOVE 'ADD REJECTED - QUOTA ALREADY EXISTS' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   MOVE 'QUOTA ADDED' TO LOG-RESULT-OUT
           END-WRITE.

       APPLY-CHANGE.
           MOVE QTRANS-ID TO QM-SP-ID
           MOVE QTRANS-MONTH TO QM-MONTH
           MOVE QTRANS-YEAR TO QM-YEAR
           READ QUOTA-MASTER-FILE
               INVALID KEY
                   MOVE 'CHANGE REJECTED - QUOTA NOT FOUND' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   PERFORM UPDATE-QUOTA-FIELDS
                   REWRITE QUOTA-MASTER-RECORD
                   MOVE 'QUOTA CHANGED' TO LOG-RESULT-OUT
           END-READ.
           PERFORM WRITE-LOG-LINE.

       UPDATE-QUOTA-FIELDS.
           IF QTRANS-UNIT-TARGET IS NUMERIC
              AND QTRANS-UNIT-TARGET IS GREATER THAN ZERO
               MOVE QTRANS-UNIT-TARGET TO QM-UNIT-TARGET
           END-IF.
           IF QTRANS-DOLLAR-TARGET IS NUMERIC
              AND QTRANS-DOLLAR-TARGET IS GREATER THAN ZERO
               MOVE QTRANS-DOLLAR-TARGET TO QM-DOLLAR-TARGET
           END-IF.
           PERFORM LOOKUP-SALESPERSON.
           IF SALESPERSON-FOUND
               MOVE SP-BRANCH TO QM-BRANCH
           END-IF.

       APPLY-DELETE.
           MOVE QTRANS-ID TO QM-SP-ID
           MOVE QTRANS-MONTH TO QM-MONTH
           MOVE QTRANS-YEAR TO QM-YEAR
           DELETE QUOTA-MASTER-FILE
               INVALID KEY
                   MOVE 'DELETE REJECTED - QUOTA NOT FOUND' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   MOVE 'QUOTA DELETED' TO LOG-RESULT-OUT
           END-DELETE.
           PERFORM WRITE-LOG-LINE.

       WRITE-LOG-LINE.
           MOVE QTRANS-CODE TO LOG-TRANS-CODE-OUT
           MOVE QTRANS-ID TO LOG-ID-OUT
           MOVE QTRANS-MONTH TO LOG-MONTH-OUT
           MOVE QTRANS-YEAR TO LOG-YEAR-OUT
           MOVE QUOTA-LOG-DETAILS TO QUOTA-LOG-LINE
           WRITE QUOTA-LOG-LINE.
