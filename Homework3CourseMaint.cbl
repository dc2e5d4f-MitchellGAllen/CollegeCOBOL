       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework3CourseMaint.
       AUTHOR.             Mitchell A, Adam M, Michael L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE     ASSIGN TO 'N:\cctrans.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COURSE-CATALOG-FILE  ASSIGN TO 'CRSCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS COURSE-FILE-STATUS.
      *COURSE-FILE-STATUS lets MAINTAIN-COURSE-CATALOG tell a
      *brand-new install (CRSCAT doesn't exist yet) from a normal
      *open, so the very first run can create the master the way
      *Homework3Maint creates STUMAST
           SELECT COURSE-LOG-FILE      ASSIGN TO 'N:\ccmlog.txt'
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD TRANSACTION-FILE
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS COURSE-TRANS-RECORD.
       01  COURSE-TRANS-RECORD.
           05  CTRANS-CODE             PIC x.
           05  CTRANS-COURSE-ID        PIC x(8).
           05  CTRANS-COURSE-TITLE     PIC x(20).
           05  CTRANS-CREDIT-HOURS     PIC 9V9.
      *CTRANS-CODE IS 'A' = ADD, 'C' = CHANGE, 'D' = DELETE
      *Spaces in the title or the credit hours on a CHANGE mean leave
      *that field on the master alone

           FD COURSE-CATALOG-FILE
           DATA RECORD IS COURSE-CATALOG-RECORD.
           COPY CRSCAT.
      *COURSE-CATALOG-FILE is the indexed course list, keyed on the
      *course ID carried on every Homework3 section banner

           FD COURSE-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS COURSE-LOG-LINE.
       01  COURSE-LOG-LINE             PIC x(80).
      *COURSE-LOG-LINE reports what each transaction did (or why it
      *was rejected) so the registrar doesn't have to guess

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the transaction file

       01  COURSE-FILE-STATUS          PIC xx        VALUE SPACES.
      *'35' means CRSCAT does not exist yet - a brand-new install

       01  COURSE-LOG-HEADING.
           05  FILLER  PIC x(14)  VALUE 'TRANSACTION   '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(10)  VALUE 'COURSE ID '.
           05  FILLER  PIC x(3)   VALUE ' | '.
           05  FILLER  PIC x(40)  VALUE 'RESULT'.

       01  COURSE-LOG-DETAILS.
           05  LOG-TRANS-CODE-OUT      PIC x(14).
           05  FILLER                  PIC x(3)   VALUE ' | '.
           05  LOG-COURSE-ID-OUT       PIC x(8).
           05  FILLER                  PIC x(5)   VALUE SPACES.
           05  LOG-RESULT-OUT          PIC x(40).

       PROCEDURE DIVISION.
       MAINTAIN-COURSE-CATALOG.
           PERFORM OPEN-COURSE-CATALOG.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT COURSE-LOG-FILE.
           READ TRANSACTION-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.
           PERFORM WRITE-HEADING.
           PERFORM APPLY-TRANSACTION
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
      *Applies every transaction on the file
           CLOSE COURSE-CATALOG-FILE
                 TRANSACTION-FILE
                 COURSE-LOG-FILE.
           STOP RUN.

       OPEN-COURSE-CATALOG.
      *A brand-new install has no CRSCAT yet, so OPEN I-O fails
      *with status '35' (file not found); create an empty master
      *with OPEN OUTPUT/CLOSE and reopen I-O so this run's ADD
      *transactions are the ones that actually populate it
           OPEN I-O COURSE-CATALOG-FILE.
           IF COURSE-FILE-STATUS EQUAL TO '35'
               OPEN OUTPUT COURSE-CATALOG-FILE
               CLOSE COURSE-CATALOG-FILE
               OPEN I-O COURSE-CATALOG-FILE
           END-IF.

       WRITE-HEADING.
           MOVE COURSE-LOG-HEADING TO COURSE-LOG-LINE.
           WRITE COURSE-LOG-LINE.

       APPLY-TRANSACTION.
           EVALUATE CTRANS-CODE
               WHEN 'A'
                   PERFORM APPLY-ADD
               WHEN 'C'
                   PERFORM APPLY-CHANGE
               WHEN 'D'
                   PERFORM APPLY-DELETE
               WHEN OTHER
                   MOVE 'UNKNOWN TRANSACTION CODE - SKIPPED' TO
                       LOG-RESULT-OUT
                   PERFORM WRITE-LOG-LINE
           END-EVALUATE.
           READ TRANSACTION-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       APPLY-ADD.
      *A course goes on the catalog before its first section is
      *graded, so its grades carry the right weight from the start
           EVALUATE TRUE
               WHEN CTRANS-COURSE-ID EQUAL TO SPACES
                   MOVE 'ADD REJECTED - COURSE ID MISSING' TO
                       LOG-RESULT-OUT
               WHEN CTRANS-CREDIT-HOURS IS NOT NUMERIC
                   MOVE 'ADD REJECTED - CREDIT HOURS NOT NUMERIC' TO
                       LOG-RESULT-OUT
               WHEN OTHER
                   MOVE CTRANS-COURSE-ID TO CC-COURSE-ID
                   MOVE CTRANS-COURSE-TITLE TO CC-COURSE-TITLE
                   MOVE CTRANS-CREDIT-HOURS TO CC-CREDIT-HOURS
                   WRITE COURSE-CATALOG-RECORD
                       INVALID KEY
                           MOVE 'ADD REJECTED - COURSE ALREADY EXISTS'
                               TO LOG-RESULT-OUT
                       NOT INVALID KEY
                           MOVE 'COURSE ADDED' TO LOG-RESULT-OUT
                   END-WRITE
           END-EVALUATE.
           PERFORM WRITE-LOG-LINE.

       APPLY-CHANGE.
           MOVE CTRANS-COURSE-ID TO CC-COURSE-ID
           READ COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE 'CHANGE REJECTED - COURSE NOT FOUND' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   PERFORM UPDATE-MASTER-FIELDS
                   REWRITE COURSE-CATALOG-RECORD
                   MOVE 'COURSE CHANGED' TO LOG-RESULT-OUT
           END-READ.
           PERFORM WRITE-LOG-LINE.

       UPDATE-MASTER-FIELDS.
      *Zero is a real credit value (a non-credit course), so only
      *blank credit hours leave the field alone
           IF CTRANS-COURSE-TITLE NOT EQUAL TO SPACES
               MOVE CTRANS-COURSE-TITLE TO CC-COURSE-TITLE
           END-IF.
           IF CTRANS-CREDIT-HOURS IS NUMERIC
               MOVE CTRANS-CREDIT-HOURS TO CC-CREDIT-HOURS
           END-IF.

       APPLY-DELETE.
      *The grade history keeps the course ID either way; on the
      *transcript a course no longer on the catalog prints flagged
      *NOT IN CATALOG in place of its title and weighs as one credit
      *hour, the way every grade weighed before the catalog
           MOVE CTRANS-COURSE-ID TO CC-COURSE-ID
           DELETE COURSE-CATALOG-FILE
               INVALID KEY
                   MOVE 'DELETE REJECTED - COURSE NOT FOUND' TO
                       LOG-RESULT-OUT
               NOT INVALID KEY
                   MOVE 'COURSE DELETED' TO LOG-RESULT-OUT
           END-DELETE.
           PERFORM WRITE-LOG-LINE.

       WRITE-LOG-LINE.
           MOVE CTRANS-CODE TO LOG-TRANS-CODE-OUT
           MOVE CTRANS-COURSE-ID TO LOG-COURSE-ID-OUT
           MOVE COURSE-LOG-DETAILS TO COURSE-LOG-LINE
           WRITE COURSE-LOG-LINE.
