       01  CLOSE-LOG-LINE              PIC x(80).

           FD SALES-HISTORY-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS SALES-HISTORY-RECORD.
           COPY SALEHIST.

           FD YEAR-ARCHIVE-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS YEAR-ARCHIVE-RECORD.
       01  YEAR-ARCHIVE-RECORD         PIC x(87).
      *Carried as a whole image - the archive is a byte-for-byte
      *copy of the history records rolled out

           FD KEEP-WORK-FILE
           RECORD CONTAINS 87 CHARACTERS
           DATA RECORD IS KEEP-WORK-RECORD.
       01  KEEP-WORK-RECORD            PIC x(87).

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           05  CINIT-YEAR-OUT          PIC 99.
           05  FILLER                  PIC x(39)     VALUE SPACES.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *the history records the year-end roll read without
      *re-opening the close log itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework2CloseBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM CLOSE-THE-PERIOD.
           STOP RUN.

       ENTRY 'Homework2CloseBatch' USING BATCH-RUN-STATUS.
           PERFORM CLOSE-THE-PERIOD.
           MOVE ZERO TO BRS-STEP-RC.
           MOVE HIST-READ-CNT TO BRS-RECORDS-PROCESSED.
           MOVE ZERO TO BRS-BAD-RECORD-COUNT.
           SET BRS-BAD-FILE-EMPTY TO TRUE.
           GOBACK.

       CLOSE-THE-PERIOD.
           ACCEPT CLOSE-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
               PERFORM ROLL-HISTORY-TO-ARCHIVE
           END-IF.
           CLOSE CLOSE-LOG-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone close
