           05  ARCH-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  ARCH-ACC-NUM        PIC 9(6).
               10  FILLER              PIC x(35).
           05  ARCH-CLOSE-DATE        PIC 9(6).
      *Same layout Homework1 writes - the closed account's final
      *master image carried whole; it is moved onto the CUSTMAST
               'ACCOUNTS FOR REVIEW:     '.
           05  TRAILER-WRITEOFF-OUT    PIC ZZZ,ZZ9.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *how many notices went out without re-opening the notices
      *file itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework1NoticesBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM PREPARE-COLLECTION-NOTICES.
           STOP RUN.

       ENTRY 'Homework1NoticesBatch' USING BATCH-RUN-STATUS.
           PERFORM PREPARE-COLLECTION-NOTICES.
           MOVE ZERO TO BRS-STEP-RC.
           COMPUTE BRS-RECORDS-PROCESSED = REMINDERS-SENT-CNT
               + DEMANDS-SENT-CNT + WARNINGS-SENT-CNT.
           MOVE ZERO TO BRS-BAD-RECORD-COUNT.
           SET BRS-BAD-FILE-EMPTY TO TRUE.
           GOBACK.

       PREPARE-COLLECTION-NOTICES.
           PERFORM READ-NOTICE-CONTROL.
           OPEN INPUT RECEIVABLE-FILE.
           IF ARCHIVE-ON-FILE
               CLOSE ARCHIVE-FILE
           END-IF.

       READ-NOTICE-CONTROL.
      *No control card (status '35') just means the built-in floor;
           END-READ.

       LOOK-UP-ARCHIVED-ACCOUNT.
      *The archive image is the full 95-byte master record, so it is
      *staged through the CUSTMAST record area and the name fields
      *read out of it like any other master record
           IF ARCHIVE-ON-FILE
