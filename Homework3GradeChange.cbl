       IDENTIFICATION DIVISION.
       PROGRAM-ID.         Homework3GradeChange.
       AUTHOR.             Mitchell A, Adam M, Michael L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE    ASSIGN TO 'N:\grdchg.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GCT-FILE-STATUS.
      *GRADE-CHANGE-FILE carries one correction per line - late work,
      *a regrade or a resolved incomplete that came in after grading
      *night. It names the graded section the way the history does:
      *student, term, course and section
           SELECT GRADE-HISTORY-FILE   ASSIGN TO 'N:\GRDHIST.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRDHIST-STATUS.
      *GRADE-HISTORY-FILE is the cumulative history Homework3 appends
      *and Homework3Transcript reports from. A corrected grade is
      *superseded in place and marked changed
           SELECT HIST-WORK-FILE       ASSIGN TO 'N:\GRDHWRK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *Work copy of the history with the corrections applied, copied
      *back over GRDHIST once the whole file has been through
           SELECT GRADE-CHANGE-LOG-FILE ASSIGN TO 'N:\GRDCLOG.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRDCLOG-STATUS.
      *Before and after averages of every record changed - the file
      *only ever grows
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      *The business date the changes are stamped with
           SELECT GRADE-REGISTER-FILE  ASSIGN TO 'N:\grdcreg.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *GRADE-REGISTER-FILE lists the run's corrections for the
      *registrar, old and new grade side by side, with what became
      *of each one

       DATA DIVISION.
       FILE SECTION.
           FD GRADE-CHANGE-FILE
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS GRADE-CHANGE-TRANS-RECORD.
       01  GRADE-CHANGE-TRANS-RECORD.
           05  GCT-STUDENT-ID          PIC 9(5).
           05  GCT-TERM-ID             PIC x(5).
           05  GCT-COURSE-ID           PIC x(8).
           05  GCT-SECTION-ID          PIC x(3).
           05  GCT-NEW-RAW-AVG         PIC 999.
           05  GCT-NEW-CURVED-AVG      PIC 999.
           05  GCT-REASON              PIC x.
           05  GCT-INSTRUCTOR          PIC x(10).
      *GCT-REASON IS 'L' = LATE WORK, 'R' = REGRADE, 'I' = INCOMPLETE
      *RESOLVED, 'E' = RECORDING ERROR. GCT-INSTRUCTOR is whoever
      *authorized the change and must be filled in. GCT-TERM-ID is
      *left blank for a section graded before terms were recorded

           FD GRADE-HISTORY-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS GRADE-HISTORY-RECORD.
           COPY GRDHIST.

           FD HIST-WORK-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS HIST-WORK-RECORD.
       01  HIST-WORK-RECORD            PIC x(35).

           FD GRADE-CHANGE-LOG-FILE
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS GRADE-CHANGE-LOG-RECORD.
           COPY GRDCHLOG.

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

           FD GRADE-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS
           DATA RECORD IS GRADE-REGISTER-LINE.
       01  GRADE-REGISTER-LINE         PIC x(100).

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
       01  HIST-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
       01  WORK-DATA-REMAINS-SWITCH    PIC xx        VALUE SPACES.
      *Read-loop switches for the request list, the history pass and
      *the copy back

       01  GCT-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no grade changes were keyed for this run
       01  GRDHIST-STATUS              PIC xx        VALUE SPACES.
      *'35' means no grade history - no grade can be found
       01  HISTORY-MISSING-SW          PIC x         VALUE 'N'.
           88  HISTORY-MISSING                       VALUE 'Y'.
      *Set when the grade history can't be opened - no change keyed
      *can be applied
       01  GRDCLOG-STATUS              PIC xx        VALUE SPACES.
      *'35' on the extend open means this is the first change ever
       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  CHANGE-RUN-DATE.
           05  CHD-YY                  PIC 99.
           05  CHD-MM                  PIC 99.
           05  CHD-DD                  PIC 99.
       01  CHANGE-RUN-TIME             PIC 9(8)      VALUE ZEROS.
      *Business date and wall-clock time the changes are stamped with

       01  CHANGE-CNT                  PIC 999       VALUE ZEROS.
       01  CHANGE-REQUEST-TABLE.
           05  CHANGE-ITEM OCCURS 1 TO 500 TIMES
                   DEPENDING ON CHANGE-CNT.
               10  RQ-GRADE-KEY.
                   15  RQ-STUDENT-ID   PIC 9(5).
                   15  RQ-TERM-ID      PIC x(5).
                   15  RQ-COURSE-ID    PIC x(8).
                   15  RQ-SECTION-ID   PIC x(3).
               10  RQ-NEW-RAW-AVG      PIC 999.
               10  RQ-NEW-CURVED-AVG   PIC 999.
               10  RQ-REASON           PIC x.
               10  RQ-INSTRUCTOR       PIC x(10).
               10  RQ-STATUS           PIC x.
                   88  RQ-NOT-FOUND                  VALUE 'N'.
                   88  RQ-MATCHED                    VALUE 'M'.
                   88  RQ-EDIT-REJECT                VALUE 'E'.
               10  RQ-OLD-RAW-AVG      PIC 999.
               10  RQ-OLD-CURVED-AVG   PIC 999.
               10  RQ-RECORDS-CHANGED  PIC 99.
      *This run's corrections, each matched on the history pass to
      *the graded section it names. Every history record for that
      *section is changed; two corrections to the same section are
      *applied in the order keyed, so the later one stands

       01  CHANGE-SUB                  PIC 9(4)      VALUE ZEROS.
       01  HISTORY-KEY-BUILD.
           05  HKB-STUDENT-ID          PIC 9(5).
           05  HKB-TERM-ID             PIC x(5).
           05  HKB-COURSE-ID           PIC x(8).
           05  HKB-SECTION-ID          PIC x(3).
      *The history record's grade key, laid out like RQ-GRADE-KEY

       01  CHANGE-TABLE-FULL-SW        PIC x         VALUE 'N'.
           88  CHANGE-TABLE-FULL                     VALUE 'Y'.
      *Set when more changes are keyed than the table holds; the rest
      *are left for the next run and the register says so

       01  CHANGE-OVERFLOW-WARNING.
           05  FILLER  PIC x(48)  VALUE
               'WARNING - CHANGE TABLE FULL - REMAINING REQUESTS'.
           05  FILLER  PIC x(22)  VALUE
               ' NOT DONE - RE-KEY'.

       01  GRADE-LETTER-WORK.
           05  LETTER-AVG              PIC 999       VALUE ZEROS.
           05  LETTER-OUT              PIC x         VALUE SPACE.
      *Letter off a curved average at the 90/80/70/60 cutoffs the
      *transcripts use

       01  CHANGE-CONTROL-TOTALS.
           05  CHANGES-POSTED-CNT      PIC 9(6)      VALUE ZEROS.
           05  CHANGES-REJECTED-CNT    PIC 9(6)      VALUE ZEROS.
           05  HISTORY-CHANGED-CNT     PIC 9(6)      VALUE ZEROS.

       01  GRADE-REGISTER-HEADING.
           05  FILLER  PIC x(8)   VALUE 'STUDENT '.
           05  FILLER  PIC x(6)   VALUE 'TERM  '.
           05  FILLER  PIC x(9)   VALUE 'COURSE   '.
           05  FILLER  PIC x(5)   VALUE 'SECT '.
           05  FILLER  PIC x(14)  VALUE 'OLD RAW/CRV/GR'.
           05  FILLER  PIC x(2)   VALUE SPACES.
           05  FILLER  PIC x(14)  VALUE 'NEW RAW/CRV/GR'.
           05  FILLER  PIC x(2)   VALUE SPACES.
           05  FILLER  PIC x(4)   VALUE 'RSN '.
           05  FILLER  PIC x(11)  VALUE 'AUTHORIZED '.
           05  FILLER  PIC x(16)  VALUE 'RESULT'.

       01  GRADE-REGISTER-DETAILS.
           05  GRG-STUDENT-ID-OUT      PIC 9(5).
           05  FILLER                  PIC x(3)   VALUE SPACES.
           05  GRG-TERM-OUT            PIC x(5).
           05  FILLER                  PIC x      VALUE SPACE.
           05  GRG-COURSE-OUT          PIC x(8).
           05  FILLER                  PIC x      VALUE SPACE.
           05  GRG-SECTION-OUT         PIC x(3).
           05  FILLER                  PIC xx     VALUE SPACES.
           05  GRG-OLD-RAW-OUT         PIC ZZ9    BLANK WHEN ZERO.
           05  GRG-OLD-SLASH-1-OUT     PIC xx.
           05  GRG-OLD-CURVED-OUT      PIC ZZ9    BLANK WHEN ZERO.
           05  GRG-OLD-SLASH-2-OUT     PIC xx.
           05  FILLER                  PIC x      VALUE SPACE.
           05  GRG-OLD-LETTER-OUT      PIC x.
      *The old grade is left blank when no grade was found to change
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  GRG-NEW-RAW-OUT         PIC ZZ9.
           05  FILLER                  PIC xx     VALUE ' /'.
           05  GRG-NEW-CURVED-OUT      PIC ZZ9.
           05  FILLER                  PIC xx     VALUE ' /'.
           05  FILLER                  PIC x      VALUE SPACE.
           05  GRG-NEW-LETTER-OUT      PIC x.
           05  FILLER                  PIC x(4)   VALUE SPACES.
           05  GRG-REASON-OUT          PIC x.
           05  FILLER                  PIC x(3)   VALUE SPACES.
           05  GRG-INSTRUCTOR-OUT      PIC x(10).
           05  FILLER                  PIC x      VALUE SPACE.
           05  GRG-RESULT-OUT          PIC x(16).

       01  GRADE-REGISTER-TRAILER.
           05  FILLER                  PIC x(15)  VALUE
               'GRADES CHANGED'.
           05  FILLER                  PIC xx     VALUE ': '.
           05  GRT-POSTED-CNT-OUT      PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(13)  VALUE
               '   REJECTED: '.
           05  GRT-REJECTED-CNT-OUT    PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(20)  VALUE
               '   HISTORY RECORDS: '.
           05  GRT-HISTORY-CNT-OUT     PIC ZZZ,ZZ9.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can hold the
      *transcripts when the changes could not be applied

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone; the batch driver instead CALLs the
      *'Homework3GradeChangeBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM PREPARE-GRADE-CHANGES.
           STOP RUN.

       ENTRY 'Homework3GradeChangeBatch' USING BATCH-RUN-STATUS.
           PERFORM PREPARE-GRADE-CHANGES.
           IF CHANGE-CNT IS GREATER THAN ZERO
              AND HISTORY-MISSING
      *Transcripts must not go out without the night's corrections -
      *the driver stops here and the transcript run doesn't start
               MOVE 08 TO BRS-STEP-RC
           ELSE
               MOVE ZERO TO BRS-STEP-RC
           END-IF.
           MOVE CHANGE-CNT TO BRS-RECORDS-PROCESSED.
           MOVE CHANGES-REJECTED-CNT TO BRS-BAD-RECORD-COUNT.
           IF BRS-BAD-RECORD-COUNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       PREPARE-GRADE-CHANGES.
           ACCEPT CHANGE-RUN-DATE FROM DATE.
           ACCEPT CHANGE-RUN-TIME FROM TIME.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT GRADE-REGISTER-FILE.
           MOVE GRADE-REGISTER-HEADING TO GRADE-REGISTER-LINE.
           WRITE GRADE-REGISTER-LINE.
           PERFORM LOAD-CHANGE-REQUESTS.
           PERFORM APPLY-GRADE-CHANGES.
           IF HISTORY-CHANGED-CNT IS GREATER THAN ZERO
               PERFORM COPY-BACK-HISTORY
           END-IF.
           PERFORM WRITE-REGISTER-DETAIL
               VARYING CHANGE-SUB FROM 1 BY 1
               UNTIL CHANGE-SUB IS GREATER THAN CHANGE-CNT.
           IF CHANGE-TABLE-FULL
               MOVE CHANGE-OVERFLOW-WARNING TO GRADE-REGISTER-LINE
               WRITE GRADE-REGISTER-LINE
           END-IF.
           PERFORM WRITE-REGISTER-TRAILER.
           CLOSE GRADE-REGISTER-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-FILE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO CHANGE-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       LOAD-CHANGE-REQUESTS.
           OPEN INPUT GRADE-CHANGE-FILE.
           IF GCT-FILE-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO DATA-REMAINS-SWITCH
           ELSE
               READ GRADE-CHANGE-FILE
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM LOAD-ONE-CHANGE-REQUEST
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
           IF GCT-FILE-STATUS EQUAL TO '00'
               CLOSE GRADE-CHANGE-FILE
           END-IF.

       LOAD-ONE-CHANGE-REQUEST.
      *Every change goes in the table so the register can list it;
      *one that can't name a grade, has a bad average or reason, or
      *says nobody authorized it is an edit reject and never matched
           IF CHANGE-CNT IS LESS THAN 500
               ADD 1 TO CHANGE-CNT
               MOVE GCT-TERM-ID TO RQ-TERM-ID(CHANGE-CNT)
               MOVE GCT-COURSE-ID TO RQ-COURSE-ID(CHANGE-CNT)
               MOVE GCT-SECTION-ID TO RQ-SECTION-ID(CHANGE-CNT)
               MOVE GCT-REASON TO RQ-REASON(CHANGE-CNT)
               MOVE GCT-INSTRUCTOR TO RQ-INSTRUCTOR(CHANGE-CNT)
               MOVE ZEROS TO RQ-OLD-RAW-AVG(CHANGE-CNT)
                   RQ-OLD-CURVED-AVG(CHANGE-CNT)
                   RQ-RECORDS-CHANGED(CHANGE-CNT)
               SET RQ-NOT-FOUND(CHANGE-CNT) TO TRUE
               IF GCT-STUDENT-ID IS NUMERIC
                   MOVE GCT-STUDENT-ID TO RQ-STUDENT-ID(CHANGE-CNT)
               ELSE
                   MOVE ZEROS TO RQ-STUDENT-ID(CHANGE-CNT)
                   SET RQ-EDIT-REJECT(CHANGE-CNT) TO TRUE
               END-IF
               IF GCT-NEW-RAW-AVG IS NUMERIC
                  AND GCT-NEW-CURVED-AVG IS NUMERIC
                   MOVE GCT-NEW-RAW-AVG TO RQ-NEW-RAW-AVG(CHANGE-CNT)
                   MOVE GCT-NEW-CURVED-AVG TO
                       RQ-NEW-CURVED-AVG(CHANGE-CNT)
               ELSE
                   MOVE ZEROS TO RQ-NEW-RAW-AVG(CHANGE-CNT)
                       RQ-NEW-CURVED-AVG(CHANGE-CNT)
                   SET RQ-EDIT-REJECT(CHANGE-CNT) TO TRUE
               END-IF
               IF GCT-COURSE-ID EQUAL TO SPACES
                  OR GCT-INSTRUCTOR EQUAL TO SPACES
                  OR (GCT-REASON NOT EQUAL TO 'L'
                      AND GCT-REASON NOT EQUAL TO 'R'
                      AND GCT-REASON NOT EQUAL TO 'I'
                      AND GCT-REASON NOT EQUAL TO 'E')
                   SET RQ-EDIT-REJECT(CHANGE-CNT) TO TRUE
               END-IF
           ELSE
               SET CHANGE-TABLE-FULL TO TRUE
           END-IF.
           READ GRADE-CHANGE-FILE
               AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
           END-READ.

       APPLY-GRADE-CHANGES.
      *One pass over the whole history finds every request's grade
      *at once, writes the corrected copy to the work file and logs
      *each record changed
           OPEN INPUT GRADE-HISTORY-FILE.
           IF GRDHIST-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               SET HISTORY-MISSING TO TRUE
           ELSE
               OPEN OUTPUT HIST-WORK-FILE
               PERFORM OPEN-CHANGE-LOG
               READ GRADE-HISTORY-FILE
                   AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
               END-READ
           END-IF.
           PERFORM CHANGE-ONE-HISTORY-RECORD
               UNTIL HIST-DATA-REMAINS-SWITCH = 'NO'.
           IF GRDHIST-STATUS EQUAL TO '00'
               CLOSE GRADE-HISTORY-FILE
                     HIST-WORK-FILE
                     GRADE-CHANGE-LOG-FILE
           END-IF.

       OPEN-CHANGE-LOG.
      *The log only ever grows; the first change ever creates it
           OPEN EXTEND GRADE-CHANGE-LOG-FILE.
           IF GRDCLOG-STATUS EQUAL TO '35'
               OPEN OUTPUT GRADE-CHANGE-LOG-FILE
           END-IF.

       CHANGE-ONE-HISTORY-RECORD.
           MOVE GH-STUDENT-ID TO HKB-STUDENT-ID.
           MOVE GH-TERM-ID TO HKB-TERM-ID.
           MOVE GH-COURSE-ID TO HKB-COURSE-ID.
           MOVE GH-SECTION-ID TO HKB-SECTION-ID.
           PERFORM MATCH-HISTORY-TO-REQUEST
               VARYING CHANGE-SUB FROM 1 BY 1
               UNTIL CHANGE-SUB IS GREATER THAN CHANGE-CNT.
           MOVE GRADE-HISTORY-RECORD TO HIST-WORK-RECORD.
           WRITE HIST-WORK-RECORD.
           READ GRADE-HISTORY-FILE
               AT END MOVE 'NO' TO HIST-DATA-REMAINS-SWITCH
           END-READ.

       MATCH-HISTORY-TO-REQUEST.
      *The grade as it stands before this request is what the log
      *and the register show as the old grade
           IF RQ-GRADE-KEY(CHANGE-SUB) EQUAL TO HISTORY-KEY-BUILD
              AND NOT RQ-EDIT-REJECT(CHANGE-SUB)
               IF RQ-NOT-FOUND(CHANGE-SUB)
                   SET RQ-MATCHED(CHANGE-SUB) TO TRUE
                   MOVE GH-RAW-AVG TO RQ-OLD-RAW-AVG(CHANGE-SUB)
                   MOVE GH-CURVED-AVG TO RQ-OLD-CURVED-AVG(CHANGE-SUB)
                   ADD 1 TO CHANGES-POSTED-CNT
               END-IF
               PERFORM WRITE-CHANGE-LOG-RECORD
               MOVE RQ-NEW-RAW-AVG(CHANGE-SUB) TO GH-RAW-AVG
               MOVE RQ-NEW-CURVED-AVG(CHANGE-SUB) TO GH-CURVED-AVG
               SET GH-GRADE-CHANGED TO TRUE
               MOVE CHANGE-RUN-DATE TO GH-CHANGE-DATE
               MOVE RQ-REASON(CHANGE-SUB) TO GH-CHANGE-REASON
               IF RQ-RECORDS-CHANGED(CHANGE-SUB) IS LESS THAN 99
                   ADD 1 TO RQ-RECORDS-CHANGED(CHANGE-SUB)
               END-IF
               ADD 1 TO HISTORY-CHANGED-CNT
           END-IF.

       WRITE-CHANGE-LOG-RECORD.
           MOVE CHANGE-RUN-DATE TO GC-CHANGE-DATE.
           MOVE CHANGE-RUN-TIME TO GC-CHANGE-TIME.
           MOVE GH-STUDENT-ID TO GC-STUDENT-ID.
           MOVE GH-TERM-ID TO GC-TERM-ID.
           MOVE GH-COURSE-ID TO GC-COURSE-ID.
           MOVE GH-SECTION-ID TO GC-SECTION-ID.
           MOVE GH-RAW-AVG TO GC-OLD-RAW-AVG.
           MOVE GH-CURVED-AVG TO GC-OLD-CURVED-AVG.
           MOVE RQ-NEW-RAW-AVG(CHANGE-SUB) TO GC-NEW-RAW-AVG.
           MOVE RQ-NEW-CURVED-AVG(CHANGE-SUB) TO GC-NEW-CURVED-AVG.
           MOVE RQ-REASON(CHANGE-SUB) TO GC-REASON.
           MOVE RQ-INSTRUCTOR(CHANGE-SUB) TO GC-INSTRUCTOR.
           WRITE GRADE-CHANGE-LOG-RECORD.

       COPY-BACK-HISTORY.
      *The corrected work copy replaces the history only once the
      *whole pass is done, the way Homework2Cancel rewrites SALEHIST
           MOVE SPACES TO WORK-DATA-REMAINS-SWITCH.
           OPEN INPUT HIST-WORK-FILE.
           OPEN OUTPUT GRADE-HISTORY-FILE.
           READ HIST-WORK-FILE
               AT END MOVE 'NO' TO WORK-DATA-REMAINS-SWITCH
           END-READ.
           PERFORM COPY-ONE-WORK-RECORD
               UNTIL WORK-DATA-REMAINS-SWITCH = 'NO'.
           CLOSE HIST-WORK-FILE
                 GRADE-HISTORY-FILE.

       COPY-ONE-WORK-RECORD.
           MOVE HIST-WORK-RECORD TO GRADE-HISTORY-RECORD.
           WRITE GRADE-HISTORY-RECORD.
           READ HIST-WORK-FILE
               AT END MOVE 'NO' TO WORK-DATA-REMAINS-SWITCH
           END-READ.

       WRITE-REGISTER-DETAIL.
           MOVE RQ-STUDENT-ID(CHANGE-SUB) TO GRG-STUDENT-ID-OUT.
           MOVE RQ-TERM-ID(CHANGE-SUB) TO GRG-TERM-OUT.
           MOVE RQ-COURSE-ID(CHANGE-SUB) TO GRG-COURSE-OUT.
           MOVE RQ-SECTION-ID(CHANGE-SUB) TO GRG-SECTION-OUT.
           MOVE RQ-NEW-RAW-AVG(CHANGE-SUB) TO GRG-NEW-RAW-OUT.
           MOVE RQ-NEW-CURVED-AVG(CHANGE-SUB) TO GRG-NEW-CURVED-OUT.
           MOVE RQ-NEW-CURVED-AVG(CHANGE-SUB) TO LETTER-AVG.
           PERFORM SET-GRADE-LETTER.
           MOVE LETTER-OUT TO GRG-NEW-LETTER-OUT.
           MOVE RQ-REASON(CHANGE-SUB) TO GRG-REASON-OUT.
           MOVE RQ-INSTRUCTOR(CHANGE-SUB) TO GRG-INSTRUCTOR-OUT.
           IF RQ-MATCHED(CHANGE-SUB)
               MOVE RQ-OLD-RAW-AVG(CHANGE-SUB) TO GRG-OLD-RAW-OUT
               MOVE RQ-OLD-CURVED-AVG(CHANGE-SUB) TO GRG-OLD-CURVED-OUT
               MOVE RQ-OLD-CURVED-AVG(CHANGE-SUB) TO LETTER-AVG
               PERFORM SET-GRADE-LETTER
               MOVE LETTER-OUT TO GRG-OLD-LETTER-OUT
               MOVE ' /' TO GRG-OLD-SLASH-1-OUT GRG-OLD-SLASH-2-OUT
           ELSE
               MOVE ZEROS TO GRG-OLD-RAW-OUT GRG-OLD-CURVED-OUT
               MOVE SPACES TO GRG-OLD-SLASH-1-OUT GRG-OLD-SLASH-2-OUT
                   GRG-OLD-LETTER-OUT
           END-IF.
           EVALUATE TRUE
               WHEN RQ-MATCHED(CHANGE-SUB)
                   MOVE 'GRADE CHANGED' TO GRG-RESULT-OUT
               WHEN RQ-EDIT-REJECT(CHANGE-SUB)
                   MOVE 'BAD TRANSACTION' TO GRG-RESULT-OUT
                   ADD 1 TO CHANGES-REJECTED-CNT
               WHEN OTHER
                   MOVE 'NO SUCH GRADE' TO GRG-RESULT-OUT
                   ADD 1 TO CHANGES-REJECTED-CNT
           END-EVALUATE.
           MOVE GRADE-REGISTER-DETAILS TO GRADE-REGISTER-LINE.
           WRITE GRADE-REGISTER-LINE.

       SET-GRADE-LETTER.
           EVALUATE TRUE
               WHEN LETTER-AVG IS NOT LESS THAN 90
                   MOVE 'A' TO LETTER-OUT
               WHEN LETTER-AVG IS NOT LESS THAN 80
                   MOVE 'B' TO LETTER-OUT
               WHEN LETTER-AVG IS NOT LESS THAN 70
                   MOVE 'C' TO LETTER-OUT
               WHEN LETTER-AVG IS NOT LESS THAN 60
                   MOVE 'D' TO LETTER-OUT
               WHEN OTHER
                   MOVE 'F' TO LETTER-OUT
           END-EVALUATE.

       WRITE-REGISTER-TRAILER.
           MOVE SPACES TO GRADE-REGISTER-LINE.
           WRITE GRADE-REGISTER-LINE.
           MOVE CHANGES-POSTED-CNT TO GRT-POSTED-CNT-OUT.
           MOVE CHANGES-REJECTED-CNT TO GRT-REJECTED-CNT-OUT.
           MOVE HISTORY-CHANGED-CNT TO GRT-HISTORY-CNT-OUT.
           MOVE GRADE-REGISTER-TRAILER TO GRADE-REGISTER-LINE.
           WRITE GRADE-REGISTER-LINE.
