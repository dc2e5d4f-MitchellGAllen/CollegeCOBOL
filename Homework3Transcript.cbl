               ORGANIZATION IS LINE SEQUENTIAL.
      *TRANSCRIPT-FILE is one block per student across every term on
      *the history - term, course/section, raw and curved averages,
      *letter grade, and the GPA the curved letters work out to. A
      *grade corrected by Homework3GradeChange prints as corrected,
      *marked CHANGED
           SELECT COURSE-CATALOG-FILE ASSIGN TO 'CRSCAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CC-COURSE-ID
               FILE STATUS IS CRSCAT-STATUS.
      *COURSE-CATALOG-FILE supplies each course's title and the
      *credit hours its grade is weighted by in the GPA
           SELECT STANDING-CONTROL-FILE ASSIGN TO 'N:\STANDCTL.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STANDCTL-STATUS.
      *STANDING-CONTROL-FILE is the one-card set of GPA and credit
      *thresholds the academic standing is decided by
           SELECT STANDING-WORK-FILE ASSIGN TO 'N:\STANDWRK.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *One record per student per term, written as each term closes
      *on the transcript and sorted by term for the standing report
           SELECT STANDING-SORT-FILE ASSIGN TO 'SORTWK9'.
           SELECT STANDING-REPORT-FILE ASSIGN TO 'N:\STANDING.TXT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *STANDING-REPORT-FILE lists every student graded in each term
      *under dean's list, good standing, probation or suspension,
      *with a count of each at the term break

       DATA DIVISION.
       FILE SECTION.
           FD GRADE-HISTORY-FILE
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS GRADE-HISTORY-RECORD.
           COPY GRDHIST.

           FD COURSE-CATALOG-FILE
           DATA RECORD IS COURSE-CATALOG-RECORD.
           COPY CRSCAT.

           FD STANDING-CONTROL-FILE
           RECORD CONTAINS 12 CHARACTERS
           DATA RECORD IS STANDING-CONTROL-RECORD.
       01  STANDING-CONTROL-RECORD.
           05  SC-DEANS-LIST-GPA   PIC 9V99.
           05  SC-DEANS-LIST-CREDITS PIC 99V9.
           05  SC-PROBATION-GPA    PIC 9V99.
           05  SC-SUSPENSION-GPA   PIC 9V99.
      *Dean's list is a term GPA at or above SC-DEANS-LIST-GPA on at
      *least SC-DEANS-LIST-CREDITS credits attempted that term;
      *probation and suspension are a cumulative GPA below their
      *threshold

           FD STUDENT-MASTER-FILE
           DATA RECORD IS STUDENT-MASTER-RECORD.
           COPY STUMAST.
           05  TS-SECTION-ID       PIC x(3).
           05  TS-RAW-AVG          PIC 999.
           05  TS-CURVED-AVG       PIC 999.
           05  TS-CHANGE-CODE      PIC x.
               88  TS-GRADE-CHANGED                VALUE 'C'.
           05  TS-CHANGE-DATE      PIC 9(6).
           05  TS-CHANGE-REASON    PIC x.
      *The history sorted student-then-term, so each student's
      *sections come back together for the control break

           FD STANDING-WORK-FILE
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS STANDING-WORK-RECORD.
       01  STANDING-WORK-RECORD.
           05  SW-TERM-ID          PIC x(5).
           05  SW-STANDING-CODE    PIC 9.
           05  SW-STUDENT-ID       PIC 9(5).
           05  SW-TERM-CREDITS     PIC 999V9.
           05  SW-TERM-GPA         PIC 9V99.
           05  SW-CUM-CREDITS      PIC 9(4)V9.
           05  SW-CUM-GPA          PIC 9V99.
      *SW-STANDING-CODE is 1 = DEAN'S LIST, 2 = GOOD STANDING,
      *3 = PROBATION, 4 = SUSPENSION, so the sort groups them

           SD STANDING-SORT-FILE
           DATA RECORD IS STANDING-SORT-RECORD.
       01  STANDING-SORT-RECORD.
           05  SS-TERM-ID          PIC x(5).
           05  SS-STANDING-CODE    PIC 9.
           05  SS-STUDENT-ID       PIC 9(5).
           05  SS-TERM-CREDITS     PIC 999V9.
           05  SS-TERM-GPA         PIC 9V99.
           05  SS-CUM-CREDITS      PIC 9(4)V9.
           05  SS-CUM-GPA          PIC 9V99.

           FD STANDING-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS STANDING-REPORT-LINE.
       01  STANDING-REPORT-LINE    PIC x(80).

           FD TRANSCRIPT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS TRANSCRIPT-LINE.
      *Whether the master lookup found the student - an unknown ID
      *still reports, marked, instead of losing the grades

       01  STUDENT-SECTION-CNT PIC 9(3)       VALUE ZEROS.
       01  SECTION-GRADE-POINTS PIC 9         VALUE ZEROS.
       01  STUDENT-GPA         PIC 9V99       VALUE ZEROS.
      *Grade points per section (A=4 through F=0, off the curved
      *average at the usual 90/80/70/60 cutoffs), closed out into a
      *GPA at each student break

       01  SECTION-CREDIT-HOURS PIC 9V9       VALUE ZEROS.
       01  SECTION-QUALITY-POINTS PIC 99V9    VALUE ZEROS.
      *The section's credit hours off the catalog and its grade
      *points weighted by them - a course not on the catalog weighs
      *one credit hour, the way every grade weighed before there was
      *a catalog
       01  TERM-TOTALS.
           05  TERM-CREDITS-ATTEMPTED  PIC 999V9    VALUE ZEROS.
           05  TERM-CREDITS-EARNED     PIC 999V9    VALUE ZEROS.
           05  TERM-QUALITY-POINTS     PIC 9(4)V9   VALUE ZEROS.
       01  TERM-GPA            PIC 9V99       VALUE ZEROS.
       01  STUDENT-TOTALS.
           05  STUDENT-CREDITS-ATTEMPTED PIC 9(4)V9 VALUE ZEROS.
           05  STUDENT-CREDITS-EARNED  PIC 9(4)V9   VALUE ZEROS.
           05  STUDENT-QUALITY-POINTS  PIC 9(5)V9   VALUE ZEROS.
      *Credits attempted and earned (D or better earns them) and the
      *credit-weighted grade points, for the term and cumulative
       01  PREV-TERM-ID        PIC x(5)       VALUE SPACES.
      *Tracks the term break inside each student's block

       01  CRSCAT-STATUS       PIC xx         VALUE SPACES.
      *'35' means no course catalog yet - titles print blank and
      *every section weighs one credit hour
       01  CRSCAT-MISSING-SW   PIC x          VALUE 'N'.
           88  CRSCAT-MISSING                 VALUE 'Y'.
           88  CRSCAT-ON-FILE                 VALUE 'N'.
       01  COURSE-KNOWN-SW     PIC x          VALUE 'N'.
           88  COURSE-KNOWN                   VALUE 'Y'.

       01  STANDCTL-STATUS     PIC xx         VALUE SPACES.
      *'35' means no standing control card - the thresholds below
      *stand
       01  STANDING-THRESHOLDS.
           05  DEANS-LIST-GPA      PIC 9V99     VALUE 3.50.
           05  DEANS-LIST-CREDITS  PIC 99V9     VALUE 12.0.
           05  PROBATION-GPA       PIC 9V99     VALUE 2.00.
           05  SUSPENSION-GPA      PIC 9V99     VALUE 1.50.

       01  STANDING-DATA-REMAINS PIC xxx      VALUE 'YES'.
       01  FIRST-STANDING-SW   PIC x          VALUE 'Y'.
       01  PREV-STANDING-TERM  PIC x(5)       VALUE SPACES.
       01  STANDING-COUNTS.
           05  DEANS-LIST-CNT      PIC 9(5)     VALUE ZEROS.
           05  GOOD-STANDING-CNT   PIC 9(5)     VALUE ZEROS.
           05  PROBATION-CNT       PIC 9(5)     VALUE ZEROS.
           05  SUSPENSION-CNT      PIC 9(5)     VALUE ZEROS.
      *Tracks the term break as the sort returns the standings term
      *by term

       01  SECTION-LETTER      PIC x          VALUE SPACE.

           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(8)        VALUE 'COURSE  '.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(20)       VALUE 'TITLE'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(3)        VALUE 'SEC'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(3)        VALUE 'RAW'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(3)        VALUE 'CRV'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(2)        VALUE 'GR'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(4)        VALUE 'CRED'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(4)        VALUE 'NOTE'.

       01  TRANSCRIPT-DETAIL.
           05  TRD-TERM-OUT    PIC x(5).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-COURSE-OUT  PIC x(8).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-TITLE-OUT   PIC x(20).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-SECTION-OUT PIC x(3).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-RAW-OUT     PIC ZZ9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-CURVED-OUT  PIC ZZ9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-LETTER-OUT  PIC x.
           05  FILLER          PIC x(4)        VALUE '  | '.
           05  TRD-CREDITS-OUT PIC Z9.9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  TRD-CHANGED-OUT PIC x(7).

       01  TRANSCRIPT-TERM-LINE.
           05  FILLER          PIC x(7)        VALUE '  TERM '.
           05  TTL-TERM-OUT    PIC x(5).
           05  FILLER          PIC x(11)       VALUE ' ATTEMPTED '.
           05  TTL-ATTEMPTED-OUT PIC ZZ9.9.
           05  FILLER          PIC x(8)        VALUE ' EARNED '.
           05  TTL-EARNED-OUT  PIC ZZ9.9.
           05  FILLER          PIC x(10)       VALUE ' TERM GPA '.
           05  TTL-TERM-GPA-OUT PIC 9.99.
           05  FILLER          PIC x(9)        VALUE ' CUM GPA '.
           05  TTL-CUM-GPA-OUT PIC 9.99.

       01  TRANSCRIPT-GPA-LINE.
           05  FILLER          PIC x(18)       VALUE
               'SECTIONS GRADED:  '.
           05  TRG-SECTIONS-OUT PIC ZZ9.
           05  FILLER          PIC x(13)       VALUE '  ATTEMPTED: '.
           05  TRG-ATTEMPTED-OUT PIC ZZZ9.9.
           05  FILLER          PIC x(10)       VALUE '  EARNED: '.
           05  TRG-EARNED-OUT  PIC ZZZ9.9.
           05  FILLER          PIC x(11)       VALUE '  CUM GPA: '.
           05  TRG-GPA-OUT     PIC 9.99.
           05  FILLER          PIC x(9)        VALUE SPACES.

       01  TRANSCRIPT-UNKNOWN-LINE.
           05  FILLER          PIC x(40)       VALUE
           05  TRT-COUNT-OUT   PIC ZZ,ZZ9.
           05  FILLER          PIC x(53)       VALUE SPACES.

       01  STANDING-REPORT-TITLE.
           05  FILLER          PIC x(31)       VALUE
               'ACADEMIC STANDING: DEAN''S LIST '.
           05  STT-DEANS-GPA-OUT PIC 9.99.
           05  FILLER          PIC x(4)        VALUE ' ON '.
           05  STT-DEANS-CREDITS-OUT PIC Z9.9.
           05  FILLER          PIC x(15)       VALUE
               ' CR, PROBATION '.
           05  STT-PROBATION-OUT PIC 9.99.
           05  FILLER          PIC x(13)       VALUE ', SUSPENSION '.
           05  STT-SUSPENSION-OUT PIC 9.99.

       01  STANDING-TERM-BANNER.
           05  FILLER          PIC x(5)        VALUE 'TERM '.
           05  STB-TERM-OUT    PIC x(5).
           05  FILLER          PIC x(70)       VALUE SPACES.

       01  STANDING-HEADING.
           05  FILLER          PIC x(13)       VALUE 'STANDING'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(7)        VALUE 'STUDENT'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(26)       VALUE 'NAME'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(5)        VALUE 'TM CR'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(4)        VALUE 'TGPA'.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  FILLER          PIC x(4)        VALUE 'CGPA'.

       01  STANDING-DETAIL.
           05  STD-STANDING-OUT PIC x(13).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  STD-STUDENT-ID-OUT PIC 9(5).
           05  FILLER          PIC x(5)        VALUE '   | '.
           05  STD-FIRST-NAME-OUT PIC x(10).
           05  FILLER          PIC x           VALUE SPACE.
           05  STD-LAST-NAME-OUT PIC x(15).
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  STD-TERM-CREDITS-OUT PIC ZZ9.9.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  STD-TERM-GPA-OUT PIC 9.99.
           05  FILLER          PIC x(3)        VALUE ' | '.
           05  STD-CUM-GPA-OUT PIC 9.99.

       01  STANDING-TERM-TOTAL-LINE.
           05  FILLER          PIC x(15)       VALUE
               '  DEAN''S LIST: '.
           05  STL-DEANS-OUT   PIC ZZ,ZZ9.
           05  FILLER          PIC x(8)        VALUE '  GOOD: '.
           05  STL-GOOD-OUT    PIC ZZ,ZZ9.
           05  FILLER          PIC x(13)       VALUE '  PROBATION: '.
           05  STL-PROBATION-OUT PIC ZZ,ZZ9.
           05  FILLER          PIC x(14)       VALUE '  SUSPENSION: '.
           05  STL-SUSPENSION-OUT PIC ZZ,ZZ9.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *how many students were reported without re-opening the
      *transcript file itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework3TranscriptBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM PREPARE-TRANSCRIPTS.
           STOP RUN.

       ENTRY 'Homework3TranscriptBatch' USING BATCH-RUN-STATUS.
           PERFORM PREPARE-TRANSCRIPTS.
           MOVE ZERO TO BRS-STEP-RC.
           MOVE STUDENTS-REPORTED-CNT TO BRS-RECORDS-PROCESSED.
           MOVE ZERO TO BRS-BAD-RECORD-COUNT.
           SET BRS-BAD-FILE-EMPTY TO TRUE.
           GOBACK.

       PREPARE-TRANSCRIPTS.
           PERFORM OPEN-STUDENT-MASTER.
           PERFORM OPEN-COURSE-CATALOG.
           PERFORM READ-STANDING-CONTROL.
           OPEN OUTPUT TRANSCRIPT-FILE.
           OPEN OUTPUT STANDING-WORK-FILE.
           MOVE 'Y' TO FIRST-SORT-RECORD-SW.
           SORT TRANSCRIPT-SORT-FILE
               ON ASCENDING KEY TS-STUDENT-ID TS-TERM-ID TS-COURSE-ID
               INPUT PROCEDURE IS RELEASE-GRADE-HISTORY
               OUTPUT PROCEDURE IS BUILD-TRANSCRIPTS.
           IF FIRST-SORT-RECORD-SW NOT EQUAL TO 'Y'
               PERFORM CLOSE-OUT-TERM
               PERFORM CLOSE-OUT-STUDENT
           END-IF.
           MOVE TRANSCRIPT-RULE-LINE TO TRANSCRIPT-LINE.
           MOVE STUDENTS-REPORTED-CNT TO TRT-COUNT-OUT.
           MOVE TRANSCRIPT-TRAILER TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           CLOSE TRANSCRIPT-FILE
                 STANDING-WORK-FILE.
           PERFORM GENERATE-STANDING-REPORT.
           IF STUMAST-ON-FILE
               CLOSE STUDENT-MASTER-FILE
           END-IF.
           IF CRSCAT-ON-FILE
               CLOSE COURSE-CATALOG-FILE
           END-IF.

       OPEN-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE.
               SET STUMAST-MISSING TO TRUE
           END-IF.

       OPEN-COURSE-CATALOG.
      *No CRSCAT yet (status '35') just means Homework3CourseMaint
      *has never run - every section weighs one credit hour
           OPEN INPUT COURSE-CATALOG-FILE.
           IF CRSCAT-STATUS EQUAL TO '35'
               SET CRSCAT-MISSING TO TRUE
           END-IF.

       READ-STANDING-CONTROL.
      *No control card (status '35') keeps the built-in thresholds
           OPEN INPUT STANDING-CONTROL-FILE.
           IF STANDCTL-STATUS EQUAL TO '00'
               READ STANDING-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF STANDING-CONTROL-RECORD IS NUMERIC
                           MOVE SC-DEANS-LIST-GPA TO DEANS-LIST-GPA
                           MOVE SC-DEANS-LIST-CREDITS TO
                               DEANS-LIST-CREDITS
                           MOVE SC-PROBATION-GPA TO PROBATION-GPA
                           MOVE SC-SUSPENSION-GPA TO SUSPENSION-GPA
                       END-IF
               END-READ
               CLOSE STANDING-CONTROL-FILE
           END-IF.

       RELEASE-GRADE-HISTORY.
      *No history yet (status '35') just sorts nothing and the
      *report comes out empty but well-formed
               UNTIL SORT-DATA-REMAINS = 'NO'.

       PROCESS-SORTED-GRADE-RECORD.
      *A new student closes the last term and the student; a new
      *term within the same student closes only the term
           IF FIRST-SORT-RECORD-SW EQUAL TO 'Y'
               MOVE TS-STUDENT-ID TO PREV-STUDENT-ID
               PERFORM START-STUDENT-BLOCK
               MOVE 'N' TO FIRST-SORT-RECORD-SW
           ELSE
               IF TS-STUDENT-ID NOT EQUAL TO PREV-STUDENT-ID
                   PERFORM CLOSE-OUT-TERM
                   PERFORM CLOSE-OUT-STUDENT
                   MOVE TS-STUDENT-ID TO PREV-STUDENT-ID
                   PERFORM START-STUDENT-BLOCK
               ELSE
                   IF TS-TERM-ID NOT EQUAL TO PREV-TERM-ID
                       PERFORM CLOSE-OUT-TERM
                       MOVE TS-TERM-ID TO PREV-TERM-ID
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-TRANSCRIPT-DETAIL.
           END-RETURN.

       START-STUDENT-BLOCK.
           MOVE ZEROS TO STUDENT-SECTION-CNT.
           MOVE ZEROS TO STUDENT-TOTALS TERM-TOTALS.
           MOVE TS-TERM-ID TO PREV-TERM-ID.
           MOVE TRANSCRIPT-RULE-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           MOVE PREV-STUDENT-ID TO TRN-STUDENT-ID-OUT.

       WRITE-TRANSCRIPT-DETAIL.
           PERFORM SET-SECTION-LETTER.
           PERFORM LOOK-UP-COURSE.
           MOVE TS-TERM-ID TO TRD-TERM-OUT.
           MOVE TS-COURSE-ID TO TRD-COURSE-OUT.
           MOVE TS-SECTION-ID TO TRD-SECTION-OUT.
           MOVE TS-RAW-AVG TO TRD-RAW-OUT.
           MOVE TS-CURVED-AVG TO TRD-CURVED-OUT.
           MOVE SECTION-LETTER TO TRD-LETTER-OUT.
           MOVE SECTION-CREDIT-HOURS TO TRD-CREDITS-OUT.
           IF TS-GRADE-CHANGED
               MOVE 'CHANGED' TO TRD-CHANGED-OUT
           ELSE
               MOVE SPACES TO TRD-CHANGED-OUT
           END-IF.
           MOVE TRANSCRIPT-DETAIL TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           COMPUTE SECTION-QUALITY-POINTS =
               SECTION-GRADE-POINTS * SECTION-CREDIT-HOURS.
           ADD SECTION-CREDIT-HOURS TO TERM-CREDITS-ATTEMPTED
               STUDENT-CREDITS-ATTEMPTED.
           IF SECTION-GRADE-POINTS IS GREATER THAN ZERO
               ADD SECTION-CREDIT-HOURS TO TERM-CREDITS-EARNED
                   STUDENT-CREDITS-EARNED
           END-IF.
           ADD SECTION-QUALITY-POINTS TO TERM-QUALITY-POINTS
               STUDENT-QUALITY-POINTS.
           ADD 1 TO STUDENT-SECTION-CNT.

       LOOK-UP-COURSE.
      *Title and credit hours off the catalog; a course not on it
      *prints flagged and weighs one credit hour
           MOVE 'N' TO COURSE-KNOWN-SW.
           IF CRSCAT-ON-FILE
               MOVE TS-COURSE-ID TO CC-COURSE-ID
               READ COURSE-CATALOG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO COURSE-KNOWN-SW
               END-READ
           END-IF.
           IF COURSE-KNOWN
               MOVE CC-COURSE-TITLE TO TRD-TITLE-OUT
               MOVE CC-CREDIT-HOURS TO SECTION-CREDIT-HOURS
           ELSE
               IF CRSCAT-ON-FILE
                   MOVE '** NOT IN CATALOG **' TO TRD-TITLE-OUT
               ELSE
                   MOVE SPACES TO TRD-TITLE-OUT
               END-IF
               MOVE 1.0 TO SECTION-CREDIT-HOURS
           END-IF.

       SET-SECTION-LETTER.
      *Letter and grade points off the curved average at the usual
      *90/80/70/60 cutoffs - the same cutoffs the class-statistics
                   MOVE 0 TO SECTION-GRADE-POINTS
           END-EVALUATE.

       CLOSE-OUT-TERM.
      *Term and cumulative-to-date GPA, each weighted by credit
      *hours, then the term's standing goes to the work file for
      *the standing report
           MOVE ZEROS TO TERM-GPA STUDENT-GPA.
           IF TERM-CREDITS-ATTEMPTED IS GREATER THAN ZERO
               DIVIDE TERM-QUALITY-POINTS BY TERM-CREDITS-ATTEMPTED
                   GIVING TERM-GPA ROUNDED
           END-IF.
           IF STUDENT-CREDITS-ATTEMPTED IS GREATER THAN ZERO
               DIVIDE STUDENT-QUALITY-POINTS BY
                   STUDENT-CREDITS-ATTEMPTED
                   GIVING STUDENT-GPA ROUNDED
           END-IF.
           MOVE PREV-TERM-ID TO TTL-TERM-OUT.
           MOVE TERM-CREDITS-ATTEMPTED TO TTL-ATTEMPTED-OUT.
           MOVE TERM-CREDITS-EARNED TO TTL-EARNED-OUT.
           MOVE TERM-GPA TO TTL-TERM-GPA-OUT.
           MOVE STUDENT-GPA TO TTL-CUM-GPA-OUT.
           MOVE TRANSCRIPT-TERM-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           PERFORM WRITE-STANDING-WORK-RECORD.
           MOVE ZEROS TO TERM-TOTALS.

       WRITE-STANDING-WORK-RECORD.
      *Probation and suspension go by the cumulative GPA, the dean's
      *list by the term's; a student with no credit-bearing grade
      *yet is in good standing
           MOVE PREV-TERM-ID TO SW-TERM-ID.
           MOVE PREV-STUDENT-ID TO SW-STUDENT-ID.
           MOVE TERM-CREDITS-ATTEMPTED TO SW-TERM-CREDITS.
           MOVE TERM-GPA TO SW-TERM-GPA.
           MOVE STUDENT-CREDITS-ATTEMPTED TO SW-CUM-CREDITS.
           MOVE STUDENT-GPA TO SW-CUM-GPA.
           EVALUATE TRUE
               WHEN STUDENT-CREDITS-ATTEMPTED EQUAL TO ZERO
                   MOVE 2 TO SW-STANDING-CODE
               WHEN STUDENT-GPA IS LESS THAN SUSPENSION-GPA
                   MOVE 4 TO SW-STANDING-CODE
               WHEN STUDENT-GPA IS LESS THAN PROBATION-GPA
                   MOVE 3 TO SW-STANDING-CODE
               WHEN TERM-GPA IS NOT LESS THAN DEANS-LIST-GPA
                AND TERM-CREDITS-ATTEMPTED IS NOT LESS THAN
                        DEANS-LIST-CREDITS
                   MOVE 1 TO SW-STANDING-CODE
               WHEN OTHER
                   MOVE 2 TO SW-STANDING-CODE
           END-EVALUATE.
           WRITE STANDING-WORK-RECORD.

       CLOSE-OUT-STUDENT.
      *CLOSE-OUT-TERM has already left the cumulative GPA in
      *STUDENT-GPA
           MOVE STUDENT-SECTION-CNT TO TRG-SECTIONS-OUT.
           MOVE STUDENT-CREDITS-ATTEMPTED TO TRG-ATTEMPTED-OUT.
           MOVE STUDENT-CREDITS-EARNED TO TRG-EARNED-OUT.
           MOVE STUDENT-GPA TO TRG-GPA-OUT.
           MOVE TRANSCRIPT-GPA-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           ADD 1 TO STUDENTS-REPORTED-CNT.

       GENERATE-STANDING-REPORT.
      *Sorts the term standings written on the transcript pass by
      *term, then standing, then student
           OPEN OUTPUT STANDING-REPORT-FILE.
           MOVE DEANS-LIST-GPA TO STT-DEANS-GPA-OUT.
           MOVE DEANS-LIST-CREDITS TO STT-DEANS-CREDITS-OUT.
           MOVE PROBATION-GPA TO STT-PROBATION-OUT.
           MOVE SUSPENSION-GPA TO STT-SUSPENSION-OUT.
           MOVE STANDING-REPORT-TITLE TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE 'Y' TO FIRST-STANDING-SW.
           MOVE ZEROS TO STANDING-COUNTS.
           SORT STANDING-SORT-FILE
               ON ASCENDING KEY SS-TERM-ID SS-STANDING-CODE
                                SS-STUDENT-ID
               USING STANDING-WORK-FILE
               OUTPUT PROCEDURE IS BUILD-STANDING-REPORT.
           IF FIRST-STANDING-SW NOT EQUAL TO 'Y'
               PERFORM WRITE-STANDING-TERM-TOTAL
           END-IF.
           CLOSE STANDING-REPORT-FILE.

       BUILD-STANDING-REPORT.
           MOVE 'YES' TO STANDING-DATA-REMAINS.
           RETURN STANDING-SORT-FILE
               AT END MOVE 'NO' TO STANDING-DATA-REMAINS
           END-RETURN.
           PERFORM PROCESS-SORTED-STANDING
               UNTIL STANDING-DATA-REMAINS = 'NO'.

       PROCESS-SORTED-STANDING.
           IF FIRST-STANDING-SW EQUAL TO 'Y'
               MOVE SS-TERM-ID TO PREV-STANDING-TERM
               PERFORM START-STANDING-TERM
               MOVE 'N' TO FIRST-STANDING-SW
           ELSE
               IF SS-TERM-ID NOT EQUAL TO PREV-STANDING-TERM
                   PERFORM WRITE-STANDING-TERM-TOTAL
                   MOVE SS-TERM-ID TO PREV-STANDING-TERM
                   PERFORM START-STANDING-TERM
               END-IF
           END-IF.
           EVALUATE SS-STANDING-CODE
               WHEN 1
                   MOVE 'DEAN''S LIST' TO STD-STANDING-OUT
                   ADD 1 TO DEANS-LIST-CNT
               WHEN 3
                   MOVE 'PROBATION' TO STD-STANDING-OUT
                   ADD 1 TO PROBATION-CNT
               WHEN 4
                   MOVE 'SUSPENSION' TO STD-STANDING-OUT
                   ADD 1 TO SUSPENSION-CNT
               WHEN OTHER
                   MOVE 'GOOD STANDING' TO STD-STANDING-OUT
                   ADD 1 TO GOOD-STANDING-CNT
           END-EVALUATE.
           MOVE SS-STUDENT-ID TO STD-STUDENT-ID-OUT.
           MOVE SS-STUDENT-ID TO PREV-STUDENT-ID.
           PERFORM LOOK-UP-STUDENT-NAME.
           MOVE TRN-FIRST-NAME-OUT TO STD-FIRST-NAME-OUT.
           MOVE TRN-LAST-NAME-OUT TO STD-LAST-NAME-OUT.
           MOVE SS-TERM-CREDITS TO STD-TERM-CREDITS-OUT.
           MOVE SS-TERM-GPA TO STD-TERM-GPA-OUT.
           MOVE SS-CUM-GPA TO STD-CUM-GPA-OUT.
           MOVE STANDING-DETAIL TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           RETURN STANDING-SORT-FILE
               AT END MOVE 'NO' TO STANDING-DATA-REMAINS
           END-RETURN.

       START-STANDING-TERM.
           MOVE SPACES TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE PREV-STANDING-TERM TO STB-TERM-OUT.
           MOVE STANDING-TERM-BANNER TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE STANDING-HEADING TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.

       WRITE-STANDING-TERM-TOTAL.
           MOVE DEANS-LIST-CNT TO STL-DEANS-OUT.
           MOVE GOOD-STANDING-CNT TO STL-GOOD-OUT.
           MOVE PROBATION-CNT TO STL-PROBATION-OUT.
           MOVE SUSPENSION-CNT TO STL-SUSPENSION-OUT.
           MOVE STANDING-TERM-TOTAL-LINE TO STANDING-REPORT-LINE.
           WRITE STANDING-REPORT-LINE.
           MOVE ZEROS TO STANDING-COUNTS.
