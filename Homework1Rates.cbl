               ORGANIZATION IS LINE SEQUENTIAL.
      *RATE-LOG-FILE reports what each schedule line did so billing
      *can see the rates actually landed
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      *The business date each schedule is stamped as taking effect

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS RATE-LOG-LINE.
       01  RATE-LOG-LINE               PIC x(80).

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the rate file
       01  RATE-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means RATESCHD does not exist yet - a brand-new install

       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  RATES-RUN-DATE              PIC 9(6)      VALUE ZEROS.
      *Business date the schedules keyed this run take effect

       01  RATE-LOG-HEADING.
           05  FILLER  PIC x(5)   VALUE 'CLASS'.
           05  FILLER  PIC x(3)   VALUE ' | '.

       PROCEDURE DIVISION.
       MAINTAIN-RATE-SCHEDULES.
           ACCEPT RATES-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-RATE-MASTER.
           OPEN INPUT RATE-TRANS-FILE.
           OPEN OUTPUT RATE-LOG-FILE.
                 RATE-LOG-FILE.
           STOP RUN.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-FILE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO RATES-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-RATE-MASTER.
      *A brand-new install has no RATESCHD yet, so OPEN I-O fails
      *with status '35' (file not found); create an empty master with
           MOVE RT-TIER1-RATE TO RS-TIER1-RATE.
           MOVE RT-TIER2-RATE TO RS-TIER2-RATE.
           MOVE RT-TIER3-RATE TO RS-TIER3-RATE.
           MOVE RATES-RUN-DATE TO RS-EFFECTIVE-DATE.
           WRITE RATE-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE RATE-SCHEDULE-RECORD
