               ORGANIZATION IS LINE SEQUENTIAL.
      *TAX-LOG-FILE reports what each schedule line did so billing
      *can see the levies actually landed
           SELECT BUSINESS-DATE-FILE   ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-FILE-STATUS.
      *The business date each schedule is stamped as taking effect

       DATA DIVISION.
       FILE SECTION.
           DATA RECORD IS TAX-LOG-LINE.
       01  TAX-LOG-LINE                PIC x(80).

           FD BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the tax file
       01  TAX-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means TAXSCHD does not exist yet - a brand-new install

       01  BDATE-FILE-STATUS           PIC xx        VALUE SPACES.
      *'35' means no business-date control - a standalone run on
      *the machine date

       01  TAXES-RUN-DATE              PIC 9(6)      VALUE ZEROS.
      *Business date the schedules keyed this run take effect

       01  TAX-LOG-HEADING.
           05  FILLER  PIC x(5)   VALUE 'CLASS'.
           05  FILLER  PIC x(3)   VALUE ' | '.

       PROCEDURE DIVISION.
       MAINTAIN-TAX-SCHEDULES.
           ACCEPT TAXES-RUN-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           PERFORM OPEN-TAX-MASTER.
           OPEN INPUT TAX-TRANS-FILE.
           OPEN OUTPUT TAX-LOG-FILE.
                 TAX-LOG-FILE.
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
                           MOVE BD-BUSINESS-DATE TO TAXES-RUN-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       OPEN-TAX-MASTER.
      *A brand-new install has no TAXSCHD yet, so OPEN I-O fails
      *with status '35' (file not found); create an empty master
           MOVE TT-FRANCHISE-RATE TO TX-FRANCHISE-RATE.
           MOVE TT-UTILITY-JURIS TO TX-UTILITY-JURIS.
           MOVE TT-UTILITY-RATE TO TX-UTILITY-RATE.
           MOVE TAXES-RUN-DATE TO TX-EFFECTIVE-DATE.
           WRITE TAX-SCHEDULE-RECORD
               INVALID KEY
                   REWRITE TAX-SCHEDULE-RECORD
