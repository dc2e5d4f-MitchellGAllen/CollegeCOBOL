       FILE-CONTROL.
           SELECT BILL-EXTRACT-FILE    ASSIGN TO 'N:\billextr.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTED-BILL-FILE  ASSIGN TO 'N:\rebillx.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CORR-FILE-STATUS.
      *CORRECTED-BILL-FILE is the corrected-bill extract
      *Homework1Rebill writes when a bill is cancelled and rebilled -
      *same layout as BILL-EXTRACT-FILE, printed instead of it when
      *the statement-source card asks for corrected bills. Emptied
      *once printed, so each corrected bill is mailed only once
           SELECT STATEMENT-SOURCE-FILE ASSIGN TO 'N:\billsrc.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SRC-FILE-STATUS.
      *One-character card - 'C' prints the corrected bills; no card
      *prints the cycle's regular statements, as always
           SELECT STATEMENT-FILE       ASSIGN TO 'N:\bills.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *BILL-EXTRACT-FILE is written by Homework1 during the billing
      *run - one record per billed account with the address and the
      *tier-by-tier breakdown already worked out. Under cycle
      *billing it carries only the cycle(s) billed on the business
      *date, so each run mails just that cycle. STATEMENT-FILE is
      *the formatted one-page-per-customer bill we actually mail.
           SELECT RECEIVABLE-FILE      ASSIGN TO 'ARMAST'
               ORGANIZATION IS INDEXED
       DATA DIVISION.
       FILE SECTION.
           FD BILL-EXTRACT-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS BILL-EXTRACT-LINE.
       01  BILL-EXTRACT-LINE           PIC x(226).

           FD CORRECTED-BILL-FILE
           RECORD CONTAINS 226 CHARACTERS
           DATA RECORD IS CORRECTED-BILL-LINE.
       01  CORRECTED-BILL-LINE         PIC x(226).
      *Either extract is read into BILL-EXTRACT-RECORD in working
      *storage, so one set of print paragraphs serves both

           FD STATEMENT-SOURCE-FILE
           RECORD CONTAINS 1 CHARACTERS
           DATA RECORD IS STATEMENT-SOURCE-RECORD.
       01  STATEMENT-SOURCE-RECORD.
           05  SRC-CARD-CODE           PIC x.

           FD STATEMENT-FILE
           RECORD CONTAINS 70 CHARACTERS
       01  DATA-REMAINS-SWITCH         PIC xx        VALUE SPACES.
      *Tracks whether data remains to be read from the extract file

           COPY BILLEXTR.

       01  CORR-FILE-STATUS            PIC xx        VALUE SPACES.
      *'35' means no bill has been rebilled - nothing to print
       01  SRC-FILE-STATUS             PIC xx        VALUE SPACES.
      *'35' means no statement-source card - the regular cycle run

       01  STATEMENT-SOURCE            PIC x         VALUE 'R'.
           88  CORRECTED-BILL-RUN                    VALUE 'C'.
           88  REGULAR-BILL-RUN                      VALUE 'R'.

       01  AR-FILE-STATUS              PIC xx        VALUE SPACES.
      *'35' means no ledger exists yet - every statement prints the
      *current charges alone, the way this program always did
           05  FILLER        PIC x(24)  VALUE 'CITY UTILITY SERVICE'.
           05  FILLER        PIC x(12)  VALUE 'ACCOUNT NO. '.
           05  STMT-ACC-NUM-OUT        PIC 9(6).
           05  FILLER        PIC x(16)  VALUE '   BILL CYCLE '.
           05  STMT-CYCLE-OUT          PIC 99.
           05  FILLER        PIC x(10)  VALUE SPACES.
      *The billing cycle/route book rides on the title line so the
      *mail room can bundle a cycle's statements by route book

       01  CORRECTED-DATE-WORK.
           05  CDW-YY                  PIC 99.
           05  CDW-MM                  PIC 99.
           05  CDW-DD                  PIC 99.
      *The replaced bill's YYMMDD date split apart so the statement
      *can print it month first

       01  STMT-CORRECTED-LINE.
           05  FILLER        PIC x(43)  VALUE
               '*** CORRECTED BILL - REPLACES YOUR BILL OF '.
           05  STMT-CORR-MM-OUT        PIC 99.
           05  FILLER        PIC x      VALUE '/'.
           05  STMT-CORR-DD-OUT        PIC 99.
           05  FILLER        PIC x      VALUE '/'.
           05  STMT-CORR-YY-OUT        PIC 99.
           05  FILLER        PIC x(4)   VALUE ' ***'.
           05  FILLER        PIC x(15)  VALUE SPACES.
      *Printed under the title on a corrected bill so the customer
      *knows which earlier statement it takes the place of

       01  STMT-NAME-LINE.
           05  STMT-FIRST-NAME-OUT     PIC x(12).
           05  STMT-UNITS-OUT          PIC ZZ,ZZ9.
           05  FILLER        PIC x(41)  VALUE SPACES.

       01  STMT-METER-EXCH-LINE.
           05  FILLER        PIC x(13)  VALUE '*** INCLUDES '.
           05  STMT-EXCH-UNITS-OUT     PIC ZZ,ZZ9.
           05  FILLER        PIC x(37)  VALUE
               ' UNITS FROM YOUR REPLACED METER ***'.
           05  FILLER        PIC x(14)  VALUE SPACES.
      *Printed under the units when a meter was exchanged since the
      *last bill - the readings shown are the new meter's, so the
      *customer needs to see where the rest of the units came from

       01  STMT-TIER-DETAIL.
           05  FILLER                  PIC x(5)   VALUE SPACES.
           05  FILLER                  PIC x(5)   VALUE 'TIER '.
           05  STMT-PRINTED-OUT        PIC ZZZ,ZZ9.
           05  FILLER                  PIC x(42)  VALUE SPACES.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can log
      *how many statements were printed without re-opening the
      *statement file itself

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone the way it always has; the batch driver instead
      *CALLs the 'Homework1BillsBatch' ENTRY below to get
      *BATCH-RUN-STATUS back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM PREPARE-CUSTOMER-STATEMENTS.
           STOP RUN.

       ENTRY 'Homework1BillsBatch' USING BATCH-RUN-STATUS.
           PERFORM PREPARE-CUSTOMER-STATEMENTS.
           MOVE ZERO TO BRS-STEP-RC.
           MOVE STATEMENTS-PRINTED-CNT TO BRS-RECORDS-PROCESSED.
           MOVE ZERO TO BRS-BAD-RECORD-COUNT.
           SET BRS-BAD-FILE-EMPTY TO TRUE.
           GOBACK.

       PREPARE-CUSTOMER-STATEMENTS.
           PERFORM READ-STATEMENT-SOURCE-CARD.
           PERFORM OPEN-RECEIVABLE-LEDGER.
           PERFORM OPEN-STATEMENT-SOURCE.
           OPEN OUTPUT STATEMENT-FILE.
           PERFORM READ-NEXT-EXTRACT.
           PERFORM PRINT-ONE-STATEMENT
               UNTIL DATA-REMAINS-SWITCH = 'NO'.
      *Will perform PRINT-ONE-STATEMENT until there are no more records
           PERFORM WRITE-RUN-TRAILER.
           CLOSE STATEMENT-FILE.
           IF REGULAR-BILL-RUN
               CLOSE BILL-EXTRACT-FILE
           ELSE
               IF CORR-FILE-STATUS EQUAL TO '00'
                   CLOSE CORRECTED-BILL-FILE
                   OPEN OUTPUT CORRECTED-BILL-FILE
                   CLOSE CORRECTED-BILL-FILE
               END-IF
           END-IF.
           IF LEDGER-ON-FILE
               CLOSE RECEIVABLE-FILE
           END-IF.

       READ-STATEMENT-SOURCE-CARD.
      *No card (status '35') or any code but 'C' prints the cycle's
      *regular statements
           OPEN INPUT STATEMENT-SOURCE-FILE.
           IF SRC-FILE-STATUS EQUAL TO '00'
               READ STATEMENT-SOURCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF SRC-CARD-CODE EQUAL TO 'C'
                           SET CORRECTED-BILL-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE STATEMENT-SOURCE-FILE
           END-IF.

       OPEN-STATEMENT-SOURCE.
      *A corrected-bill run with no corrected extract on file just
      *prints an empty run
           IF REGULAR-BILL-RUN
               OPEN INPUT BILL-EXTRACT-FILE
           ELSE
               OPEN INPUT CORRECTED-BILL-FILE
               IF CORR-FILE-STATUS NOT EQUAL TO '00'
                   MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-IF
           END-IF.

       READ-NEXT-EXTRACT.
           IF REGULAR-BILL-RUN
               READ BILL-EXTRACT-FILE INTO BILL-EXTRACT-RECORD
                   AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
               END-READ
           ELSE
               IF DATA-REMAINS-SWITCH NOT EQUAL TO 'NO'
                   READ CORRECTED-BILL-FILE INTO BILL-EXTRACT-RECORD
                       AT END MOVE 'NO' TO DATA-REMAINS-SWITCH
                   END-READ
               END-IF
           END-IF.

       OPEN-RECEIVABLE-LEDGER.
      *No ARMAST yet (status '35') just means Homework1Recv has never
           MOVE STMT-RULE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           MOVE BX-ACC-NUM TO STMT-ACC-NUM-OUT.
           MOVE BX-BILL-CYCLE TO STMT-CYCLE-OUT.
           MOVE STMT-TITLE-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF BX-CORRECTED-BILL
               MOVE BX-CORRECTED-BILL-DATE TO CORRECTED-DATE-WORK
               MOVE CDW-MM TO STMT-CORR-MM-OUT
               MOVE CDW-DD TO STMT-CORR-DD-OUT
               MOVE CDW-YY TO STMT-CORR-YY-OUT
               MOVE STMT-CORRECTED-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           MOVE STMT-DASH-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           PERFORM WRITE-ADDRESS-BLOCK.
           WRITE STATEMENT-LINE.
           PERFORM WRITE-REMITTANCE-STUB.
           ADD 1 TO STATEMENTS-PRINTED-CNT.
           PERFORM READ-NEXT-EXTRACT.

       WRITE-ADDRESS-BLOCK.
           MOVE BX-FIRST-NAME TO STMT-FIRST-NAME-OUT.
           MOVE BX-UNITS-USED TO STMT-UNITS-OUT.
           MOVE STMT-UNITS-LINE TO STATEMENT-LINE.
           WRITE STATEMENT-LINE.
           IF BX-EXCH-UNITS IS GREATER THAN ZERO
               MOVE BX-EXCH-UNITS TO STMT-EXCH-UNITS-OUT
               MOVE STMT-METER-EXCH-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
           IF BX-BILL-TYPE EQUAL TO 'T'
               MOVE STMT-TRUED-UP-LINE TO STATEMENT-LINE
               WRITE STATEMENT-LINE
                       COMPUTE STMT-PREV-BALANCE =
                           STMT-TOTAL-DUE + STMT-PAYMENTS-RECVD -
                           BX-TOTAL-CHARGE
                       IF REGULAR-BILL-RUN
      *A corrected bill goes out between statements - payments keep
      *accumulating for the next regular statement
                           MOVE ZEROS TO AR-PAYMENTS-RECVD
                           REWRITE RECEIVABLE-RECORD
                       END-IF
               END-READ
           END-IF.

