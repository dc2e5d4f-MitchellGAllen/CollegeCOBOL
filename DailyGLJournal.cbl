       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DailyGLJournal.
       AUTHOR.         Mitchell A, Adam M, Michael L.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-ACTIVITY-FILE ASSIGN TO 'N:\glbill.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BILL-ACTV-STATUS.
           SELECT CASH-ACTIVITY-FILE ASSIGN TO 'N:\glcash.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CASH-ACTV-STATUS.
           SELECT COMMISSION-ACTIVITY-FILE ASSIGN TO 'N:\glcomm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS COMM-ACTV-STATUS.
           SELECT REBILL-ACTIVITY-FILE ASSIGN TO 'N:\glrebill.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REBL-ACTV-STATUS.
      *The four activity files are written by Homework1 (billing),
      *Homework1Recv (cash receipts), Homework2 (commissions) and
      *Homework1Rebill (cancelled and corrected bills); each is
      *replaced by its own run except glrebill.txt, which every
      *rebill run extends. Only records stamped with this
      *run's business date are journaled, so a system that did not
      *run today contributes nothing instead of yesterday's figures
           SELECT GL-MAP-FILE ASSIGN TO 'N:\glmap.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLMAP-STATUS.
      *GL-MAP-FILE is accounting's mapping of each amount type (and
      *qualifier) to the GL account and side it books to
           SELECT GL-JOURNAL-FILE ASSIGN TO 'N:\gljrnl.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *GL-JOURNAL-FILE is the day's journal extract the general
      *ledger loads - one debit or credit line per GL account per
      *source system. It is only ever written balanced; a refused
      *run leaves it empty so the ledger can never load an
      *out-of-balance day or pick up the day before's journal again
           SELECT GL-REPORT-FILE ASSIGN TO 'N:\glrpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL.
      *GL-REPORT-FILE lists the journal lines, the debit and credit
      *totals, any activity the mapping could not place, and whether
      *the journal was written or refused
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'N:\BUSDATE.TXT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDATE-STATUS.
      *BUSINESS-DATE-FILE is the as-of date DailyBatchDriver
      *establishes for the whole job - the journal is for that day

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS BILLING-ACTIVITY-LINE.
       01  BILLING-ACTIVITY-LINE   PIC X(40).

       FD  CASH-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS CASH-ACTIVITY-LINE.
       01  CASH-ACTIVITY-LINE      PIC X(40).

       FD  COMMISSION-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS COMMISSION-ACTIVITY-LINE.
       01  COMMISSION-ACTIVITY-LINE PIC X(40).

       FD  REBILL-ACTIVITY-FILE
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS REBILL-ACTIVITY-LINE.
       01  REBILL-ACTIVITY-LINE    PIC X(40).
      *All four are read INTO the one GLACTV layout below

       FD  GL-MAP-FILE
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS GL-MAP-RECORD.
           COPY GLMAP.

       FD  GL-JOURNAL-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS GL-JOURNAL-RECORD.
       01  GL-JOURNAL-RECORD.
           05  GJ-BUS-DATE         PIC 9(6).
           05  GJ-GL-ACCOUNT       PIC X(10).
           05  GJ-SOURCE           PIC X(8).
           05  GJ-DR-CR            PIC X.
           05  GJ-AMOUNT           PIC 9(9)V99.
      *One journal line - 'D' debit or 'C' credit, amount unsigned

       FD  GL-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS GL-REPORT-LINE.
       01  GL-REPORT-LINE          PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS BUSINESS-DATE-RECORD.
           COPY BUSDATE.

       WORKING-STORAGE SECTION.
           COPY GLACTV.
      *The activity record being worked, whichever file it came from

       01  BILL-ACTV-STATUS        PIC xx       VALUE SPACES.
       01  CASH-ACTV-STATUS        PIC xx       VALUE SPACES.
       01  COMM-ACTV-STATUS        PIC xx       VALUE SPACES.
       01  REBL-ACTV-STATUS        PIC xx       VALUE SPACES.
      *'35' means that system has never produced activity - it
      *simply contributes nothing
       01  GLMAP-STATUS            PIC xx       VALUE SPACES.
      *'35' means no mapping at all - every amount is unmapped and
      *the journal is refused
       01  BDATE-STATUS            PIC xx       VALUE SPACES.
      *'35' means no business date - a standalone run on the
      *machine date

       01  ACTV-DATA-REMAINS       PIC xx       VALUE SPACES.
       01  MAP-DATA-REMAINS        PIC xx       VALUE SPACES.
      *Read-loop switches for the activity files and the mapping

       01  JOURNAL-BUS-DATE        PIC 9(6)     VALUE ZEROS.
      *The business date being journaled

       01  GL-MAP-CNT              PIC 9(4)     VALUE ZEROS.
       01  GL-MAP-TABLE.
           05  GL-MAP-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON GL-MAP-CNT.
               10  MT-AMOUNT-TYPE  PIC x(4).
               10  MT-QUALIFIER    PIC x(13).
               10  MT-GL-ACCOUNT   PIC x(10).
               10  MT-NORMAL-SIDE  PIC x.
      *The whole mapping file, loaded once at start-up

       01  MAP-SEARCH-SUB          PIC 9(4)     VALUE ZEROS.
       01  MAP-FOUND-SUB           PIC 9(4)     VALUE ZEROS.
       01  MAP-LOOKUP-KEY.
           05  MLK-AMOUNT-TYPE     PIC x(4).
           05  MLK-QUALIFIER       PIC x(13).
      *Type and qualifier being looked up - the activity's own
      *qualifier first, then spaces for the type's default line

       01  MAP-FOUND-SW            PIC x        VALUE 'N'.
           88  MAP-FOUND                        VALUE 'Y'.

       01  MAP-TABLE-FULL-SW       PIC x        VALUE 'N'.
           88  MAP-TABLE-FULL                   VALUE 'Y'.
      *Set when the mapping file has more lines than the table -
      *a mapping left out could misdirect an amount, so the journal
      *is refused

       01  JOURNAL-LINE-CNT        PIC 9(4)     VALUE ZEROS.
       01  JOURNAL-SUMMARY-TABLE.
           05  JOURNAL-LINE OCCURS 1 TO 500 TIMES
                   DEPENDING ON JOURNAL-LINE-CNT.
               10  JL-GL-ACCOUNT   PIC x(10).
               10  JL-SOURCE       PIC x(8).
               10  JL-NET-AMOUNT   PIC S9(9)V99.
      *The day's activity summed by GL account and source system -
      *debits positive, credits negative - so each pair nets to one
      *journal line

       01  JOURNAL-SEARCH-SUB      PIC 9(4)     VALUE ZEROS.
       01  JOURNAL-FOUND-SW        PIC x        VALUE 'N'.
           88  JOURNAL-LINE-FOUND               VALUE 'Y'.

       01  JOURNAL-TABLE-FULL-SW   PIC x        VALUE 'N'.
           88  JOURNAL-TABLE-FULL               VALUE 'Y'.
      *Set when more account/source pairs turn up than the table
      *holds - the journal would be short, so it is refused

       01  SIGNED-ACTIVITY-AMT     PIC S9(9)V99 VALUE ZEROS.
      *The activity amount turned debit-positive by its mapped side

       01  JOURNAL-CONTROL-TOTALS.
           05  ACTIVITY-READ-CNT   PIC 9(6)     VALUE ZEROS.
           05  ACTIVITY-TODAY-CNT  PIC 9(6)     VALUE ZEROS.
           05  UNMAPPED-CNT        PIC 9(6)     VALUE ZEROS.
           05  TOTAL-DEBITS        PIC 9(9)V99  VALUE ZEROS.
           05  TOTAL-CREDITS       PIC 9(9)V99  VALUE ZEROS.

       01  JOURNAL-REFUSED-SW      PIC x        VALUE 'N'.
           88  JOURNAL-REFUSED                  VALUE 'Y'.

       01  GL-REPORT-TITLE.
           05  FILLER              PIC x(42)    VALUE
               'GENERAL LEDGER JOURNAL FOR BUSINESS DATE: '.
           05  GRT-DATE-OUT        PIC 9(6).
           05  FILLER              PIC x(32)    VALUE SPACES.

       01  GL-REPORT-HEADING.
           05  FILLER              PIC x(10)    VALUE 'GL ACCOUNT'.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  FILLER              PIC x(8)     VALUE 'SOURCE'.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  FILLER              PIC x(15)    VALUE
               '          DEBIT'.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  FILLER              PIC x(15)    VALUE
               '         CREDIT'.
           05  FILLER              PIC x(23)    VALUE SPACES.

       01  GL-REPORT-DETAIL.
           05  GRD-GL-ACCOUNT-OUT  PIC x(10).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GRD-SOURCE-OUT      PIC x(8).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GRD-DEBIT-OUT       PIC $$$$,$$$,$$9.99
                                   BLANK WHEN ZERO.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GRD-CREDIT-OUT      PIC $$$$,$$$,$$9.99
                                   BLANK WHEN ZERO.
           05  FILLER              PIC x(23)    VALUE SPACES.

       01  GL-REPORT-TOTALS.
           05  FILLER              PIC x(24)    VALUE
               'JOURNAL TOTALS'.
           05  GRT-DEBITS-OUT      PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GRT-CREDITS-OUT     PIC $$$$,$$$,$$9.99.
           05  FILLER              PIC x(23)    VALUE SPACES.

       01  GL-UNMAPPED-DETAIL.
           05  FILLER              PIC x(10)    VALUE 'UNMAPPED: '.
           05  GUD-SOURCE-OUT      PIC x(8).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GUD-AMOUNT-TYPE-OUT PIC x(4).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GUD-QUALIFIER-OUT   PIC x(13).
           05  FILLER              PIC x(3)     VALUE ' | '.
           05  GUD-AMOUNT-OUT      PIC $$$$,$$9.99-.
           05  FILLER              PIC x(24)    VALUE SPACES.
      *Activity no mapping line places - accounting adds the line to
      *N:\glmap.txt and the journal is rerun

       01  GL-REPORT-COUNTS.
           05  FILLER              PIC x(16)    VALUE
               'ACTIVITY READ: '.
           05  GRC-READ-OUT        PIC ZZZ,ZZ9.
           05  FILLER              PIC x(13)    VALUE
               '   FOR DATE: '.
           05  GRC-TODAY-OUT       PIC ZZZ,ZZ9.
           05  FILLER              PIC x(13)    VALUE
               '   UNMAPPED: '.
           05  GRC-UNMAPPED-OUT    PIC ZZZ,ZZ9.
           05  FILLER              PIC x(17)    VALUE SPACES.

       01  GL-REPORT-RESULT.
           05  FILLER              PIC x(9)     VALUE 'RESULT - '.
           05  GRR-RESULT-OUT      PIC x(40).
           05  FILLER              PIC x(31)    VALUE SPACES.

       LINKAGE SECTION.
           COPY BATCHSTAT.
      *Populated just before GOBACK so the batch driver can stop the
      *job when the journal is refused

       PROCEDURE DIVISION.
      *MAIN-ENTRY has no USING, so the program still runs
      *standalone; the batch driver instead CALLs the
      *'DailyGLJournalBatch' ENTRY below to get BATCH-RUN-STATUS
      *back, the same arrangement as Homework1
       MAIN-ENTRY.
           PERFORM GL-JOURNAL-MAIN.
           IF JOURNAL-REFUSED
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       ENTRY 'DailyGLJournalBatch' USING BATCH-RUN-STATUS.
           PERFORM GL-JOURNAL-MAIN.
           IF JOURNAL-REFUSED
      *An out-of-balance or short day must not go to the ledger - the
      *driver stops here so the refusal is looked into
               MOVE 08 TO BRS-STEP-RC
           ELSE
               MOVE ZERO TO BRS-STEP-RC
           END-IF.
           MOVE ACTIVITY-READ-CNT TO BRS-RECORDS-PROCESSED.
           MOVE UNMAPPED-CNT TO BRS-BAD-RECORD-COUNT.
           IF BRS-BAD-RECORD-COUNT IS GREATER THAN ZERO
               SET BRS-BAD-FILE-NONEMPTY TO TRUE
           ELSE
               SET BRS-BAD-FILE-EMPTY TO TRUE
           END-IF.
           GOBACK.

       GL-JOURNAL-MAIN.
           ACCEPT JOURNAL-BUS-DATE FROM DATE.
           PERFORM READ-BUSINESS-DATE.
           OPEN OUTPUT GL-REPORT-FILE.
           MOVE JOURNAL-BUS-DATE TO GRT-DATE-OUT.
           MOVE GL-REPORT-TITLE TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE SPACES TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM LOAD-GL-MAP.
           PERFORM SCAN-BILLING-ACTIVITY.
           PERFORM SCAN-CASH-ACTIVITY.
           PERFORM SCAN-COMMISSION-ACTIVITY.
           PERFORM SCAN-REBILL-ACTIVITY.
           PERFORM TOTAL-JOURNAL-LINE
               VARYING JOURNAL-SEARCH-SUB FROM 1 BY 1
               UNTIL JOURNAL-SEARCH-SUB IS GREATER THAN
                         JOURNAL-LINE-CNT.
           PERFORM DECIDE-JOURNAL-RESULT.
           PERFORM WRITE-JOURNAL-EXTRACT.
           PERFORM WRITE-GL-REPORT.
           CLOSE GL-REPORT-FILE.

       READ-BUSINESS-DATE.
      *No control file (status '35') just means a standalone run
      *dated off the machine clock
           OPEN INPUT BUSINESS-DATE-FILE.
           IF BDATE-STATUS EQUAL TO '00'
               READ BUSINESS-DATE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO JOURNAL-BUS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       LOAD-GL-MAP.
      *A line with a side other than D or C can't be booked and is
      *left out, so whatever it was meant to map shows as unmapped
           MOVE SPACES TO MAP-DATA-REMAINS.
           OPEN INPUT GL-MAP-FILE.
           IF GLMAP-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO MAP-DATA-REMAINS
           ELSE
               READ GL-MAP-FILE
                   AT END MOVE 'NO' TO MAP-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM LOAD-ONE-GL-MAP-LINE
               UNTIL MAP-DATA-REMAINS = 'NO'.
           IF GLMAP-STATUS EQUAL TO '00'
               CLOSE GL-MAP-FILE
           END-IF.

       LOAD-ONE-GL-MAP-LINE.
           IF GM-DEBIT-SIDE OR GM-CREDIT-SIDE
               IF GL-MAP-CNT IS LESS THAN 500
                   ADD 1 TO GL-MAP-CNT
                   MOVE GM-AMOUNT-TYPE TO MT-AMOUNT-TYPE(GL-MAP-CNT)
                   MOVE GM-QUALIFIER TO MT-QUALIFIER(GL-MAP-CNT)
                   MOVE GM-GL-ACCOUNT TO MT-GL-ACCOUNT(GL-MAP-CNT)
                   MOVE GM-NORMAL-SIDE TO MT-NORMAL-SIDE(GL-MAP-CNT)
               ELSE
                   SET MAP-TABLE-FULL TO TRUE
               END-IF
           END-IF.
           READ GL-MAP-FILE
               AT END MOVE 'NO' TO MAP-DATA-REMAINS
           END-READ.

       SCAN-BILLING-ACTIVITY.
           MOVE SPACES TO ACTV-DATA-REMAINS.
           OPEN INPUT BILLING-ACTIVITY-FILE.
           IF BILL-ACTV-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO ACTV-DATA-REMAINS
           ELSE
               READ BILLING-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
                   AT END MOVE 'NO' TO ACTV-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM SCAN-ONE-BILLING-RECORD
               UNTIL ACTV-DATA-REMAINS = 'NO'.
           IF BILL-ACTV-STATUS EQUAL TO '00'
               CLOSE BILLING-ACTIVITY-FILE
           END-IF.

       SCAN-ONE-BILLING-RECORD.
           PERFORM POST-ONE-ACTIVITY.
           READ BILLING-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
               AT END MOVE 'NO' TO ACTV-DATA-REMAINS
           END-READ.

       SCAN-CASH-ACTIVITY.
           MOVE SPACES TO ACTV-DATA-REMAINS.
           OPEN INPUT CASH-ACTIVITY-FILE.
           IF CASH-ACTV-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO ACTV-DATA-REMAINS
           ELSE
               READ CASH-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
                   AT END MOVE 'NO' TO ACTV-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM SCAN-ONE-CASH-RECORD
               UNTIL ACTV-DATA-REMAINS = 'NO'.
           IF CASH-ACTV-STATUS EQUAL TO '00'
               CLOSE CASH-ACTIVITY-FILE
           END-IF.

       SCAN-ONE-CASH-RECORD.
           PERFORM POST-ONE-ACTIVITY.
           READ CASH-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
               AT END MOVE 'NO' TO ACTV-DATA-REMAINS
           END-READ.

       SCAN-COMMISSION-ACTIVITY.
           MOVE SPACES TO ACTV-DATA-REMAINS.
           OPEN INPUT COMMISSION-ACTIVITY-FILE.
           IF COMM-ACTV-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO ACTV-DATA-REMAINS
           ELSE
               READ COMMISSION-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
                   AT END MOVE 'NO' TO ACTV-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM SCAN-ONE-COMMISSION-RECORD
               UNTIL ACTV-DATA-REMAINS = 'NO'.
           IF COMM-ACTV-STATUS EQUAL TO '00'
               CLOSE COMMISSION-ACTIVITY-FILE
           END-IF.

       SCAN-ONE-COMMISSION-RECORD.
           PERFORM POST-ONE-ACTIVITY.
           READ COMMISSION-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
               AT END MOVE 'NO' TO ACTV-DATA-REMAINS
           END-READ.

       SCAN-REBILL-ACTIVITY.
           MOVE SPACES TO ACTV-DATA-REMAINS.
           OPEN INPUT REBILL-ACTIVITY-FILE.
           IF REBL-ACTV-STATUS NOT EQUAL TO '00'
               MOVE 'NO' TO ACTV-DATA-REMAINS
           ELSE
               READ REBILL-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
                   AT END MOVE 'NO' TO ACTV-DATA-REMAINS
               END-READ
           END-IF.
           PERFORM SCAN-ONE-REBILL-RECORD
               UNTIL ACTV-DATA-REMAINS = 'NO'.
           IF REBL-ACTV-STATUS EQUAL TO '00'
               CLOSE REBILL-ACTIVITY-FILE
           END-IF.

       SCAN-ONE-REBILL-RECORD.
           PERFORM POST-ONE-ACTIVITY.
           READ REBILL-ACTIVITY-FILE INTO GL-ACTIVITY-RECORD
               AT END MOVE 'NO' TO ACTV-DATA-REMAINS
           END-READ.

       POST-ONE-ACTIVITY.
      *Only the business date's activity is journaled. An amount the
      *mapping can't place (or that isn't even numeric) is listed on
      *the report and holds the whole journal
           ADD 1 TO ACTIVITY-READ-CNT.
           IF GA-BUS-DATE EQUAL TO JOURNAL-BUS-DATE
               ADD 1 TO ACTIVITY-TODAY-CNT
               MOVE 'N' TO MAP-FOUND-SW
               IF GA-AMOUNT IS NUMERIC
                   PERFORM FIND-GL-MAPPING
               END-IF
               IF MAP-FOUND
                   PERFORM ADD-TO-JOURNAL-SUMMARY
               ELSE
                   PERFORM WRITE-UNMAPPED-LINE
               END-IF
           END-IF.

       FIND-GL-MAPPING.
      *The activity's own qualifier first; failing that the amount
      *type's default line (blank qualifier)
           MOVE GA-AMOUNT-TYPE TO MLK-AMOUNT-TYPE.
           MOVE GA-QUALIFIER TO MLK-QUALIFIER.
           PERFORM COMPARE-GL-MAP-ENTRY
               VARYING MAP-SEARCH-SUB FROM 1 BY 1
               UNTIL MAP-SEARCH-SUB IS GREATER THAN GL-MAP-CNT
                  OR MAP-FOUND.
           IF NOT MAP-FOUND
              AND GA-QUALIFIER NOT EQUAL TO SPACES
               MOVE SPACES TO MLK-QUALIFIER
               PERFORM COMPARE-GL-MAP-ENTRY
                   VARYING MAP-SEARCH-SUB FROM 1 BY 1
                   UNTIL MAP-SEARCH-SUB IS GREATER THAN GL-MAP-CNT
                      OR MAP-FOUND
           END-IF.

       COMPARE-GL-MAP-ENTRY.
           IF MT-AMOUNT-TYPE(MAP-SEARCH-SUB) EQUAL TO MLK-AMOUNT-TYPE
              AND MT-QUALIFIER(MAP-SEARCH-SUB) EQUAL TO MLK-QUALIFIER
               MOVE 'Y' TO MAP-FOUND-SW
               MOVE MAP-SEARCH-SUB TO MAP-FOUND-SUB
           END-IF.

       ADD-TO-JOURNAL-SUMMARY.
      *Debits carry positive and credits negative, so a reversal
      *(negative activity) lands on the opposite side on its own
           IF MT-NORMAL-SIDE(MAP-FOUND-SUB) EQUAL TO 'D'
               MOVE GA-AMOUNT TO SIGNED-ACTIVITY-AMT
           ELSE
               COMPUTE SIGNED-ACTIVITY-AMT = ZERO - GA-AMOUNT
           END-IF.
           MOVE 'N' TO JOURNAL-FOUND-SW.
           PERFORM COMPARE-JOURNAL-LINE
               VARYING JOURNAL-SEARCH-SUB FROM 1 BY 1
               UNTIL JOURNAL-SEARCH-SUB IS GREATER THAN
                         JOURNAL-LINE-CNT
                  OR JOURNAL-LINE-FOUND.
           IF NOT JOURNAL-LINE-FOUND
               IF JOURNAL-LINE-CNT IS LESS THAN 500
                   ADD 1 TO JOURNAL-LINE-CNT
                   MOVE MT-GL-ACCOUNT(MAP-FOUND-SUB) TO
                       JL-GL-ACCOUNT(JOURNAL-LINE-CNT)
                   MOVE GA-SOURCE TO JL-SOURCE(JOURNAL-LINE-CNT)
                   MOVE SIGNED-ACTIVITY-AMT TO
                       JL-NET-AMOUNT(JOURNAL-LINE-CNT)
               ELSE
                   SET JOURNAL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       COMPARE-JOURNAL-LINE.
           IF JL-GL-ACCOUNT(JOURNAL-SEARCH-SUB) EQUAL TO
                  MT-GL-ACCOUNT(MAP-FOUND-SUB)
              AND JL-SOURCE(JOURNAL-SEARCH-SUB) EQUAL TO GA-SOURCE
               ADD SIGNED-ACTIVITY-AMT TO
                   JL-NET-AMOUNT(JOURNAL-SEARCH-SUB)
               MOVE 'Y' TO JOURNAL-FOUND-SW
           END-IF.

       WRITE-UNMAPPED-LINE.
           MOVE GA-SOURCE TO GUD-SOURCE-OUT.
           MOVE GA-AMOUNT-TYPE TO GUD-AMOUNT-TYPE-OUT.
           MOVE GA-QUALIFIER TO GUD-QUALIFIER-OUT.
           IF GA-AMOUNT IS NUMERIC
               MOVE GA-AMOUNT TO GUD-AMOUNT-OUT
           ELSE
               MOVE ZEROS TO GUD-AMOUNT-OUT
           END-IF.
           MOVE GL-UNMAPPED-DETAIL TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           ADD 1 TO UNMAPPED-CNT.

       TOTAL-JOURNAL-LINE.
           IF JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) IS GREATER THAN ZERO
               ADD JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) TO TOTAL-DEBITS
           ELSE
               SUBTRACT JL-NET-AMOUNT(JOURNAL-SEARCH-SUB)
                   FROM TOTAL-CREDITS
           END-IF.

       DECIDE-JOURNAL-RESULT.
      *The ledger only ever gets a complete, balanced day
           EVALUATE TRUE
               WHEN UNMAPPED-CNT IS GREATER THAN ZERO
                   SET JOURNAL-REFUSED TO TRUE
                   MOVE 'JOURNAL REFUSED - UNMAPPED ACTIVITY' TO
                       GRR-RESULT-OUT
               WHEN MAP-TABLE-FULL
                   SET JOURNAL-REFUSED TO TRUE
                   MOVE 'JOURNAL REFUSED - MAPPING TABLE FULL' TO
                       GRR-RESULT-OUT
               WHEN JOURNAL-TABLE-FULL
                   SET JOURNAL-REFUSED TO TRUE
                   MOVE 'JOURNAL REFUSED - TOO MANY GL ACCOUNTS' TO
                       GRR-RESULT-OUT
               WHEN TOTAL-DEBITS NOT EQUAL TO TOTAL-CREDITS
                   SET JOURNAL-REFUSED TO TRUE
                   MOVE 'JOURNAL REFUSED - OUT OF BALANCE' TO
                       GRR-RESULT-OUT
               WHEN ACTIVITY-TODAY-CNT EQUAL TO ZERO
                   MOVE 'NO ACTIVITY FOR BUSINESS DATE' TO
                       GRR-RESULT-OUT
               WHEN OTHER
                   MOVE 'JOURNAL WRITTEN - IN BALANCE' TO
                       GRR-RESULT-OUT
           END-EVALUATE.

       WRITE-JOURNAL-EXTRACT.
      *Opened even when refused, so a refused day leaves an empty
      *extract rather than the last good day's journal
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF NOT JOURNAL-REFUSED
               PERFORM WRITE-ONE-JOURNAL-LINE
                   VARYING JOURNAL-SEARCH-SUB FROM 1 BY 1
                   UNTIL JOURNAL-SEARCH-SUB IS GREATER THAN
                             JOURNAL-LINE-CNT
           END-IF.
           CLOSE GL-JOURNAL-FILE.

       WRITE-ONE-JOURNAL-LINE.
      *An account/source pair that nets to zero books nothing
           IF JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) NOT EQUAL TO ZERO
               MOVE JOURNAL-BUS-DATE TO GJ-BUS-DATE
               MOVE JL-GL-ACCOUNT(JOURNAL-SEARCH-SUB) TO GJ-GL-ACCOUNT
               MOVE JL-SOURCE(JOURNAL-SEARCH-SUB) TO GJ-SOURCE
               IF JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) IS GREATER
                       THAN ZERO
                   MOVE 'D' TO GJ-DR-CR
               ELSE
                   MOVE 'C' TO GJ-DR-CR
               END-IF
               MOVE JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) TO GJ-AMOUNT
               WRITE GL-JOURNAL-RECORD
           END-IF.

       WRITE-GL-REPORT.
           IF UNMAPPED-CNT IS GREATER THAN ZERO
               MOVE SPACES TO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-IF.
           MOVE GL-REPORT-HEADING TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           PERFORM WRITE-ONE-REPORT-LINE
               VARYING JOURNAL-SEARCH-SUB FROM 1 BY 1
               UNTIL JOURNAL-SEARCH-SUB IS GREATER THAN
                         JOURNAL-LINE-CNT.
           MOVE TOTAL-DEBITS TO GRT-DEBITS-OUT.
           MOVE TOTAL-CREDITS TO GRT-CREDITS-OUT.
           MOVE GL-REPORT-TOTALS TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE ACTIVITY-READ-CNT TO GRC-READ-OUT.
           MOVE ACTIVITY-TODAY-CNT TO GRC-TODAY-OUT.
           MOVE UNMAPPED-CNT TO GRC-UNMAPPED-OUT.
           MOVE GL-REPORT-COUNTS TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
           MOVE GL-REPORT-RESULT TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.

       WRITE-ONE-REPORT-LINE.
           MOVE JL-GL-ACCOUNT(JOURNAL-SEARCH-SUB) TO GRD-GL-ACCOUNT-OUT.
           MOVE JL-SOURCE(JOURNAL-SEARCH-SUB) TO GRD-SOURCE-OUT.
           MOVE ZEROS TO GRD-DEBIT-OUT GRD-CREDIT-OUT.
           IF JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) IS GREATER THAN ZERO
               MOVE JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) TO GRD-DEBIT-OUT
           ELSE
               MOVE JL-NET-AMOUNT(JOURNAL-SEARCH-SUB) TO GRD-CREDIT-OUT
           END-IF.
           MOVE GL-REPORT-DETAIL TO GL-REPORT-LINE.
           WRITE GL-REPORT-LINE.
