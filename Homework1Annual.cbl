       DATA DIVISION.
       FILE SECTION.
           FD BILLING-HISTORY-FILE
           RECORD CONTAINS 51 CHARACTERS
           DATA RECORD IS BILLING-HISTORY-RECORD.
           COPY BILLHIST.

           05  ARCH-MASTER-IMAGE.
               10  FILLER              PIC x(54).
               10  ARCH-ACC-NUM        PIC 9(6).
               10  FILLER              PIC x(35).
           05  ARCH-CLOSE-DATE        PIC 9(6).
      *Same layout Homework1 writes - the closed account's final
      *master image carried whole; it is moved onto the CUSTMAST
           IF BH-TAX-TOTAL IS NUMERIC
               ADD BH-TAX-TOTAL TO CYCLE-REVENUE-WORK
           END-IF.
           IF BH-ADJ-REVERSAL
               PERFORM BACK-OUT-CANCELLED-CYCLE
           ELSE
               PERFORM ADD-CYCLE-TO-TOTALS
           END-IF.

       ADD-CYCLE-TO-TOTALS.
           ADD BH-UNITS-USED
               TO CT-UNITS(CLASS-ENTRY-SUB, CYCLE-SEASON-SUB).
           ADD CYCLE-REVENUE-WORK
               ADD 1 TO GT-EST-CNT
           END-IF.

       BACK-OUT-CANCELLED-CYCLE.
      *A cancelled-and-rebilled cycle's reversing record repeats the
      *figures of the bill it cancels, which was tallied ahead of it
      *under the same bill date - taking them back off leaves only
      *the replacement bill counted
           SUBTRACT BH-UNITS-USED
               FROM CT-UNITS(CLASS-ENTRY-SUB, CYCLE-SEASON-SUB).
           SUBTRACT CYCLE-REVENUE-WORK
               FROM CT-REVENUE(CLASS-ENTRY-SUB, CYCLE-SEASON-SUB).
           SUBTRACT 1
               FROM CT-BILL-CNT(CLASS-ENTRY-SUB, CYCLE-SEASON-SUB).
           IF BH-BILL-TYPE EQUAL TO 'E'
               SUBTRACT 1
                   FROM CT-EST-CNT(CLASS-ENTRY-SUB, CYCLE-SEASON-SUB)
           END-IF.
           SUBTRACT BH-UNITS-USED FROM GT-UNITS.
           SUBTRACT CYCLE-REVENUE-WORK FROM GT-REVENUE.
           SUBTRACT 1 FROM GT-BILL-CNT.
           IF BH-BILL-TYPE EQUAL TO 'E'
               SUBTRACT 1 FROM GT-EST-CNT
           END-IF.

       RESOLVE-CYCLE-CLASS.
      *Live master first, then the archive for closed accounts; a
      *cycle whose account is on neither reports under class '?'
