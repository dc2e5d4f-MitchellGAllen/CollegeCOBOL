      *CHGBACK.CPY - commission chargebacks waiting for payroll, one
      *record per cancelled sale. Homework2Cancel appends a record for
      *every sale it cancels; the next daily Homework2 run sends each
      *one to payroll as a negative amount on the commission payable
      *extract (and reverses it on the GL), then empties the file.
       01  CHARGEBACK-RECORD.
           05  CB-BRANCH               PIC 9(4).
           05  CB-SALESPERSON          PIC x(10).
           05  CB-CUSTOMER             PIC x(10).
           05  CB-SALE-DATE            PIC 9(6).
      *The cancelled sale, as keyed (MMDDYY)
           05  CB-CANCEL-DATE          PIC 9(6).
           05  CB-COMMISSION-AMT       PIC 9(6)V99.
      *Commission the sale paid - taken back in full
