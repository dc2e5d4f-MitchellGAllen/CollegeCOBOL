      *PAYHIST.CPY - posted-payment history written by Homework1Recv,
      *one record per payment landed on ARMAST and one per returned
      *(NSF) check reversed off it. Each record carries how the money
      *was spread across the aging buckets, so a returned check goes
      *back into exactly the buckets its payment came out of.
       01  PAYMENT-HISTORY-RECORD.
           05  PH-TRANS-TYPE           PIC x.
               88  PH-PAYMENT-POSTED                 VALUE 'P'.
               88  PH-PAYMENT-RETURNED               VALUE 'N'.
           05  PH-ACC-NUM              PIC 9(6).
           05  PH-AMOUNT               PIC 9(6)V99.
           05  PH-DATE-RECVD           PIC 9(6).
      *Date the payment was received - with the account and amount,
      *how a returned check is matched to the payment it reverses
           05  PH-POST-DATE            PIC 9(6).
      *Business date of the run that posted (or reversed) it
           05  PH-APPLIED-90           PIC S9(6)V99.
           05  PH-APPLIED-60           PIC S9(6)V99.
           05  PH-APPLIED-30           PIC S9(6)V99.
           05  PH-APPLIED-CURRENT      PIC S9(6)V99.
      *What the payment took off each bucket, oldest first; anything
      *past the whole balance shows in CURRENT as the credit it left
