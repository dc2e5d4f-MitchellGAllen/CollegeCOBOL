      *LOCKCHK.CPY - lockbox check register, one record per check
      *Homework1Recv has taken off the bank's lockbox file, keyed on
      *the remitter's account and the check number. A check already
      *on the register is a duplicate - the bank re-sent an item it
      *already deposited - and is rejected instead of posted twice.
       01  LOCKBOX-CHECK-RECORD.
           05  LC-CHECK-KEY.
               10  LC-ACC-NUM          PIC 9(6).
               10  LC-CHECK-NUM        PIC x(10).
      *Account as printed on the remittance stub and the check number
           05  LC-DEPOSIT-DATE         PIC 9(6).
           05  LC-BATCH-NUM            PIC 9(4).
           05  LC-AMOUNT               PIC 9(6)V99.
      *Deposit and lockbox batch the check first arrived in
